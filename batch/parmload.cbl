              FILE STATUS IS WS-PARM-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'parm_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HIST-FILE ASSIGN TO 'parm_history.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(100).

              FD HIST-FILE.
              01 IN-HIST-RECORD        PIC X(120).

           WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS        PIC X(2).

              01 WS-NAME-RAW           PIC X(20).
              01 WS-VALUE-RAW          PIC X(40).

              COPY PARMTAB.
              01 WS-KNOWN-IX           PIC 9(2) COMP.
              01 WS-KNOWN-SEEN-TABLE.
                 03 WS-KNOWN-SEEN-SW PIC X OCCURS 50.
              01 WS-NAME-KNOWN-SW      PIC X.
                 88 WS-NAME-KNOWN            VALUE 'Y'.
              01 WS-ENV-VALUE          PIC X(40).

              01 WS-HIST-STATUS        PIC X(2).
              01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
                 88 WS-HIST-EOF              VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-HIST-ENTRY.
                 03 WS-HIST-EFF-DATE   PIC X(8).
                 03 FILLER             PIC X.
                 03 WS-HIST-CHG-ID     PIC X(6).
                 03 FILLER             PIC X.
                 03 WS-HIST-REQUESTER  PIC X(4).
                 03 FILLER             PIC X.
                 03 WS-HIST-APPROVER   PIC X(4).
                 03 FILLER             PIC X.
                 03 WS-HIST-APPROVED-ON PIC X(8).
                 03 FILLER             PIC X.
                 03 WS-HIST-SETTING    PIC X(85).
              01 WS-LOOKUP-NAME        PIC X(20).
              01 WS-CHANGE-VALUE       PIC X(40).
              01 WS-CHANGE-ID          PIC X(6).
              01 WS-CHANGE-DATE        PIC X(8).
              01 WS-CHANGE-SW          PIC X.
                 88 WS-CHANGE-APPLIED        VALUE 'Y'.

           LINKAGE SECTION.
              01 LK-PARM-NAME          PIC X(20).
              01 LK-PARM-VALUE         PIC X(40).
                  END-PERFORM
                  CLOSE PARM-FILE
               END-IF

               MOVE LK-PARM-NAME TO WS-LOOKUP-NAME
               PERFORM APPLY-PARM-CHANGES
               IF WS-CHANGE-APPLIED
                  MOVE WS-CHANGE-VALUE TO LK-PARM-VALUE
                  MOVE 'Y' TO LK-PARM-FOUND-SW
               END-IF
               .

      *****************************************************************
      *  APPROVED CHANGES FROM PARMCHG OVERRIDE RUNPARMS.TXT ONCE THEIR
      *  EFFECTIVE DATE HAS ARRIVED.  THE LATEST CHANGE ON OR BEFORE
      *  THE BUSINESS DATE WINS (THE LATER CARD ON A TIE), SO A RERUN
      *  OF A PRIOR DATE SEES THE VALUES THAT WERE IN FORCE THEN.
      *****************************************************************
           APPLY-PARM-CHANGES SECTION.
               MOVE 'N' TO WS-CHANGE-SW
               MOVE SPACES TO WS-CHANGE-VALUE WS-CHANGE-ID
                              WS-CHANGE-DATE
               MOVE 'N' TO WS-HIST-EOF-SW
               CALL 'GETBDATE' USING WS-RUN-DATE

               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-FILE
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        PERFORM CHECK-HISTORY-ENTRY
                     END-READ
                  END-PERFORM
                  CLOSE HIST-FILE
               END-IF
               .

           CHECK-HISTORY-ENTRY SECTION.
               MOVE IN-HIST-RECORD TO WS-HIST-ENTRY
               MOVE SPACES TO WS-NAME-RAW WS-VALUE-RAW
               IF IN-HIST-RECORD(1:1) = '*'
               OR IN-HIST-RECORD = SPACES
                  CONTINUE
               ELSE
                  UNSTRING WS-HIST-SETTING DELIMITED BY '='
                     INTO WS-NAME-RAW, WS-VALUE-RAW
                  END-UNSTRING
                  IF  WS-NAME-RAW = WS-LOOKUP-NAME
                  AND WS-NAME-RAW NOT = SPACES
                  AND WS-HIST-EFF-DATE IS NUMERIC
                  AND WS-HIST-EFF-DATE <= WS-RUN-DATE-X
                  AND WS-HIST-EFF-DATE >= WS-CHANGE-DATE
                     MOVE WS-VALUE-RAW TO WS-CHANGE-VALUE
                     MOVE WS-HIST-CHG-ID TO WS-CHANGE-ID
                     MOVE WS-HIST-EFF-DATE TO WS-CHANGE-DATE
                     SET WS-CHANGE-APPLIED TO TRUE
                  END-IF
               END-IF
               .

           SPLIT-PARM-RECORD SECTION.
                  CLOSE PARM-FILE
               END-IF

               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               PERFORM VARYING WS-KNOWN-IX FROM 1 BY 1
                       UNTIL WS-KNOWN-IX > WS-KNOWN-COUNT
                  PERFORM AUDIT-CHANGED-PARAMETER
               END-PERFORM

               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               PERFORM VARYING WS-KNOWN-IX FROM 1 BY 1
               MOVE 'Y' TO LK-PARM-FOUND-SW
               .

           AUDIT-CHANGED-PARAMETER SECTION.
               MOVE WS-KNOWN-NAME(WS-KNOWN-IX) TO WS-LOOKUP-NAME
               PERFORM APPLY-PARM-CHANGES
               IF WS-CHANGE-APPLIED
                  MOVE 'Y' TO WS-KNOWN-SEEN-SW(WS-KNOWN-IX)
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING WS-LOOKUP-NAME ' = ' WS-CHANGE-VALUE
                         ' (CHANGE ' WS-CHANGE-ID
                         ' EFFECTIVE ' WS-CHANGE-DATE ')'
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               END-IF
               .

           AUDIT-UNSET-PARAMETER SECTION.
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE
