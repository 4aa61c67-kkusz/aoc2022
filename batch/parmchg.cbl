           IDENTIFICATION DIVISION.
           PROGRAM-ID. PARMCHG.

      *****************************************************************
      *  PARMCHG - PARAMETER CHANGE CONTROL
      *
      *  RUNTIME PARAMETERS ARE NOT CHANGED BY EDITING RUNPARMS.TXT.
      *  A CHANGE IS SUBMITTED AS A CARD ON PARM_CHANGES.TXT WITH AN
      *  EFFECTIVE BUSINESS DATE, THE REQUESTER AND (ONCE SIGNED OFF)
      *  THE APPROVER:
      *
      *     CHGID  YYYYMMDD REQR APPR NAME=VALUE
      *
      *  A CARD WITH NO APPROVER IS HELD ON PARM_CHANGES.TXT AWAITING
      *  APPROVAL.  A CARD WHOSE APPROVER IS A SENIOR OPERATOR GRANTED
      *  PARMCHG ON OPAUTH.TXT, AND IS NOT THE REQUESTER, IS MOVED TO
      *  PARM_HISTORY.TXT.  PARMLOAD APPLIES A HISTORY ENTRY OVER
      *  RUNPARMS.TXT FROM ITS EFFECTIVE DATE ON, SO A RERUN OF AN
      *  EARLIER BUSINESS DATE USES THE VALUES IN FORCE ON THAT DATE.
      *  CARDS THAT FAIL VALIDATION ARE DROPPED AND REPORTED.
      *  PARM_CHANGE_REPORT.TXT LISTS UPCOMING, APPLIED AND REJECTED
      *  CHANGES.  RC 4 WHEN ANY CARD IS REJECTED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CHANGE-IN ASSIGN TO 'parm_changes.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGE-STATUS.
              SELECT CHANGE-OUT ASSIGN TO 'parm_changes.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HIST-IN ASSIGN TO 'parm_history.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
              SELECT HIST-OUT ASSIGN TO 'parm_history.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-OUT-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'parm_change_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD CHANGE-IN.
              01 IN-CHANGE-CARD.
                 03 IN-CHG-ID          PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-CHG-EFF-DATE    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CHG-REQUESTER   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CHG-APPROVER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CHG-SETTING     PIC X(74).

              FD CHANGE-OUT.
              01 WS-CHANGE-OUT-LINE    PIC X(100).

              FD HIST-IN.
              01 IN-HIST-RECORD.
                 03 IN-HIST-EFF-DATE   PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-CHG-ID     PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-REQUESTER  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-APPROVER   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-APPROVED-ON PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-SETTING    PIC X(85).

              FD HIST-OUT.
              01 WS-HIST-OUT-LINE.
                 03 OUT-HIST-EFF-DATE  PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-CHG-ID    PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-REQUESTER PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-APPROVER  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-APPROVED-ON PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-SETTING   PIC X(85).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).

              01 WS-CHANGE-STATUS      PIC X(2).
              01 WS-HIST-STATUS        PIC X(2).
              01 WS-HIST-OUT-STATUS    PIC X(2).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PARMCHG'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'PARMCHG'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

              COPY PARMTAB.
              01 WS-KNOWN-IX           PIC 9(2) COMP.

              01 WS-CHANGE-EOF-SW      PIC X.
                 88 WS-CHANGE-EOF           VALUE 'Y'.
              01 WS-HIST-EOF-SW        PIC X.
                 88 WS-HIST-EOF             VALUE 'Y'.

              01 WS-MAX-HIST           PIC 9(3) COMP VALUE 500.
              01 WS-HIST-TABLE.
                 03 WS-HIST-ENTRY OCCURS 500.
                    05 WS-HIST-EFF-DATE   PIC X(8).
                    05 WS-HIST-CHG-ID     PIC X(6).
                    05 WS-HIST-REQUESTER  PIC X(4).
                    05 WS-HIST-APPROVER   PIC X(4).
                    05 WS-HIST-APPROVED-ON PIC X(8).
                    05 WS-HIST-NAME       PIC X(20).
                    05 WS-HIST-VALUE      PIC X(40).
                    05 WS-HIST-NEW-SW     PIC X.
                       88 WS-HIST-NEW           VALUE 'Y'.
              01 WS-HIST-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-HIST-IX            PIC 9(3) COMP.

              01 WS-MAX-PENDING        PIC 9(3) COMP VALUE 200.
              01 WS-PENDING-TABLE.
                 03 WS-PENDING-ENTRY OCCURS 200.
                    05 WS-PENDING-CARD    PIC X(100).
                    05 WS-PENDING-CHG-ID  PIC X(6).
              01 WS-PENDING-COUNT      PIC 9(3) COMP VALUE 0.
              01 WS-PENDING-IX         PIC 9(3) COMP.

              01 WS-MAX-REJECTS        PIC 9(3) COMP VALUE 200.
              01 WS-REJECT-TABLE.
                 03 WS-REJECT-LINE     PIC X(132) OCCURS 200.
              01 WS-REJECT-IX          PIC 9(3) COMP.
              01 IX                    PIC 9(3) COMP.

              01 WS-NAME-RAW           PIC X(20).
              01 WS-VALUE-RAW          PIC X(40).
              01 WS-CARD-MM            PIC 9(2).
              01 WS-CARD-DD            PIC 9(2).
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-STANDING           PIC X(10).
              01 WS-UPCOMING-LINES     PIC 9(5) VALUE 0.
              01 WS-APPLIED-LINES      PIC 9(5) VALUE 0.

              01 WS-CARDS-READ         PIC 9(7) VALUE 0.
              01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
              01 WS-AWAITING-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-CHANGE-HISTORY
               PERFORM PROCESS-CHANGE-CARDS
               IF WS-APPROVED-COUNT > ZERO
                  PERFORM APPEND-CHANGE-HISTORY
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PARAMETER CHANGE REPORT FOR BUSINESS DATE '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM WRITE-UPCOMING-CHANGES
               PERFORM WRITE-APPLIED-CHANGES
               PERFORM WRITE-REJECTED-CHANGES

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CARDS READ=' WS-CARDS-READ
                      ' APPROVED=' WS-APPROVED-COUNT
                      ' AWAITING=' WS-AWAITING-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PARMCHG: ' WS-APPROVED-COUNT ' CHANGE(S) '
                       'APPROVED, ' WS-AWAITING-COUNT ' AWAITING, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'PARM_CHANGE_REPORT.TXT'
               IF WS-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CHANGE-HISTORY SECTION.
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-IN
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        IF  IN-HIST-RECORD NOT = SPACES
                        AND IN-HIST-RECORD(1:1) NOT = '*'
                           PERFORM POST-HISTORY-RECORD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               END-IF
               .

           POST-HISTORY-RECORD SECTION.
               IF WS-HIST-COUNT < WS-MAX-HIST
                  ADD 1 TO WS-HIST-COUNT
                  MOVE SPACES TO WS-NAME-RAW WS-VALUE-RAW
                  UNSTRING IN-HIST-SETTING DELIMITED BY '='
                     INTO WS-NAME-RAW, WS-VALUE-RAW
                  END-UNSTRING
                  MOVE IN-HIST-EFF-DATE
                    TO WS-HIST-EFF-DATE(WS-HIST-COUNT)
                  MOVE IN-HIST-CHG-ID
                    TO WS-HIST-CHG-ID(WS-HIST-COUNT)
                  MOVE IN-HIST-REQUESTER
                    TO WS-HIST-REQUESTER(WS-HIST-COUNT)
                  MOVE IN-HIST-APPROVER
                    TO WS-HIST-APPROVER(WS-HIST-COUNT)
                  MOVE IN-HIST-APPROVED-ON
                    TO WS-HIST-APPROVED-ON(WS-HIST-COUNT)
                  MOVE WS-NAME-RAW TO WS-HIST-NAME(WS-HIST-COUNT)
                  MOVE WS-VALUE-RAW TO WS-HIST-VALUE(WS-HIST-COUNT)
                  MOVE 'N' TO WS-HIST-NEW-SW(WS-HIST-COUNT)
               ELSE
                  DISPLAY 'PARMCHG: CHANGE HISTORY TABLE FULL - '
                          'CHANGE ' IN-HIST-CHG-ID ' NOT LISTED'
               END-IF
               .

           PROCESS-CHANGE-CARDS SECTION.
               MOVE 'N' TO WS-CHANGE-EOF-SW
               OPEN INPUT CHANGE-IN
               IF WS-CHANGE-STATUS NOT = '00'
                  DISPLAY 'PARMCHG: NO PENDING CHANGE CARDS'
               ELSE
                  PERFORM UNTIL WS-CHANGE-EOF
                     READ CHANGE-IN
                     AT END
                        SET WS-CHANGE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        IF  IN-CHANGE-CARD NOT = SPACES
                        AND IN-CHANGE-CARD(1:1) NOT = '*'
                           PERFORM VALIDATE-CHANGE-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CHANGE-IN
                  PERFORM REWRITE-PENDING-CHANGES
               END-IF
               .

      *****************************************************************
      *  A CARD IS CHECKED IN FULL BEFORE ITS APPROVER IS LOOKED AT, SO
      *  A CARD WAITING FOR SIGN-OFF IS ALREADY KNOWN TO BE GOOD.  AN
      *  UNAPPROVED CARD WHOSE EFFECTIVE DATE HAS PASSED IS REJECTED
      *  RATHER THAN HELD - A CHANGE MAY NOT TAKE EFFECT BACKWARDS.
      *****************************************************************
           VALIDATE-CHANGE-CARD SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-NAME-RAW WS-VALUE-RAW
               UNSTRING IN-CHG-SETTING DELIMITED BY '='
                  INTO WS-NAME-RAW, WS-VALUE-RAW
               END-UNSTRING

               MOVE ZERO TO WS-CARD-MM WS-CARD-DD
               IF IN-CHG-EFF-DATE IS NUMERIC
                  MOVE IN-CHG-EFF-DATE(5:2) TO WS-CARD-MM
                  MOVE IN-CHG-EFF-DATE(7:2) TO WS-CARD-DD
               END-IF

               MOVE ZERO TO WS-KNOWN-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-KNOWN-COUNT
                  IF WS-KNOWN-NAME(IX) = WS-NAME-RAW
                     MOVE IX TO WS-KNOWN-IX
                     MOVE WS-KNOWN-COUNT TO IX
                  END-IF
               END-PERFORM

               MOVE ZERO TO WS-HIST-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF WS-HIST-CHG-ID(IX) = IN-CHG-ID
                     MOVE IX TO WS-HIST-IX
                     MOVE WS-HIST-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE ZERO TO WS-PENDING-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PENDING-COUNT
                  IF WS-PENDING-CHG-ID(IX) = IN-CHG-ID
                     MOVE IX TO WS-PENDING-IX
                     MOVE WS-PENDING-COUNT TO IX
                  END-IF
               END-PERFORM

               EVALUATE TRUE
                  WHEN IN-CHG-ID = SPACES
                     MOVE 'NOID' TO WS-REJECT-REASON
                  WHEN WS-HIST-IX > ZERO OR WS-PENDING-IX > ZERO
                     MOVE 'DUPID' TO WS-REJECT-REASON
                  WHEN WS-CARD-MM < 01 OR WS-CARD-MM > 12
                  OR   WS-CARD-DD < 01 OR WS-CARD-DD > 31
                     MOVE 'BADDATE' TO WS-REJECT-REASON
                  WHEN IN-CHG-EFF-DATE < WS-RUN-DATE-X
                     MOVE 'BACKDATE' TO WS-REJECT-REASON
                  WHEN IN-CHG-REQUESTER = SPACES
                     MOVE 'NOREQ' TO WS-REJECT-REASON
                  WHEN WS-NAME-RAW = SPACES
                     MOVE 'BADPARM' TO WS-REJECT-REASON
                  WHEN WS-KNOWN-IX = ZERO
                     MOVE 'UNKNOWN' TO WS-REJECT-REASON
                  WHEN WS-VALUE-RAW = SPACES
                     MOVE 'NOVALUE' TO WS-REJECT-REASON
                  WHEN IN-CHG-APPROVER = SPACES
                     PERFORM HOLD-CHANGE-CARD
                  WHEN IN-CHG-APPROVER = IN-CHG-REQUESTER
                     MOVE 'SELFAPPR' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM CHECK-CHANGE-APPROVER
               END-EVALUATE

               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM REJECT-CHANGE-CARD
               END-IF
               .

           CHECK-CHANGE-APPROVER SECTION.
               MOVE IN-CHG-APPROVER TO WS-SEC-OPERATOR
               MOVE SPACES TO WS-SEC-PARMS
               STRING 'APPROVE PARAMETER CHANGE ' IN-CHG-ID
                  DELIMITED BY SIZE INTO WS-SEC-PARMS
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               IF NOT WS-SEC-GRANTED OR NOT WS-SEC-SENIOR
                  MOVE 'NOTAUTH' TO WS-REJECT-REASON
               ELSE
                  PERFORM APPROVE-CHANGE-CARD
               END-IF
               .

           APPROVE-CHANGE-CARD SECTION.
               IF WS-HIST-COUNT NOT < WS-MAX-HIST
                  DISPLAY 'PARMCHG: CHANGE HISTORY TABLE FULL - '
                          'CHANGE ' IN-CHG-ID ' HELD'
                  PERFORM HOLD-CHANGE-CARD
               ELSE
                  ADD 1 TO WS-HIST-COUNT
                  MOVE IN-CHG-EFF-DATE
                    TO WS-HIST-EFF-DATE(WS-HIST-COUNT)
                  MOVE IN-CHG-ID TO WS-HIST-CHG-ID(WS-HIST-COUNT)
                  MOVE IN-CHG-REQUESTER
                    TO WS-HIST-REQUESTER(WS-HIST-COUNT)
                  MOVE IN-CHG-APPROVER
                    TO WS-HIST-APPROVER(WS-HIST-COUNT)
                  MOVE WS-RUN-DATE-X
                    TO WS-HIST-APPROVED-ON(WS-HIST-COUNT)
                  MOVE WS-NAME-RAW TO WS-HIST-NAME(WS-HIST-COUNT)
                  MOVE WS-VALUE-RAW TO WS-HIST-VALUE(WS-HIST-COUNT)
                  SET WS-HIST-NEW(WS-HIST-COUNT) TO TRUE
                  ADD 1 TO WS-APPROVED-COUNT
               END-IF
               .

           HOLD-CHANGE-CARD SECTION.
               IF WS-PENDING-COUNT < WS-MAX-PENDING
                  ADD 1 TO WS-PENDING-COUNT
                  MOVE IN-CHANGE-CARD
                    TO WS-PENDING-CARD(WS-PENDING-COUNT)
                  MOVE IN-CHG-ID TO WS-PENDING-CHG-ID(WS-PENDING-COUNT)
                  ADD 1 TO WS-AWAITING-COUNT
               ELSE
                  MOVE 'TBLFULL' TO WS-REJECT-REASON
               END-IF
               .

           REJECT-CHANGE-CARD SECTION.
               ADD 1 TO WS-REJECT-COUNT
               IF WS-REJECT-COUNT NOT > WS-MAX-REJECTS
                  MOVE SPACES TO WS-REJECT-LINE(WS-REJECT-COUNT)
                  STRING '  CHANGE ' IN-CHG-ID
                         ' EFFECTIVE ' IN-CHG-EFF-DATE
                         ' REQ=' IN-CHG-REQUESTER
                         ' APPR=' IN-CHG-APPROVER
                         ' REASON=' WS-REJECT-REASON
                         ' ' IN-CHG-SETTING
                     DELIMITED BY SIZE
                     INTO WS-REJECT-LINE(WS-REJECT-COUNT)
               END-IF
               MOVE 'parm_changes.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-CARDS-READ      TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
               MOVE IN-CHANGE-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-PENDING-CHANGES SECTION.
               OPEN OUTPUT CHANGE-OUT
               PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
                       UNTIL WS-PENDING-IX > WS-PENDING-COUNT
                  MOVE WS-PENDING-CARD(WS-PENDING-IX)
                    TO WS-CHANGE-OUT-LINE
                  WRITE WS-CHANGE-OUT-LINE
               END-PERFORM
               CLOSE CHANGE-OUT
               .

           APPEND-CHANGE-HISTORY SECTION.
               OPEN EXTEND HIST-OUT
               IF WS-HIST-OUT-STATUS NOT = '00'
                  OPEN OUTPUT HIST-OUT
               END-IF
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                  IF WS-HIST-NEW(WS-HIST-IX)
                     MOVE SPACES TO WS-HIST-OUT-LINE
                     MOVE WS-HIST-EFF-DATE(WS-HIST-IX)
                       TO OUT-HIST-EFF-DATE
                     MOVE WS-HIST-CHG-ID(WS-HIST-IX)
                       TO OUT-HIST-CHG-ID
                     MOVE WS-HIST-REQUESTER(WS-HIST-IX)
                       TO OUT-HIST-REQUESTER
                     MOVE WS-HIST-APPROVER(WS-HIST-IX)
                       TO OUT-HIST-APPROVER
                     MOVE WS-HIST-APPROVED-ON(WS-HIST-IX)
                       TO OUT-HIST-APPROVED-ON
                     STRING WS-HIST-NAME(WS-HIST-IX) DELIMITED BY SPACE
                            '=' DELIMITED BY SIZE
                            WS-HIST-VALUE(WS-HIST-IX)
                               DELIMITED BY SIZE
                        INTO OUT-HIST-SETTING
                     WRITE WS-HIST-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE HIST-OUT
               .

           WRITE-UPCOMING-CHANGES SECTION.
               MOVE 'UPCOMING CHANGES' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                  IF WS-HIST-EFF-DATE(WS-HIST-IX) > WS-RUN-DATE-X
                     ADD 1 TO WS-UPCOMING-LINES
                     MOVE 'APPROVED' TO WS-STANDING
                     PERFORM WRITE-HISTORY-LINE
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
                       UNTIL WS-PENDING-IX > WS-PENDING-COUNT
                  ADD 1 TO WS-UPCOMING-LINES
                  MOVE WS-PENDING-CARD(WS-PENDING-IX)
                    TO IN-CHANGE-CARD
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  CHANGE ' IN-CHG-ID
                         ' EFFECTIVE ' IN-CHG-EFF-DATE
                         ' REQ=' IN-CHG-REQUESTER
                         ' AWAITING APPROVAL '
                         IN-CHG-SETTING
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               IF WS-UPCOMING-LINES = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

      *****************************************************************
      *  A CHANGE THAT HAS TAKEN EFFECT IS IN FORCE UNTIL ANOTHER ONE
      *  FOR THE SAME PARAMETER TAKES EFFECT ON A LATER DATE, OR ON THE
      *  SAME DATE FURTHER DOWN THE HISTORY - THE SAME RULE PARMLOAD
      *  USES WHEN IT APPLIES THE HISTORY.
      *****************************************************************
           WRITE-APPLIED-CHANGES SECTION.
               MOVE 'APPLIED CHANGES' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                  IF WS-HIST-EFF-DATE(WS-HIST-IX) NOT > WS-RUN-DATE-X
                     ADD 1 TO WS-APPLIED-LINES
                     MOVE 'IN FORCE' TO WS-STANDING
                     PERFORM VARYING IX FROM 1 BY 1
                             UNTIL IX > WS-HIST-COUNT
                        IF  IX NOT = WS-HIST-IX
                        AND WS-HIST-NAME(IX) = WS-HIST-NAME(WS-HIST-IX)
                        AND WS-HIST-EFF-DATE(IX) NOT > WS-RUN-DATE-X
                        AND (WS-HIST-EFF-DATE(IX) >
                             WS-HIST-EFF-DATE(WS-HIST-IX)
                         OR (WS-HIST-EFF-DATE(IX) =
                             WS-HIST-EFF-DATE(WS-HIST-IX)
                             AND IX > WS-HIST-IX))
                           MOVE 'SUPERSEDED' TO WS-STANDING
                        END-IF
                     END-PERFORM
                     PERFORM WRITE-HISTORY-LINE
                  END-IF
               END-PERFORM
               IF WS-APPLIED-LINES = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           WRITE-HISTORY-LINE SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  CHANGE ' WS-HIST-CHG-ID(WS-HIST-IX)
                      ' EFFECTIVE ' WS-HIST-EFF-DATE(WS-HIST-IX)
                      ' REQ=' WS-HIST-REQUESTER(WS-HIST-IX)
                      ' APPR=' WS-HIST-APPROVER(WS-HIST-IX)
                      ' ON ' WS-HIST-APPROVED-ON(WS-HIST-IX)
                      ' ' WS-STANDING ' '
                      WS-HIST-NAME(WS-HIST-IX) ' = '
                      WS-HIST-VALUE(WS-HIST-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           WRITE-REJECTED-CHANGES SECTION.
               MOVE 'REJECTED CHANGES' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                       UNTIL WS-REJECT-IX > WS-REJECT-COUNT
                          OR WS-REJECT-IX > WS-MAX-REJECTS
                  MOVE WS-REJECT-LINE(WS-REJECT-IX) TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               IF WS-REJECT-COUNT = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           COPY EXCPAPP.
