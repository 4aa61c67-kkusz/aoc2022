           IDENTIFICATION DIVISION.
           PROGRAM-ID. CRANEMNT.
      *****************************************************************
      *  CRANE MASTER MAINTENANCE AND MAINTENANCE-DUE REPORT.
      *
      *  APPLIES THE CRANE_TRANS.TXT CARDS TO CRANE_MASTER.TXT, THEN
      *  LISTS EVERY CRANE THAT IS PAST ITS NEXT SERVICE, WITHIN
      *  CRANE_WARN_LIFTS LIFTS OF IT, OR OUT OF SERVICE.  DAY05 KEEPS
      *  THE LIFT AND TONNAGE COUNTERS UP TO DATE FROM THE MOVES IT
      *  APPLIES AND REFUSES LIFTS ON A CRANE THAT IS OUT OF SERVICE.
      *
      *     ADD     CRANE BAY CAPACITY INTERVAL   NEW CRANE
      *     CHANGE  CRANE BAY CAPACITY INTERVAL   BLANK = UNCHANGED
      *     SERVICE CRANE                         SERVICE COMPLETED
      *     OUTSVC  CRANE                         TAKE OUT OF SERVICE
      *     INSVC   CRANE                         RETURN TO SERVICE
      *
      *  A SERVICE CARD SETS THE NEXT SERVICE DUE TO THE CRANE'S
      *  CURRENT LIFTS PLUS ITS SERVICE INTERVAL AND RETURNS THE CRANE
      *  TO SERVICE.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT TRANS-FILE ASSIGN TO 'crane_trans.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT MASTER-IN ASSIGN TO 'crane_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT MASTER-OUT ASSIGN TO 'crane_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AUDIT-OUT ASSIGN TO 'cranemnt_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'crane_maintenance.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD TRANS-FILE.
              01 IN-TRANS-CARD.
                 03 IN-TRANS-ACTION    PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-CRANE     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-BAY       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-CAPACITY  PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-INTERVAL  PIC X(7).

              FD MASTER-IN.
              01 IN-CRANE-CARD.
                 03 IN-CRN-ID          PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-BAY         PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-CAPACITY    PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-LIFTS       PIC X(9).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-TONNAGE     PIC X(11).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-INTERVAL    PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-NEXT-DUE    PIC X(9).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-CRN-LAST-SVC    PIC X(8).

              FD MASTER-OUT.
              01 WS-MASTER-OUT-LINE.
                 03 OUT-CRN-ID         PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-BAY        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-CAPACITY   PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-LIFTS      PIC 9(9).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-TONNAGE    PIC 9(11).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-INTERVAL   PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-NEXT-DUE   PIC 9(9).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-CRN-LAST-SVC   PIC 9(8).

              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(150).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'CRANEMNT'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(3) COMP.
              01 WS-WARN-LIFTS         PIC 9(9) VALUE 500.

              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.
              01 WS-MASTER-FOUND-SW    PIC X VALUE 'N'.
                 88 WS-MASTER-FOUND         VALUE 'Y'.
              01 WS-TRANS-FOUND-SW     PIC X VALUE 'N'.
                 88 WS-TRANS-FOUND          VALUE 'Y'.

              01 WS-MAX-CRANES         PIC 9(2) COMP VALUE 20.
              01 WS-CRN-TABLE.
                 03 WS-CRN-ENTRY OCCURS 20.
                    05 WS-CRN-ID          PIC X(4).
                    05 WS-CRN-BAY         PIC X(1).
                    05 WS-CRN-CAPACITY    PIC 9(7).
                    05 WS-CRN-LIFTS       PIC 9(9).
                    05 WS-CRN-TONNAGE     PIC 9(11).
                    05 WS-CRN-INTERVAL    PIC 9(7).
                    05 WS-CRN-NEXT-DUE    PIC 9(9).
                    05 WS-CRN-STATUS      PIC X(1).
                       88 WS-CRN-OUT-OF-SERVICE  VALUE 'O'.
                    05 WS-CRN-LAST-SVC    PIC 9(8).
              01 WS-CRN-COUNT          PIC 9(2) COMP VALUE 0.
              01 WS-CRN-IX             PIC 9(2) COMP.
              01 IX                    PIC 9(2) COMP.

              01 WS-TRANS-READ         PIC 9(7) VALUE 0.
              01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-BEFORE-IMAGE       PIC X(50).
              01 WS-AFTER-IMAGE        PIC X(50).

              01 WS-LIFTS-LEFT         PIC S9(9).
              01 WS-LIFTS-LEFT-EDIT    PIC -(9)9.
              01 WS-DUE-STATE          PIC X(14).
              01 WS-IN-SERVICE         PIC X(1).
              01 WS-OVERDUE-COUNT      PIC 9(3) VALUE 0.
              01 WS-DUE-SOON-COUNT     PIC 9(3) VALUE 0.
              01 WS-OOS-COUNT          PIC 9(3) VALUE 0.
              01 WS-LISTED-COUNT       PIC 9(3) VALUE 0.
              01 WS-CRANE-COUNT-DISP   PIC 9(3).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               MOVE 'CRANE_WARN_LIFTS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT FUNCTION REVERSE(WS-PARM-VALUE)
                     TALLYING WS-PARM-LEN FOR LEADING SPACES
                  COMPUTE WS-PARM-LEN =
                          LENGTH OF WS-PARM-VALUE - WS-PARM-LEN
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 10
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-WARN-LIFTS
                  END-IF
               END-IF

               PERFORM LOAD-CRANE-MASTER

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT TRANS-FILE
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'CRANEMNT: NO TRANSACTION FILE - '
                          'REPORTING CRANE MASTER AS IT STANDS'
               ELSE
                  SET WS-TRANS-FOUND TO TRUE
                  OPEN OUTPUT AUDIT-OUT
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'CRANE MASTER MAINTENANCE FOR ' WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  MOVE SPACES TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  PERFORM UNTIL WS-EOF
                     READ TRANS-FILE
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-TRANS-READ
                        IF IN-TRANS-CARD NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE TRANS-FILE

                  MOVE SPACES TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'CARDS READ=' WS-TRANS-READ
                         ' APPLIED=' WS-APPLIED-COUNT
                         ' REJECTED=' WS-REJECT-COUNT
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  CLOSE AUDIT-OUT
                  DISPLAY 'CRANEMNT: ' WS-APPLIED-COUNT ' APPLIED, '
                          WS-REJECT-COUNT ' REJECTED - SEE '
                          'CRANEMNT_AUDIT.TXT'
               END-IF

               IF NOT WS-MASTER-FOUND AND WS-CRN-COUNT = ZERO
                  DISPLAY 'CRANEMNT: NO CRANE MASTER ON FILE - '
                          'NOTHING TO REPORT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               IF WS-APPLIED-COUNT > ZERO
                  MOVE 'crane_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-CRANE-MASTER
                  END-IF
               END-IF

               PERFORM WRITE-MAINTENANCE-REPORT

               DISPLAY 'CRANEMNT: ' WS-OVERDUE-COUNT ' OVERDUE, '
                       WS-DUE-SOON-COUNT ' DUE SOON, '
                       WS-OOS-COUNT ' OUT OF SERVICE - SEE '
                       'CRANE_MAINTENANCE.TXT'
               IF (WS-REJECT-COUNT > ZERO
               OR WS-OVERDUE-COUNT > ZERO)
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CRANE-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'CRANEMNT: NO CRANE MASTER ON FILE - '
                          'STARTING A NEW MASTER'
               ELSE
                  SET WS-MASTER-FOUND TO TRUE
                  PERFORM UNTIL WS-MASTER-EOF
                     READ MASTER-IN
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-MASTER-CARD
                     END-READ
                  END-PERFORM
                  CLOSE MASTER-IN
               END-IF
               .

           POST-MASTER-CARD SECTION.
               IF IN-CRN-ID NOT = SPACES
                  IF WS-CRN-COUNT >= WS-MAX-CRANES
                     DISPLAY 'CRANEMNT: CRANE MASTER TABLE CAPACITY '
                             'OF ' WS-MAX-CRANES ' EXCEEDED - '
                             'CARD DROPPED: ' IN-CRANE-CARD
                  ELSE
                     ADD 1 TO WS-CRN-COUNT
                     MOVE IN-CRN-ID  TO WS-CRN-ID(WS-CRN-COUNT)
                     MOVE IN-CRN-BAY TO WS-CRN-BAY(WS-CRN-COUNT)
                     IF IN-CRN-CAPACITY IS NUMERIC
                        MOVE IN-CRN-CAPACITY
                          TO WS-CRN-CAPACITY(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-CAPACITY(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-LIFTS IS NUMERIC
                        MOVE IN-CRN-LIFTS
                          TO WS-CRN-LIFTS(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-LIFTS(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-TONNAGE IS NUMERIC
                        MOVE IN-CRN-TONNAGE
                          TO WS-CRN-TONNAGE(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-TONNAGE(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-INTERVAL IS NUMERIC
                        MOVE IN-CRN-INTERVAL
                          TO WS-CRN-INTERVAL(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-INTERVAL(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-NEXT-DUE IS NUMERIC
                        MOVE IN-CRN-NEXT-DUE
                          TO WS-CRN-NEXT-DUE(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-NEXT-DUE(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-STATUS = 'O'
                        MOVE 'O' TO WS-CRN-STATUS(WS-CRN-COUNT)
                     ELSE
                        MOVE 'A' TO WS-CRN-STATUS(WS-CRN-COUNT)
                     END-IF
                     IF IN-CRN-LAST-SVC IS NUMERIC
                        MOVE IN-CRN-LAST-SVC
                          TO WS-CRN-LAST-SVC(WS-CRN-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CRN-LAST-SVC(WS-CRN-COUNT)
                     END-IF
                  END-IF
               END-IF
               .

           APPLY-ONE-TRANSACTION SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM FIND-MASTER-ENTRY
               EVALUATE IN-TRANS-ACTION
                  WHEN 'ADD    '
                     PERFORM APPLY-ADD-CARD
                  WHEN 'CHANGE '
                     PERFORM APPLY-CHANGE-CARD
                  WHEN 'SERVICE'
                     PERFORM APPLY-SERVICE-CARD
                  WHEN 'OUTSVC '
                     PERFORM APPLY-OUTSVC-CARD
                  WHEN 'INSVC  '
                     PERFORM APPLY-INSVC-CARD
                  WHEN OTHER
                     MOVE 'BADACTN' TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM WRITE-REJECT-AUDIT
               END-IF
               .

           FIND-MASTER-ENTRY SECTION.
               MOVE ZERO TO WS-CRN-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CRN-COUNT
                  IF WS-CRN-ID(IX) = IN-TRANS-CRANE
                     MOVE IX TO WS-CRN-IX
                     MOVE WS-CRN-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           APPLY-ADD-CARD SECTION.
               EVALUATE TRUE
                  WHEN IN-TRANS-CRANE = SPACES
                     MOVE 'NOCRANE' TO WS-REJECT-REASON
                  WHEN WS-CRN-IX > ZERO
                     MOVE 'DUPKEY' TO WS-REJECT-REASON
                  WHEN IN-TRANS-BAY = SPACE
                     MOVE 'BADBAY' TO WS-REJECT-REASON
                  WHEN IN-TRANS-CAPACITY NOT NUMERIC
                     MOVE 'BADCAP' TO WS-REJECT-REASON
                  WHEN IN-TRANS-INTERVAL NOT NUMERIC
                     MOVE 'BADINTVL' TO WS-REJECT-REASON
                  WHEN WS-CRN-COUNT >= WS-MAX-CRANES
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-CRN-COUNT
                  MOVE WS-CRN-COUNT TO WS-CRN-IX
                  MOVE IN-TRANS-CRANE    TO WS-CRN-ID(WS-CRN-IX)
                  MOVE IN-TRANS-BAY      TO WS-CRN-BAY(WS-CRN-IX)
                  MOVE IN-TRANS-CAPACITY TO WS-CRN-CAPACITY(WS-CRN-IX)
                  MOVE IN-TRANS-INTERVAL TO WS-CRN-INTERVAL(WS-CRN-IX)
                  MOVE IN-TRANS-INTERVAL TO WS-CRN-NEXT-DUE(WS-CRN-IX)
                  MOVE ZERO TO WS-CRN-LIFTS(WS-CRN-IX)
                               WS-CRN-TONNAGE(WS-CRN-IX)
                  MOVE 'A' TO WS-CRN-STATUS(WS-CRN-IX)
                  MOVE WS-RUN-DATE TO WS-CRN-LAST-SVC(WS-CRN-IX)
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NEW)' TO WS-BEFORE-IMAGE
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

      *****************************************************************
      *  A NEW SERVICE INTERVAL MOVES THE NEXT SERVICE DUE BY THE
      *  DIFFERENCE, SO IT STILL COUNTS FROM THE LAST SERVICE.
      *****************************************************************
           APPLY-CHANGE-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CRN-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN IN-TRANS-CAPACITY NOT = SPACES
                   AND IN-TRANS-CAPACITY NOT NUMERIC
                     MOVE 'BADCAP' TO WS-REJECT-REASON
                  WHEN IN-TRANS-INTERVAL NOT = SPACES
                   AND IN-TRANS-INTERVAL NOT NUMERIC
                     MOVE 'BADINTVL' TO WS-REJECT-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  PERFORM BUILD-BEFORE-IMAGE
                  IF IN-TRANS-BAY NOT = SPACE
                     MOVE IN-TRANS-BAY TO WS-CRN-BAY(WS-CRN-IX)
                  END-IF
                  IF IN-TRANS-CAPACITY NOT = SPACES
                     MOVE IN-TRANS-CAPACITY
                       TO WS-CRN-CAPACITY(WS-CRN-IX)
                  END-IF
                  IF IN-TRANS-INTERVAL NOT = SPACES
                     COMPUTE WS-LIFTS-LEFT =
                             WS-CRN-NEXT-DUE(WS-CRN-IX)
                           - WS-CRN-INTERVAL(WS-CRN-IX)
                     MOVE IN-TRANS-INTERVAL
                       TO WS-CRN-INTERVAL(WS-CRN-IX)
                     ADD WS-CRN-INTERVAL(WS-CRN-IX) TO WS-LIFTS-LEFT
                     IF WS-LIFTS-LEFT < ZERO
                        MOVE ZERO TO WS-LIFTS-LEFT
                     END-IF
                     MOVE WS-LIFTS-LEFT TO WS-CRN-NEXT-DUE(WS-CRN-IX)
                  END-IF
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           APPLY-SERVICE-CARD SECTION.
               IF WS-CRN-IX = ZERO
                  MOVE 'NOTFOUND' TO WS-REJECT-REASON
               ELSE
                  PERFORM BUILD-BEFORE-IMAGE
                  COMPUTE WS-CRN-NEXT-DUE(WS-CRN-IX) =
                          WS-CRN-LIFTS(WS-CRN-IX)
                        + WS-CRN-INTERVAL(WS-CRN-IX)
                  MOVE WS-RUN-DATE TO WS-CRN-LAST-SVC(WS-CRN-IX)
                  MOVE 'A' TO WS-CRN-STATUS(WS-CRN-IX)
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           APPLY-OUTSVC-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CRN-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN WS-CRN-OUT-OF-SERVICE(WS-CRN-IX)
                     MOVE 'ALROUT' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE 'O' TO WS-CRN-STATUS(WS-CRN-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
               END-EVALUATE
               .

           APPLY-INSVC-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CRN-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN NOT WS-CRN-OUT-OF-SERVICE(WS-CRN-IX)
                     MOVE 'ALRIN' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE 'A' TO WS-CRN-STATUS(WS-CRN-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
               END-EVALUATE
               .

           BUILD-BEFORE-IMAGE SECTION.
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING WS-CRN-BAY(WS-CRN-IX)
                      ' ' WS-CRN-CAPACITY(WS-CRN-IX)
                      ' ' WS-CRN-INTERVAL(WS-CRN-IX)
                      ' ' WS-CRN-NEXT-DUE(WS-CRN-IX)
                      ' ' WS-CRN-STATUS(WS-CRN-IX)
                      ' ' WS-CRN-LAST-SVC(WS-CRN-IX)
                  DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               .

           BUILD-AFTER-IMAGE SECTION.
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING WS-CRN-BAY(WS-CRN-IX)
                      ' ' WS-CRN-CAPACITY(WS-CRN-IX)
                      ' ' WS-CRN-INTERVAL(WS-CRN-IX)
                      ' ' WS-CRN-NEXT-DUE(WS-CRN-IX)
                      ' ' WS-CRN-STATUS(WS-CRN-IX)
                      ' ' WS-CRN-LAST-SVC(WS-CRN-IX)
                  DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               .

           WRITE-APPLIED-AUDIT SECTION.
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'APPLIED ACTION=' IN-TRANS-ACTION
                      ' CRANE=' IN-TRANS-CRANE
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '         AFTER=' WS-AFTER-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           WRITE-REJECT-AUDIT SECTION.
               ADD 1 TO WS-REJECT-COUNT
               IF WS-CRN-IX > ZERO
                  PERFORM BUILD-BEFORE-IMAGE
               ELSE
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NONE)' TO WS-BEFORE-IMAGE
               END-IF
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'REJECTED ACTION=' IN-TRANS-ACTION
                      ' CRANE=' IN-TRANS-CRANE
                      ' REASON=' WS-REJECT-REASON
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'crane_trans.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-TRANS-READ     TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
               MOVE IN-TRANS-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-CRANE-MASTER SECTION.
               OPEN OUTPUT MASTER-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CRN-COUNT
                  MOVE SPACES TO WS-MASTER-OUT-LINE
                  MOVE WS-CRN-ID(IX)       TO OUT-CRN-ID
                  MOVE WS-CRN-BAY(IX)      TO OUT-CRN-BAY
                  MOVE WS-CRN-CAPACITY(IX) TO OUT-CRN-CAPACITY
                  MOVE WS-CRN-LIFTS(IX)    TO OUT-CRN-LIFTS
                  MOVE WS-CRN-TONNAGE(IX)  TO OUT-CRN-TONNAGE
                  MOVE WS-CRN-INTERVAL(IX) TO OUT-CRN-INTERVAL
                  MOVE WS-CRN-NEXT-DUE(IX) TO OUT-CRN-NEXT-DUE
                  MOVE WS-CRN-STATUS(IX)   TO OUT-CRN-STATUS
                  MOVE WS-CRN-LAST-SVC(IX) TO OUT-CRN-LAST-SVC
                  WRITE WS-MASTER-OUT-LINE
               END-PERFORM
               CLOSE MASTER-OUT
               .

      *****************************************************************
      *  LEFT IS THE NUMBER OF LIFTS BEFORE THE NEXT SERVICE FALLS DUE;
      *  A NEGATIVE FIGURE IS THE NUMBER OF LIFTS PAST IT.  A CRANE
      *  WITH NO SERVICE INTERVAL IS LISTED ONLY WHEN OUT OF SERVICE.
      *****************************************************************
           WRITE-MAINTENANCE-REPORT SECTION.
               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CRANE MAINTENANCE DUE REPORT FOR ' WS-RUN-DATE
                      ' - WARNING AT ' WS-WARN-LIFTS ' LIFTS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CRN-COUNT
                  PERFORM JUDGE-ONE-CRANE
               END-PERFORM
               IF WS-LISTED-COUNT = ZERO
                  MOVE 'NO CRANES DUE FOR SERVICE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE WS-CRN-COUNT TO WS-CRANE-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CRANES=' WS-CRANE-COUNT-DISP
                      ' OVERDUE=' WS-OVERDUE-COUNT
                      ' DUE-SOON=' WS-DUE-SOON-COUNT
                      ' OUT-OF-SERVICE=' WS-OOS-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT
               .

           JUDGE-ONE-CRANE SECTION.
               MOVE SPACES TO WS-DUE-STATE
               COMPUTE WS-LIFTS-LEFT = WS-CRN-NEXT-DUE(IX)
                                     - WS-CRN-LIFTS(IX)
               IF WS-CRN-OUT-OF-SERVICE(IX)
                  MOVE 'N' TO WS-IN-SERVICE
                  ADD 1 TO WS-OOS-COUNT
               ELSE
                  MOVE 'Y' TO WS-IN-SERVICE
               END-IF
               EVALUATE TRUE
                  WHEN WS-CRN-INTERVAL(IX) = ZERO
                   AND WS-CRN-NEXT-DUE(IX) = ZERO
                     IF WS-CRN-OUT-OF-SERVICE(IX)
                        MOVE 'OUT-OF-SERVICE' TO WS-DUE-STATE
                     END-IF
                  WHEN WS-LIFTS-LEFT NOT > ZERO
                     MOVE 'OVERDUE' TO WS-DUE-STATE
                     ADD 1 TO WS-OVERDUE-COUNT
                  WHEN WS-LIFTS-LEFT NOT > WS-WARN-LIFTS
                     MOVE 'DUE-SOON' TO WS-DUE-STATE
                     ADD 1 TO WS-DUE-SOON-COUNT
                  WHEN WS-CRN-OUT-OF-SERVICE(IX)
                     MOVE 'OUT-OF-SERVICE' TO WS-DUE-STATE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-DUE-STATE NOT = SPACES
                  ADD 1 TO WS-LISTED-COUNT
                  MOVE WS-LIFTS-LEFT TO WS-LIFTS-LEFT-EDIT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'CRANE=' WS-CRN-ID(IX)
                         ' BAY=' WS-CRN-BAY(IX)
                         ' STATE=' WS-DUE-STATE
                         ' LIFTS=' WS-CRN-LIFTS(IX)
                         ' DUE-AT=' WS-CRN-NEXT-DUE(IX)
                         ' LEFT=' WS-LIFTS-LEFT-EDIT
                         ' TONNAGE=' WS-CRN-TONNAGE(IX)
                         ' LAST-SVC=' WS-CRN-LAST-SVC(IX)
                         ' IN-SERVICE=' WS-IN-SERVICE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
