           IDENTIFICATION DIVISION.
           PROGRAM-ID. PERCLOSE.

      *****************************************************************
      *  BUSINESS-DATE PERIOD CLOSE.  ONCE A DATE'S OR A MONTH'S
      *  REPORTS ARE SIGNED OFF, A CLOSE CARD ON PERIOD_CARDS.TXT
      *  MARKS IT CLOSED AND PERDCHK THEN STOPS EVERY ENGINE AND
      *  MAINTENANCE PROGRAM FROM RUNNING AGAINST IT.  A REOPEN CARD
      *  LETS A RERUN THROUGH, FOR EVERY PROGRAM OR FOR ONE PROGRAM,
      *  UNTIL THE PERIOD IS CLOSED AGAIN.  CARDS:
      *
      *     ACTION PERIOD   PROGRAM  REASON
      *     CLOSE  20261014
      *     CLOSE  202609
      *     REOPEN 20261014 DAY02    STANDINGS CORRECTION
      *
      *  PERIOD IS YYYYMMDD FOR ONE DATE OR YYYYMM FOR A MONTH.  THE
      *  OPERATOR IS TAKEN FROM OPERATOR_ID AND MUST BE GRANTED
      *  PERCLOSE (TO CLOSE) OR PERREOPN (TO REOPEN) ON OPAUTH.TXT;
      *  SECCHK RECORDS EVERY CLOSE AND REOPEN ON THE SECURITY AUDIT.
      *  ACCEPTED CARDS ARE ADDED TO THE PERIOD_CLOSE.TXT REGISTER,
      *  THE CARD FILE IS REMOVED, AND PERIOD_CLOSE_REPORT.TXT LISTS
      *  WHAT WAS DONE AND EVERY PERIOD NOW CLOSED OR REOPENED.
      *  RC 4 WHEN A CARD IS REJECTED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CARD-IN ASSIGN TO 'period_cards.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.
              SELECT CLOSE-IN ASSIGN TO 'period_close.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSE-STATUS.
              SELECT CLOSE-OUT ASSIGN TO 'period_close.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSE-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'period_close_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD CARD-IN.
              01 IN-PERIOD-CARD.
                 03 IN-CARD-ACTION     PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-CARD-PERIOD     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CARD-PROGRAM    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CARD-REASON     PIC X(40).

              FD CLOSE-IN.
              01 IN-CLOSE-ENTRY.
                 03 IN-CLS-ACTION      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-PERIOD      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-PROGRAM     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-OPERATOR    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-ON-DATE     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-ON-TIME     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CLS-REASON      PIC X(40).

              FD CLOSE-OUT.
              01 WS-CLOSE-OUT-LINE.
                 03 OUT-CLS-ACTION     PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-PERIOD     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-PROGRAM    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-OPERATOR   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-ON-DATE    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-ON-TIME    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CLS-REASON     PIC X(40).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.
              01 WS-CARD-STATUS        PIC X(2).
              01 WS-CLOSE-STATUS       PIC X(2).
              01 WS-CLOSE-EOF-SW       PIC X.
                 88 WS-CLOSE-EOF            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-RUN-TIME           PIC 9(8).

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8).
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

              01 WS-MAX-ENTRIES        PIC 9(4) COMP VALUE 1000.
              01 WS-ENTRY-TABLE.
                 03 WS-ENTRY OCCURS 1000.
                    05 WS-ENT-ACTION      PIC X(6).
                    05 WS-ENT-PERIOD      PIC X(8).
                    05 WS-ENT-PROGRAM     PIC X(8).
                    05 WS-ENT-OPERATOR    PIC X(4).
                    05 WS-ENT-ON-DATE     PIC X(8).
                    05 WS-ENT-ON-TIME     PIC X(8).
                    05 WS-ENT-REASON      PIC X(40).
              01 WS-ENTRY-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-ENTRY-IX           PIC 9(4) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-CARD-MM            PIC 9(2).
              01 WS-CARD-DD            PIC 9(2).
              01 WS-STATE-ACTION       PIC X(6).
              01 WS-LATER-SW           PIC X.
                 88 WS-LATER-ENTRY          VALUE 'Y'.
              01 WS-REJECT-REASON      PIC X(8).

              01 WS-CARDS-READ         PIC 9(5) VALUE 0.
              01 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
              01 WS-REOPENED-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-LISTED-COUNT       PIC 9(5).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'

               PERFORM LOAD-CLOSE-REGISTER

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PERIOD CLOSE REPORT FOR BUSINESS DATE '
                      WS-RUN-DATE ' OPERATOR=' WS-SEC-OPERATOR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               OPEN INPUT CARD-IN
               IF WS-CARD-STATUS NOT = '00'
                  MOVE 'NO PERIOD CARDS PRESENT' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-CARD-STATUS NOT = '00'
                     READ CARD-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        IF  IN-PERIOD-CARD NOT = SPACES
                        AND IN-PERIOD-CARD(1:1) NOT = '*'
                           PERFORM APPLY-PERIOD-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CARD-IN
                  CALL 'CBL_DELETE_FILE' USING 'period_cards.txt'
               END-IF

               PERFORM WRITE-PERIOD-STATUS

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CARDS READ=' WS-CARDS-READ
                      ' CLOSED=' WS-CLOSED-COUNT
                      ' REOPENED=' WS-REOPENED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PERCLOSE: ' WS-CLOSED-COUNT ' CLOSED, '
                       WS-REOPENED-COUNT ' REOPENED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'PERIOD_CLOSE_REPORT.TXT'
               IF WS-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CLOSE-REGISTER SECTION.
               MOVE 'N' TO WS-CLOSE-EOF-SW
               OPEN INPUT CLOSE-IN
               IF WS-CLOSE-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-CLOSE-EOF
                     READ CLOSE-IN
                     AT END
                        SET WS-CLOSE-EOF TO TRUE
                     NOT AT END
                        IF  IN-CLS-ACTION NOT = SPACES
                        AND WS-ENTRY-COUNT < WS-MAX-ENTRIES
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE IN-CLS-ACTION
                             TO WS-ENT-ACTION(WS-ENTRY-COUNT)
                           MOVE IN-CLS-PERIOD
                             TO WS-ENT-PERIOD(WS-ENTRY-COUNT)
                           MOVE IN-CLS-PROGRAM
                             TO WS-ENT-PROGRAM(WS-ENTRY-COUNT)
                           MOVE IN-CLS-OPERATOR
                             TO WS-ENT-OPERATOR(WS-ENTRY-COUNT)
                           MOVE IN-CLS-ON-DATE
                             TO WS-ENT-ON-DATE(WS-ENTRY-COUNT)
                           MOVE IN-CLS-ON-TIME
                             TO WS-ENT-ON-TIME(WS-ENTRY-COUNT)
                           MOVE IN-CLS-REASON
                             TO WS-ENT-REASON(WS-ENTRY-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CLOSE-IN
               END-IF
               .

           APPLY-PERIOD-CARD SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM VALIDATE-PERIOD-CARD
               IF WS-REJECT-REASON = SPACES
                  IF IN-CARD-ACTION = 'CLOSE'
                     MOVE 'PERCLOSE' TO WS-SEC-FUNCTION
                  ELSE
                     MOVE 'PERREOPN' TO WS-SEC-FUNCTION
                  END-IF
                  MOVE SPACES TO WS-SEC-PARMS
                  STRING IN-CARD-ACTION ' ' IN-CARD-PERIOD ' '
                         IN-CARD-PROGRAM
                     DELIMITED BY SIZE INTO WS-SEC-PARMS
                  CALL 'SECCHK' USING WS-SEC-OPERATOR
                                       WS-SEC-FUNCTION
                                       WS-SEC-PARMS
                                       WS-SEC-GRANTED-SW
                                       WS-SEC-SENIOR-SW
                  IF WS-SEC-OPERATOR = SPACES OR NOT WS-SEC-GRANTED
                     MOVE 'NOTAUTH' TO WS-REJECT-REASON
                  END-IF
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  STRING 'REJECTED  CARD=' IN-PERIOD-CARD
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                  PERFORM ADD-REGISTER-ENTRY
                  IF IN-CARD-ACTION = 'CLOSE'
                     ADD 1 TO WS-CLOSED-COUNT
                     STRING 'CLOSED    PERIOD=' IN-CARD-PERIOD
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  ELSE
                     ADD 1 TO WS-REOPENED-COUNT
                     IF IN-CARD-PROGRAM = SPACES
                        STRING 'REOPENED  PERIOD=' IN-CARD-PERIOD
                               ' FOR ALL PROGRAMS REASON='
                               IN-CARD-REASON
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                     ELSE
                        STRING 'REOPENED  PERIOD=' IN-CARD-PERIOD
                               ' FOR ' IN-CARD-PROGRAM
                               ' REASON=' IN-CARD-REASON
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                     END-IF
                  END-IF
               END-IF
               WRITE WS-REPORT-LINE
               .

      *****************************************************************
      *  A CLOSE ALWAYS COVERS EVERY PROGRAM.  A DATE OR MONTH MAY NOT
      *  BE CLOSED BEFORE IT HAS BEEN RUN, NOR CLOSED TWICE, AND ONLY
      *  A CLOSED PERIOD CAN BE REOPENED - AND THEN ONLY WITH A REASON.
      *****************************************************************
           VALIDATE-PERIOD-CARD SECTION.
               EVALUATE TRUE
                  WHEN IN-CARD-ACTION NOT = 'CLOSE'
                   AND IN-CARD-ACTION NOT = 'REOPEN'
                     MOVE 'BADACT' TO WS-REJECT-REASON
                  WHEN IN-CARD-PERIOD(1:6) IS NOT NUMERIC
                     MOVE 'BADPERD' TO WS-REJECT-REASON
                  WHEN IN-CARD-PERIOD(7:2) NOT = SPACES
                   AND IN-CARD-PERIOD(7:2) IS NOT NUMERIC
                     MOVE 'BADPERD' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-CARD-PERIOD(5:2) TO WS-CARD-MM
                     MOVE ZERO TO WS-CARD-DD
                     IF IN-CARD-PERIOD(7:2) NOT = SPACES
                        MOVE IN-CARD-PERIOD(7:2) TO WS-CARD-DD
                     END-IF
                     EVALUATE TRUE
                        WHEN WS-CARD-MM < 01 OR WS-CARD-MM > 12
                           MOVE 'BADPERD' TO WS-REJECT-REASON
                        WHEN IN-CARD-PERIOD(7:2) NOT = SPACES
                         AND (WS-CARD-DD < 01 OR WS-CARD-DD > 31)
                           MOVE 'BADPERD' TO WS-REJECT-REASON
                        WHEN IN-CARD-PERIOD(7:2) = SPACES
                         AND IN-CARD-PERIOD(1:6) > WS-RUN-DATE-X(1:6)
                           MOVE 'FUTURE' TO WS-REJECT-REASON
                        WHEN IN-CARD-PERIOD(7:2) NOT = SPACES
                         AND IN-CARD-PERIOD > WS-RUN-DATE-X
                           MOVE 'FUTURE' TO WS-REJECT-REASON
                        WHEN OTHER
                           PERFORM CHECK-CARD-AGAINST-REGISTER
                     END-EVALUATE
               END-EVALUATE
               .

           CHECK-CARD-AGAINST-REGISTER SECTION.
               PERFORM FIND-PERIOD-STATE
               EVALUATE TRUE
                  WHEN IN-CARD-ACTION = 'CLOSE'
                   AND IN-CARD-PROGRAM NOT = SPACES
                     MOVE 'BADPROG' TO WS-REJECT-REASON
                  WHEN IN-CARD-ACTION = 'CLOSE'
                   AND WS-STATE-ACTION = 'CLOSE'
                     MOVE 'ISCLOSED' TO WS-REJECT-REASON
                  WHEN IN-CARD-ACTION = 'REOPEN'
                   AND WS-STATE-ACTION NOT = 'CLOSE'
                     MOVE 'NOTCLOSD' TO WS-REJECT-REASON
                  WHEN IN-CARD-ACTION = 'REOPEN'
                   AND IN-CARD-REASON = SPACES
                     MOVE 'NOREASON' TO WS-REJECT-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               .

      *****************************************************************
      *  THE STATE OF THE CARD'S PERIOD, AS PERDCHK WOULD SEE IT FOR
      *  THE CARD'S PROGRAM (A MONTH CARD LOOKS ONLY AT MONTH ENTRIES,
      *  A DATE CARD AT THE DATE AND ITS MONTH).  THE LAST COVERING
      *  ENTRY ON THE REGISTER DECIDES.
      *****************************************************************
           FIND-PERIOD-STATE SECTION.
               MOVE SPACES TO WS-STATE-ACTION
               PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                       UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                  IF  (WS-ENT-PERIOD(WS-ENTRY-IX) = IN-CARD-PERIOD
                       OR (WS-ENT-PERIOD(WS-ENTRY-IX)(7:2) = SPACES
                           AND WS-ENT-PERIOD(WS-ENTRY-IX)(1:6)
                               = IN-CARD-PERIOD(1:6)))
                  AND (WS-ENT-PROGRAM(WS-ENTRY-IX) = SPACES
                       OR WS-ENT-PROGRAM(WS-ENTRY-IX)
                          = IN-CARD-PROGRAM)
                     MOVE WS-ENT-ACTION(WS-ENTRY-IX)
                       TO WS-STATE-ACTION
                  END-IF
               END-PERFORM
               .

           ADD-REGISTER-ENTRY SECTION.
               MOVE SPACES TO WS-CLOSE-OUT-LINE
               MOVE IN-CARD-ACTION  TO OUT-CLS-ACTION
               MOVE IN-CARD-PERIOD  TO OUT-CLS-PERIOD
               MOVE IN-CARD-PROGRAM TO OUT-CLS-PROGRAM
               MOVE WS-SEC-OPERATOR TO OUT-CLS-OPERATOR
               MOVE WS-RUN-DATE-X   TO OUT-CLS-ON-DATE
               MOVE WS-RUN-TIME     TO OUT-CLS-ON-TIME
               MOVE IN-CARD-REASON  TO OUT-CLS-REASON
               OPEN EXTEND CLOSE-OUT
               IF WS-CLOSE-STATUS NOT = '00'
                  OPEN OUTPUT CLOSE-OUT
               END-IF
               WRITE WS-CLOSE-OUT-LINE
               CLOSE CLOSE-OUT
               IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                  ADD 1 TO WS-ENTRY-COUNT
                  MOVE OUT-CLS-ACTION   TO WS-ENT-ACTION(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-PERIOD   TO WS-ENT-PERIOD(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-PROGRAM
                    TO WS-ENT-PROGRAM(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-OPERATOR
                    TO WS-ENT-OPERATOR(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-ON-DATE
                    TO WS-ENT-ON-DATE(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-ON-TIME
                    TO WS-ENT-ON-TIME(WS-ENTRY-COUNT)
                  MOVE OUT-CLS-REASON   TO WS-ENT-REASON(WS-ENTRY-COUNT)
               END-IF
               .

      *****************************************************************
      *  AN ENTRY STILL IN FORCE IS ONE NO LATER ENTRY FOR THE SAME
      *  PERIOD AND PROGRAM HAS REPLACED.  CLOSES ARE LISTED FIRST,
      *  THEN THE REOPENS THAT ARE LETTING RERUNS THROUGH.
      *****************************************************************
           WRITE-PERIOD-STATUS SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'PERIODS CLOSED' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE ZERO TO WS-LISTED-COUNT
               PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                       UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                  IF WS-ENT-ACTION(WS-ENTRY-IX) = 'CLOSE'
                     PERFORM CHECK-LATER-ENTRY
                     IF NOT WS-LATER-ENTRY
                        ADD 1 TO WS-LISTED-COUNT
                        PERFORM WRITE-STATUS-LINE
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-LISTED-COUNT = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'PERIODS REOPENED FOR RERUN' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE ZERO TO WS-LISTED-COUNT
               PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                       UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                  IF WS-ENT-ACTION(WS-ENTRY-IX) = 'REOPEN'
                     PERFORM CHECK-LATER-ENTRY
                     IF NOT WS-LATER-ENTRY
                        ADD 1 TO WS-LISTED-COUNT
                        PERFORM WRITE-STATUS-LINE
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-LISTED-COUNT = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           CHECK-LATER-ENTRY SECTION.
               MOVE 'N' TO WS-LATER-SW
               PERFORM VARYING IX FROM WS-ENTRY-IX BY 1
                       UNTIL IX >= WS-ENTRY-COUNT
                  IF  WS-ENT-PERIOD(IX + 1)
                      = WS-ENT-PERIOD(WS-ENTRY-IX)
                  AND (WS-ENT-PROGRAM(IX + 1) = SPACES
                       OR WS-ENT-PROGRAM(IX + 1)
                          = WS-ENT-PROGRAM(WS-ENTRY-IX))
                     SET WS-LATER-ENTRY TO TRUE
                  END-IF
               END-PERFORM
               .

           WRITE-STATUS-LINE SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  PERIOD=' WS-ENT-PERIOD(WS-ENTRY-IX)
                      ' PROGRAM=' WS-ENT-PROGRAM(WS-ENTRY-IX)
                      ' BY=' WS-ENT-OPERATOR(WS-ENTRY-IX)
                      ' ON=' WS-ENT-ON-DATE(WS-ENTRY-IX)
                      ' ' WS-ENT-REASON(WS-ENTRY-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .
