           IDENTIFICATION DIVISION.
           PROGRAM-ID. PERDCHK.

      *****************************************************************
      *  PERIOD LOCK CHECK.  CALLED BY EVERY ENGINE AND MAINTENANCE
      *  PROGRAM STRAIGHT AFTER GETBDATE.  READS THE PERIOD_CLOSE.TXT
      *  REGISTER KEPT BY PERCLOSE AND TELLS THE CALLER WHETHER THE
      *  BUSINESS DATE MAY BE RUN.  A DATE IS CLOSED WHEN THE LAST
      *  REGISTER ENTRY COVERING IT (THE DATE ITSELF OR ITS MONTH) IS
      *  A CLOSE; A LATER AUTHORIZED REOPEN FOR THE DATE OR MONTH,
      *  EITHER FOR EVERY PROGRAM OR FOR THE CALLER BY NAME, LETS IT
      *  RUN UNTIL THE PERIOD IS CLOSED AGAIN.  NO REGISTER MEANS
      *  NOTHING HAS BEEN CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CLOSE-FILE ASSIGN TO 'period_close.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSE-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD CLOSE-FILE.
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

           WORKING-STORAGE SECTION.
              01 WS-CLOSE-STATUS       PIC X(2).
              01 WS-CLOSE-EOF-SW       PIC X.
                 88 WS-CLOSE-EOF            VALUE 'Y'.
              01 WS-RUN-DATE-X         PIC X(8).
              01 WS-LAST-ACTION        PIC X(6).
              01 WS-LAST-OPERATOR      PIC X(4).
              01 WS-LAST-ON-DATE       PIC X(8).

           LINKAGE SECTION.
              01 LK-PERD-PROGRAM       PIC X(8).
              01 LK-PERD-DATE          PIC 9(8).
              01 LK-PERD-OPEN-SW       PIC X.
                 88 LK-PERD-OPEN            VALUE 'Y'.

           PROCEDURE DIVISION USING LK-PERD-PROGRAM
                                     LK-PERD-DATE
                                     LK-PERD-OPEN-SW.

               MOVE 'Y' TO LK-PERD-OPEN-SW
               MOVE LK-PERD-DATE TO WS-RUN-DATE-X
               MOVE SPACES TO WS-LAST-ACTION
               MOVE 'N' TO WS-CLOSE-EOF-SW

               OPEN INPUT CLOSE-FILE
               IF WS-CLOSE-STATUS = '00'
                  PERFORM UNTIL WS-CLOSE-EOF
                     READ CLOSE-FILE
                     AT END
                        SET WS-CLOSE-EOF TO TRUE
                     NOT AT END
                        PERFORM CHECK-CLOSE-ENTRY
                     END-READ
                  END-PERFORM
                  CLOSE CLOSE-FILE
               END-IF

               IF WS-LAST-ACTION = 'CLOSE'
                  MOVE 'N' TO LK-PERD-OPEN-SW
                  DISPLAY FUNCTION TRIM(LK-PERD-PROGRAM)
                          ': BUSINESS DATE '
                          WS-RUN-DATE-X ' IS CLOSED (BY '
                          WS-LAST-OPERATOR ' ON ' WS-LAST-ON-DATE
                          ') - RERUN NEEDS A REOPEN THROUGH PERCLOSE'
               END-IF
               GOBACK.

           CHECK-CLOSE-ENTRY SECTION.
               IF  (IN-CLS-PERIOD = WS-RUN-DATE-X
                    OR (IN-CLS-PERIOD(7:2) = SPACES
                        AND IN-CLS-PERIOD(1:6) = WS-RUN-DATE-X(1:6)))
               AND (IN-CLS-PROGRAM = SPACES
                    OR IN-CLS-PROGRAM = LK-PERD-PROGRAM)
                  MOVE IN-CLS-ACTION   TO WS-LAST-ACTION
                  MOVE IN-CLS-OPERATOR TO WS-LAST-OPERATOR
                  MOVE IN-CLS-ON-DATE  TO WS-LAST-ON-DATE
               END-IF
               .
