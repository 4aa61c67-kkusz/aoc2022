              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MATCHES-OUT ASSIGN TO LK-MATCH-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT JOURNAL-WORK ASSIGN TO 'day02_round_work.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-WORK-STATUS.
              SELECT ROUND-JOURNAL ASSIGN TO 'day02_round_journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
              SELECT ELIG-FILE ASSIGN TO 'day02_eligibility.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELIG-STATUS.
              SELECT ELIG-RPT ASSIGN TO 'day02_eligibility_rpt.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
                 03 IN-SEASON-DIVISION PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-START    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-WON      PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-DRAWN    PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-LOST     PIC X(5).

              FD SEASON-RPT.
              01 WS-SEASON-RPT-LINE  PIC X(100).
              FD MATCHES-OUT.
              01 WS-MATCHES-LINE     PIC X(110).

              FD JOURNAL-WORK.
              01 OUT-JRNL-RECORD.
                 03 OUT-JRNL-DATE      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-MATCH     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-PLAYER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-SEQ       PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-MODE      PIC X(7).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-OPP       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-CODE      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-POINTS    PIC 9(3).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-OUTCOME   PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-RATE-BEFORE PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-RATE-AFTER  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-RATE-OPP  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-TYPE      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-POSTED    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-JRNL-DIVISION  PIC X(4).

              FD ROUND-JOURNAL.
              01 WS-JOURNAL-LINE     PIC X(80).

      *  ELIGIBILITY MASTER MAINTAINED BY ELIGMNT.  THE PLAYER MAY NOT
      *  SCORE FROM IN-ELG-FROM THROUGH IN-ELG-TO INCLUSIVE.
              FD ELIG-FILE.
              01 IN-ELG-CARD.
                 03 IN-ELG-PLAYER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-FROM        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-TO          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-REASON      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-SET-ON      PIC X(8).

              FD ELIG-RPT.
              01 WS-ELIG-RPT-LINE    PIC X(100).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
                    05 WS-SEASON-STREAK       PIC 9(5).
                    05 WS-SEASON-DIVISION     PIC X(4).
                    05 WS-SEASON-START-RATING PIC 9(4).
                    05 WS-SEASON-WON          PIC 9(5).
                    05 WS-SEASON-DRAWN        PIC 9(5).
                    05 WS-SEASON-LOST         PIC 9(5).
              01 WS-SEASON-COUNT               PIC 9(3) COMP VALUE 0.
              01 WS-SEASON-IX                  PIC 9(3) COMP.
              01 WS-SEASON-HOLD.
                 03 FILLER                     PIC 9(5).
                 03 FILLER                     PIC X(4).
                 03 FILLER                     PIC 9(4).
                 03 FILLER                     PIC 9(5).
                 03 FILLER                     PIC 9(5).
                 03 FILLER                     PIC 9(5).
              01 WS-RUN-DATE-C                 PIC X(8).

              01 WS-DIV-STATUS                 PIC X(2).
                 VALUE 'daily_results.txt'.
              01 WS-SHADOW-SW                  PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE                   VALUE 'Y'.
              01 WS-BKUP-MASTER                PIC X(40).
              01 WS-BKUP-STATUS                PIC X(2).
                 88 WS-BKUP-FAILED                   VALUE '08'.
              01 WS-PARM-NAME                  PIC X(20).
              01 WS-PARM-VALUE                 PIC X(40).
              01 WS-PARM-FOUND-SW              PIC X.
              01 WS-MATCH-PTS1                 PIC 9(8).
              01 WS-MATCH-PTS2                 PIC 9(8).
              01 WS-MATCH-STATE                PIC X(10).
              01 WS-MATCH-SEQ1                 PIC 9(5).
              01 WS-MATCH-SEQ2                 PIC 9(5).

              01 WS-JRNL-WORK-STATUS           PIC X(2).
              01 WS-JOURNAL-STATUS             PIC X(2).
              01 WS-JRNL-RATE-BEFORE           PIC 9(4).
              01 WS-EXCP-REASON-OVR            PIC X(8)
                 VALUE 'BADROUND'.

              01 WS-PLAYER-IX                  PIC 9(3) COMP.
              01 IX                            PIC 9(3) COMP.

              01 WS-ELIG-STATUS                PIC X(2).
              01 WS-ELIG-EOF-SW                PIC X.
                 88 WS-ELIG-EOF                      VALUE 'Y'.
              01 WS-ELIG-LOADED-SW             PIC X VALUE 'N'.
                 88 WS-ELIG-LOADED                   VALUE 'Y'.
              01 WS-MAX-INELIG                 PIC 9(3) COMP VALUE 100.
              01 WS-INELIG-TABLE.
                 03 WS-INELIG-ENTRY OCCURS 100.
                    05 WS-INELIG-PLAYER       PIC X(4).
                    05 WS-INELIG-STATUS       PIC X(1).
                    05 WS-INELIG-FROM         PIC 9(8).
                    05 WS-INELIG-TO           PIC 9(8).
                    05 WS-INELIG-REASON       PIC X(4).
                    05 WS-INELIG-ACTIVE-SW    PIC X(1).
                    05 WS-INELIG-REFUSED      PIC 9(5).
                    05 WS-INELIG-FORFEITS     PIC 9(3).
              01 WS-INELIG-COUNT               PIC 9(3) COMP VALUE 0.
              01 WS-INELIG-IX                  PIC 9(3) COMP.
              01 WS-ELIG-CHECK-ID              PIC X(4).
              01 WS-ELIG-FROM                  PIC 9(8).
              01 WS-ELIG-TO                    PIC 9(8).
              01 WS-ELIG-NEXT-DATE             PIC 9(8).
              01 WS-ELIG-STATUS-TEXT           PIC X(9).
              01 WS-ELIG-ACTIVE                PIC 9(3) VALUE 0.
              01 WS-ELIG-EXPIRING              PIC 9(3) VALUE 0.
              01 WS-ELIG-REFUSED               PIC 9(5) VALUE 0.
              01 WS-ELIG-OPP-REFUSED           PIC 9(5) VALUE 0.
              01 WS-ELIG-FORFEITS              PIC 9(3) VALUE 0.
              01 WS-BUSCAL-FUNC                PIC X(5) VALUE 'PRIOR'.
              01 WS-BUSCAL-RESULT              PIC 9(8).
              01 WS-BUSCAL-MEND-SW             PIC X.
              01 WS-ELIG-PRIOR-DATE            PIC 9(8).
              01 WS-MATCH-FORFEIT1             PIC X VALUE 'N'.
              01 WS-MATCH-FORFEIT2             PIC X VALUE 'N'.
              01 WS-MATCH-WINNER               PIC X(4).
              01 WS-FORFEIT-ID                 PIC X(4).
              01 WS-FORFEIT-ROUNDS             PIC 9(3).
              01 WS-FORFEIT-IX                 PIC 9(3) COMP.

           LINKAGE SECTION.
              01 LK-ROUND-FILE                 PIC X(40).
              01 LK-DETAIL-FILE                PIC X(40).
                         LK-EXCEPTION-COUNT
              MOVE ZERO TO LK-CALC-STATUS-CODE
              MOVE SPACES TO LK-CALC-STATUS-REASON
              MOVE SPACES TO WS-BKUP-STATUS
              MOVE LK-RUN-DATE TO WS-RUN-DATE
              MOVE LK-RUN-DATE TO WS-RUN-DATE-X

              END-IF

              PERFORM LOAD-DIVISION-TABLE
              PERFORM LOAD-ELIGIBILITY-TABLE
              IF LK-SEASON-FILE NOT = SPACES
                 MOVE LK-RUN-DATE TO WS-RUN-DATE-C
                 PERFORM LOAD-SEASON-MASTER
              OPEN INPUT ROUND-FILE
              OPEN OUTPUT DETAIL-OUT
              OPEN OUTPUT EXCEPTION-OUT
              OPEN OUTPUT JOURNAL-WORK
                  PERFORM UNTIL WS-EOF
                      READ ROUND-FILE
                      AT END
                            CLOSE ROUND-FILE
                            CLOSE DETAIL-OUT
                            CLOSE EXCEPTION-OUT
                            CLOSE JOURNAL-WORK
                            GOBACK
                         END-IF
                         SET WS-EOF TO TRUE
              CLOSE ROUND-FILE
              CLOSE DETAIL-OUT
              CLOSE EXCEPTION-OUT
              CLOSE JOURNAL-WORK

              IF LK-FIXTURE-FILE NOT = SPACES
                 PERFORM LOAD-FIXTURE-TABLE

              IF LK-SEASON-FILE NOT = SPACES
                 PERFORM UPDATE-SEASON-MASTER
                 IF NOT WS-SHADOW-MODE
                    MOVE LK-SEASON-FILE TO WS-BKUP-MASTER
                    PERFORM KEEP-MASTER-GENERATION
                 END-IF
                 IF WS-BKUP-FAILED
                    MOVE 8 TO LK-CALC-STATUS-CODE
                    MOVE 'MASTER GENERATION NOT KEPT'
                      TO LK-CALC-STATUS-REASON
                 ELSE
                    PERFORM REWRITE-SEASON-MASTER
                    PERFORM POST-ROUND-JOURNAL
                 END-IF
                 PERFORM WRITE-RATING-LADDER
                 PERFORM WRITE-SEASON-STANDINGS
                 IF WS-ELIG-LOADED
                    PERFORM WRITE-ELIGIBILITY-REPORT
                 END-IF
              END-IF

              GOBACK.
                     END-IF
                  END-IF
               END-IF
               IF WS-ROUND-VALID AND WS-INELIG-COUNT > ZERO
                  PERFORM CHECK-ROUND-ELIGIBILITY
               END-IF
               IF WS-ROUND-VALID
                  PERFORM FIND-OR-ADD-PLAYER
                  PERFORM SCORE-ROUND
                  PERFORM WRITE-JOURNAL-WORK
                  PERFORM WRITE-DETAIL-RECORD
                  IF WS-MATCH-ACTIVE
                     PERFORM CREDIT-MATCH-ROUND
                  CLOSE ROUND-FILE
                  CLOSE DETAIL-OUT
                  CLOSE EXCEPTION-OUT
                  CLOSE JOURNAL-WORK
                  GOBACK
               END-IF
               .
                  CLOSE ROUND-FILE
                  CLOSE DETAIL-OUT
                  CLOSE EXCEPTION-OUT
                  CLOSE JOURNAL-WORK
                  GOBACK
               END-IF
               .
                  CLOSE ROUND-FILE
                  CLOSE DETAIL-OUT
                  CLOSE EXCEPTION-OUT
                  CLOSE JOURNAL-WORK
                  GOBACK
               END-IF
               .
                     CLOSE ROUND-FILE
                     CLOSE DETAIL-OUT
                     CLOSE EXCEPTION-OUT
                     CLOSE JOURNAL-WORK
                     GOBACK
                  END-IF
                  ADD 1 TO WS-PLAYER-COUNT
               END-PERFORM
               .

      *  LOADS THE PLAYERS BARRED ON THE RUN DATE, PLUS ANY WHOSE BAR
      *  ENDED AFTER THE PRIOR BUSINESS DAY SO THE REPORT CAN SHOW THEM
      *  COMING BACK.
           LOAD-ELIGIBILITY-TABLE SECTION.
               MOVE 'N' TO WS-ELIG-EOF-SW
               OPEN INPUT ELIG-FILE
               IF WS-ELIG-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  SET WS-ELIG-LOADED TO TRUE
                  CALL 'BUSCAL' USING WS-BUSCAL-FUNC
                                      WS-RUN-DATE
                                      WS-BUSCAL-RESULT
                                      WS-BUSCAL-MEND-SW
                  IF  WS-BUSCAL-RESULT < WS-RUN-DATE
                  AND WS-BUSCAL-RESULT > ZERO
                     MOVE WS-BUSCAL-RESULT TO WS-ELIG-PRIOR-DATE
                  ELSE
                     COMPUTE WS-ELIG-PRIOR-DATE =
                             FUNCTION DATE-OF-INTEGER
                             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                              - 1)
                  END-IF
                  PERFORM UNTIL WS-ELIG-EOF
                     READ ELIG-FILE
                     AT END
                        SET WS-ELIG-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-ELIGIBILITY-CARD
                     END-READ
                  END-PERFORM
                  CLOSE ELIG-FILE
               END-IF
               .

           POST-ELIGIBILITY-CARD SECTION.
               IF  IN-ELG-PLAYER NOT = SPACES
               AND IN-ELG-FROM IS NUMERIC
               AND IN-ELG-TO IS NUMERIC
                  MOVE IN-ELG-FROM TO WS-ELIG-FROM
                  MOVE IN-ELG-TO TO WS-ELIG-TO
                  IF  WS-ELIG-FROM <= WS-RUN-DATE
                  AND WS-ELIG-TO > WS-ELIG-PRIOR-DATE
                     IF WS-INELIG-COUNT >= WS-MAX-INELIG
                        DISPLAY 'DAY02CALC: ELIGIBILITY TABLE '
                                'CAPACITY OF ' WS-MAX-INELIG
                                ' EXCEEDED - CARD IGNORED: '
                                IN-ELG-CARD
                     ELSE
                        ADD 1 TO WS-INELIG-COUNT
                        MOVE WS-INELIG-COUNT TO WS-INELIG-IX
                        MOVE IN-ELG-PLAYER
                          TO WS-INELIG-PLAYER(WS-INELIG-IX)
                        MOVE IN-ELG-STATUS
                          TO WS-INELIG-STATUS(WS-INELIG-IX)
                        MOVE WS-ELIG-FROM
                          TO WS-INELIG-FROM(WS-INELIG-IX)
                        MOVE WS-ELIG-TO
                          TO WS-INELIG-TO(WS-INELIG-IX)
                        MOVE IN-ELG-REASON
                          TO WS-INELIG-REASON(WS-INELIG-IX)
                        MOVE ZERO TO WS-INELIG-REFUSED(WS-INELIG-IX)
                        MOVE ZERO TO WS-INELIG-FORFEITS(WS-INELIG-IX)
                        IF WS-ELIG-TO >= WS-RUN-DATE
                           MOVE 'Y'
                             TO WS-INELIG-ACTIVE-SW(WS-INELIG-IX)
                        ELSE
                           MOVE 'N'
                             TO WS-INELIG-ACTIVE-SW(WS-INELIG-IX)
                        END-IF
                     END-IF
                  END-IF
               ELSE
                  IF IN-ELG-PLAYER NOT = SPACES
                     DISPLAY 'DAY02CALC: MALFORMED ELIGIBILITY CARD '
                             'SKIPPED: ' IN-ELG-CARD
                  END-IF
               END-IF
               .

           FIND-INELIGIBLE-PLAYER SECTION.
               MOVE ZERO TO WS-INELIG-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-INELIG-COUNT
                  IF  WS-INELIG-PLAYER(IX) = WS-ELIG-CHECK-ID
                  AND WS-INELIG-ACTIVE-SW(IX) = 'Y'
                     MOVE IX TO WS-INELIG-IX
                     MOVE WS-INELIG-COUNT TO IX
                  END-IF
               END-PERFORM
               .

      *  A BARRED PLAYER'S CARDS ARE REFUSED.  INSIDE A MATCH AGAINST A
      *  BARRED PLAYER THE OPPONENT'S CARDS ARE REFUSED AS WELL - THE
      *  MATCH IS SETTLED AS A FORFEIT WHEN IT CLOSES.
           CHECK-ROUND-ELIGIBILITY SECTION.
               MOVE IN-PLAYER-ID TO WS-ELIG-CHECK-ID
               PERFORM FIND-INELIGIBLE-PLAYER
               IF WS-INELIG-IX > ZERO
                  SET WS-ROUND-INVALID TO TRUE
                  MOVE 'INELIG' TO WS-EXCP-REASON-OVR
                  ADD 1 TO WS-INELIG-REFUSED(WS-INELIG-IX)
                  ADD 1 TO WS-ELIG-REFUSED
               ELSE
                  IF  WS-MATCH-ACTIVE
                  AND (WS-MATCH-FORFEIT1 = 'Y'
                       OR WS-MATCH-FORFEIT2 = 'Y')
                     SET WS-ROUND-INVALID TO TRUE
                     MOVE 'INELGOPP' TO WS-EXCP-REASON-OVR
                     ADD 1 TO WS-ELIG-OPP-REFUSED
                  END-IF
               END-IF
               .

           SCORE-ROUND SECTION.
               MOVE ZERO TO WS-ROUND-POINTS

               .

           UPDATE-PLAYER-RATING SECTION.
               MOVE WS-PLAYER-RATING(WS-PLAYER-IX)
                 TO WS-JRNL-RATE-BEFORE
               EVALUATE TRUE
                  WHEN (LK-GUIDE-USE-OUTCOME AND PL-SHOULD-WIN)
                  OR   (NOT LK-GUIDE-USE-OUTCOME AND WS-ROUND-WON)
               END-EVALUATE
               .

      *  EVERY SCORED ROUND IS STAGED IN THE WORK FILE AND ONLY ADDED
      *  TO THE SEASON ROUND JOURNAL ONCE THE SEASON MASTER HAS BEEN
      *  REWRITTEN, SO A REJECTED RUN LEAVES THE JOURNAL UNTOUCHED.
      *  SEASCORR USES THE JOURNAL TO REVERSE OR CORRECT A ROUND.
           WRITE-JOURNAL-WORK SECTION.
               MOVE SPACES TO OUT-JRNL-RECORD
               MOVE WS-RUN-DATE-X TO OUT-JRNL-DATE
               IF WS-MATCH-ACTIVE
                  MOVE WS-MATCH-ID TO OUT-JRNL-MATCH
                  IF IN-PLAYER-ID = WS-MATCH-P1
                     ADD 1 TO WS-MATCH-SEQ1
                     MOVE WS-MATCH-SEQ1 TO OUT-JRNL-SEQ
                  ELSE
                     ADD 1 TO WS-MATCH-SEQ2
                     MOVE WS-MATCH-SEQ2 TO OUT-JRNL-SEQ
                  END-IF
               ELSE
                  MOVE WS-PLAYER-ROUNDS(WS-PLAYER-IX) TO OUT-JRNL-SEQ
               END-IF
               MOVE IN-PLAYER-ID TO OUT-JRNL-PLAYER
               MOVE LK-GUIDE-MODE TO OUT-JRNL-MODE
               MOVE IN-OPPONENT-CHOICE TO OUT-JRNL-OPP
               MOVE IN-THIRD-CODE TO OUT-JRNL-CODE
               MOVE WS-ROUND-POINTS TO OUT-JRNL-POINTS
               MOVE WS-RATE-OUTCOME TO OUT-JRNL-OUTCOME
               MOVE WS-JRNL-RATE-BEFORE TO OUT-JRNL-RATE-BEFORE
               MOVE WS-PLAYER-RATING(WS-PLAYER-IX)
                 TO OUT-JRNL-RATE-AFTER
               MOVE WS-RATE-OPPONENT TO OUT-JRNL-RATE-OPP
               MOVE 'A' TO OUT-JRNL-TYPE
               MOVE WS-RUN-DATE-X TO OUT-JRNL-POSTED
               MOVE WS-ROUND-DIVISION TO OUT-JRNL-DIVISION
               WRITE OUT-JRNL-RECORD
               .

           POST-ROUND-JOURNAL SECTION.
               OPEN INPUT JOURNAL-WORK
               IF WS-JRNL-WORK-STATUS = '00'
                  OPEN EXTEND ROUND-JOURNAL
                  IF WS-JOURNAL-STATUS NOT = '00'
                     OPEN OUTPUT ROUND-JOURNAL
                  END-IF
                  PERFORM UNTIL WS-JRNL-WORK-STATUS NOT = '00'
                     READ JOURNAL-WORK
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE OUT-JRNL-RECORD TO WS-JOURNAL-LINE
                        WRITE WS-JOURNAL-LINE
                     END-READ
                  END-PERFORM
                  CLOSE ROUND-JOURNAL
                  CLOSE JOURNAL-WORK
               END-IF
               .

           WRITE-DETAIL-RECORD SECTION.
               MOVE WS-ROUND-POINTS TO WS-ROUND-POINTS-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
                  MOVE IN-ROUND-RECORD(22:3) TO WS-MATCH-SCHED
                  MOVE ZERO TO WS-MATCH-PLAYED
                  MOVE ZERO TO WS-MATCH-PTS1 WS-MATCH-PTS2
                  MOVE ZERO TO WS-MATCH-SEQ1 WS-MATCH-SEQ2
                  MOVE 'N' TO WS-MATCH-FORFEIT1 WS-MATCH-FORFEIT2
                  IF WS-INELIG-COUNT > ZERO
                     MOVE WS-MATCH-P1 TO WS-ELIG-CHECK-ID
                     PERFORM FIND-INELIGIBLE-PLAYER
                     IF WS-INELIG-IX > ZERO
                        MOVE 'Y' TO WS-MATCH-FORFEIT1
                     END-IF
                     MOVE WS-MATCH-P2 TO WS-ELIG-CHECK-ID
                     PERFORM FIND-INELIGIBLE-PLAYER
                     IF WS-INELIG-IX > ZERO
                        MOVE 'Y' TO WS-MATCH-FORFEIT2
                     END-IF
                  END-IF
               ELSE
                  DISPLAY 'DAY02CALC: MALFORMED MATCH HEADER: '
                          IN-ROUND-RECORD
                  OPEN OUTPUT MATCHES-OUT
                  SET WS-MATCHES-OPEN TO TRUE
               END-IF
               IF WS-MATCH-FORFEIT1 = 'Y' OR WS-MATCH-FORFEIT2 = 'Y'
                  PERFORM FORFEIT-CURRENT-MATCH
               ELSE
                  IF WS-MATCH-PLAYED >= WS-MATCH-SCHED
                     MOVE 'COMPLETE' TO WS-MATCH-STATE
                  ELSE
                     MOVE 'INCOMPLETE' TO WS-MATCH-STATE
                  END-IF
                  MOVE SPACES TO WS-MATCHES-LINE
                  IF WS-MATCH-PTS1 > WS-MATCH-PTS2
                     STRING 'MATCH=' WS-MATCH-ID
                            ' P1=' WS-MATCH-P1
                            ' PTS1=' WS-MATCH-PTS1
                            ' P2=' WS-MATCH-P2
                            ' PTS2=' WS-MATCH-PTS2
                            ' WINNER=' WS-MATCH-P1
                            ' ROUNDS=' WS-MATCH-PLAYED
                            ' STATUS=' WS-MATCH-STATE
                        DELIMITED BY SIZE INTO WS-MATCHES-LINE
                  ELSE
                     IF WS-MATCH-PTS2 > WS-MATCH-PTS1
                        STRING 'MATCH=' WS-MATCH-ID
                               ' P1=' WS-MATCH-P1
                               ' PTS1=' WS-MATCH-PTS1
                               ' P2=' WS-MATCH-P2
                               ' PTS2=' WS-MATCH-PTS2
                               ' WINNER=' WS-MATCH-P2
                               ' ROUNDS=' WS-MATCH-PLAYED
                               ' STATUS=' WS-MATCH-STATE
                           DELIMITED BY SIZE INTO WS-MATCHES-LINE
                     ELSE
                        STRING 'MATCH=' WS-MATCH-ID
                               ' P1=' WS-MATCH-P1
                               ' PTS1=' WS-MATCH-PTS1
                               ' P2=' WS-MATCH-P2
                               ' PTS2=' WS-MATCH-PTS2
                               ' WINNER=DRAW'
                               ' ROUNDS=' WS-MATCH-PLAYED
                               ' STATUS=' WS-MATCH-STATE
                           DELIMITED BY SIZE INTO WS-MATCHES-LINE
                     END-IF
                  END-IF
               END-IF
               WRITE WS-MATCHES-LINE
               MOVE 'N' TO WS-MATCH-ACTIVE-SW
               .

      *  A MATCH INVOLVING A BARRED PLAYER IS NOT PLAYED: THE BARRED
      *  PLAYER IS CHARGED THE SCHEDULED ROUNDS AS A FORFEIT AND THE
      *  OPPONENT IS SHOWN AS THE WINNER.
           FORFEIT-CURRENT-MATCH SECTION.
               MOVE 'FORFEIT' TO WS-MATCH-STATE
               ADD 1 TO WS-ELIG-FORFEITS
               MOVE WS-MATCH-SCHED TO WS-FORFEIT-ROUNDS
               IF WS-MATCH-FORFEIT1 = 'Y'
                  MOVE WS-MATCH-P1 TO WS-FORFEIT-ID
                  PERFORM CHARGE-MATCH-FORFEIT
               END-IF
               IF WS-MATCH-FORFEIT2 = 'Y'
                  MOVE WS-MATCH-P2 TO WS-FORFEIT-ID
                  PERFORM CHARGE-MATCH-FORFEIT
               END-IF
               IF WS-MATCH-FORFEIT1 = 'Y'
                  IF WS-MATCH-FORFEIT2 = 'Y'
                     MOVE 'NONE' TO WS-MATCH-WINNER
                  ELSE
                     MOVE WS-MATCH-P2 TO WS-MATCH-WINNER
                  END-IF
               ELSE
                  MOVE WS-MATCH-P1 TO WS-MATCH-WINNER
               END-IF
               MOVE SPACES TO WS-MATCHES-LINE
               STRING 'MATCH=' WS-MATCH-ID
                      ' P1=' WS-MATCH-P1
                      ' PTS1=' WS-MATCH-PTS1
                      ' P2=' WS-MATCH-P2
                      ' PTS2=' WS-MATCH-PTS2
                      ' WINNER=' WS-MATCH-WINNER
                      ' ROUNDS=' WS-MATCH-PLAYED
                      ' STATUS=' WS-MATCH-STATE
                  DELIMITED BY SIZE INTO WS-MATCHES-LINE
               MOVE 'N' TO WS-MATCH-FORFEIT1 WS-MATCH-FORFEIT2
               .

           CHARGE-MATCH-FORFEIT SECTION.
               MOVE ZERO TO WS-FORFEIT-IX
               PERFORM CHARGE-FORFEIT-LOSSES
               MOVE WS-FORFEIT-ID TO WS-ELIG-CHECK-ID
               PERFORM FIND-INELIGIBLE-PLAYER
               IF  WS-FORFEIT-IX > ZERO
               AND WS-INELIG-IX > ZERO
                  ADD 1 TO WS-INELIG-FORFEITS(WS-INELIG-IX)
               END-IF
               .

           WRITE-ANALYTICS-REPORT SECTION.
               OPEN OUTPUT ANALYTICS-OUT
               PERFORM VARYING IX FROM 1 BY 1
                     MOVE WS-BASE-RATING
                       TO WS-SEASON-START-RATING(WS-SEASON-COUNT)
                  END-IF
                  IF IN-SEASON-WON IS NUMERIC
                     MOVE IN-SEASON-WON
                       TO WS-SEASON-WON(WS-SEASON-COUNT)
                  ELSE
                     MOVE ZERO TO WS-SEASON-WON(WS-SEASON-COUNT)
                  END-IF
                  IF IN-SEASON-DRAWN IS NUMERIC
                     MOVE IN-SEASON-DRAWN
                       TO WS-SEASON-DRAWN(WS-SEASON-COUNT)
                  ELSE
                     MOVE ZERO TO WS-SEASON-DRAWN(WS-SEASON-COUNT)
                  END-IF
                  IF IN-SEASON-LOST IS NUMERIC
                     MOVE IN-SEASON-LOST
                       TO WS-SEASON-LOST(WS-SEASON-COUNT)
                  ELSE
                     MOVE ZERO TO WS-SEASON-LOST(WS-SEASON-COUNT)
                  END-IF
               ELSE
                  IF IN-SEASON-PLAYER NOT = SPACES
                     DISPLAY 'DAY02CALC: MALFORMED SEASON RECORD '
                          TO WS-SEASON-DIVISION(WS-SEASON-IX)
                        MOVE WS-BASE-RATING
                          TO WS-SEASON-START-RATING(WS-SEASON-IX)
                        MOVE ZERO TO WS-SEASON-WON(WS-SEASON-IX)
                        MOVE ZERO TO WS-SEASON-DRAWN(WS-SEASON-IX)
                        MOVE ZERO TO WS-SEASON-LOST(WS-SEASON-IX)
                     END-IF
                  END-IF
                  IF WS-SEASON-IX > ZERO
                       TO WS-SEASON-POINTS(WS-SEASON-IX)
                     ADD WS-PLAYER-ROUNDS(IX)
                       TO WS-SEASON-ROUNDS(WS-SEASON-IX)
                     ADD WS-PLAYER-WON(IX)
                       TO WS-SEASON-WON(WS-SEASON-IX)
                     ADD WS-PLAYER-DRAWN(IX)
                       TO WS-SEASON-DRAWN(WS-SEASON-IX)
                     ADD WS-PLAYER-LOST(IX)
                       TO WS-SEASON-LOST(WS-SEASON-IX)
                     MOVE WS-RUN-DATE-C
                       TO WS-SEASON-LAST(WS-SEASON-IX)
                     MOVE WS-PLAYER-RATING(IX)
                  END-IF
                  MOVE WS-SEASON-START-RATING(WS-SEASON-IX)
                    TO IN-SEASON-START
                  MOVE WS-SEASON-WON(WS-SEASON-IX) TO IN-SEASON-WON
                  MOVE WS-SEASON-DRAWN(WS-SEASON-IX)
                    TO IN-SEASON-DRAWN
                  MOVE WS-SEASON-LOST(WS-SEASON-IX) TO IN-SEASON-LOST
                  WRITE IN-SEASON-RECORD
               END-PERFORM
               CLOSE SEASON-FILE
                        DELIMITED BY SIZE INTO WS-FIXTURE-LINE
                     WRITE WS-FIXTURE-LINE
                     IF WS-FIX-FORFEIT(WS-FIX-IX) = 'Y'
                        MOVE WS-FIX-PLAYER(WS-FIX-IX)
                          TO WS-ELIG-CHECK-ID
                        PERFORM FIND-INELIGIBLE-PLAYER
                        IF  WS-INELIG-IX > ZERO
                        AND WS-INELIG-FORFEITS(WS-INELIG-IX) > ZERO
                           MOVE SPACES TO WS-FIXTURE-LINE
                           STRING 'PLAYER=' WS-FIX-PLAYER(WS-FIX-IX)
                                  ' FORFEIT ALREADY SCORED ON '
                                  'INELIGIBLE MATCH'
                              DELIMITED BY SIZE INTO WS-FIXTURE-LINE
                           WRITE WS-FIXTURE-LINE
                        ELSE
                           PERFORM APPLY-FORFEIT
                        END-IF
                     END-IF
                  WHEN WS-FIX-ACTUAL < WS-FIX-SCHED(WS-FIX-IX)
                     ADD 1 TO WS-FIX-SHORT
               .

           APPLY-FORFEIT SECTION.
               MOVE WS-FIX-PLAYER(WS-FIX-IX) TO WS-FORFEIT-ID
               MOVE WS-FIX-SCHED(WS-FIX-IX) TO WS-FORFEIT-ROUNDS
               MOVE WS-FIX-PLAYER-IX TO WS-FORFEIT-IX
               PERFORM CHARGE-FORFEIT-LOSSES
               IF WS-FORFEIT-IX > ZERO
                  ADD 1 TO WS-FIX-FORFEITED
                  MOVE SPACES TO WS-FIXTURE-LINE
                  STRING 'PLAYER=' WS-FIX-PLAYER(WS-FIX-IX)
                         ' FORFEIT SCORED AS '
                         WS-FIX-SCHED(WS-FIX-IX)
                         ' LOSS(ES) AT ZERO POINTS'
                     DELIMITED BY SIZE INTO WS-FIXTURE-LINE
                  WRITE WS-FIXTURE-LINE
               END-IF
               .

      *  A FORFEIT IS SCORED AS WS-FORFEIT-ROUNDS LOSSES AT ZERO POINTS
      *  WITH NO RATING MOVEMENT.  WS-FORFEIT-IX IS THE PLAYER'S TABLE
      *  SLOT WHEN ALREADY KNOWN, OTHERWISE ZERO; IT COMES BACK ZERO
      *  WHEN THE PLAYER TABLE IS FULL AND NOTHING WAS SCORED.
           CHARGE-FORFEIT-LOSSES SECTION.
               IF WS-FORFEIT-IX = ZERO
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-PLAYER-COUNT
                     IF WS-PLAYER-ID(IX) = WS-FORFEIT-ID
                        MOVE IX TO WS-FORFEIT-IX
                        MOVE WS-PLAYER-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-FORFEIT-IX = ZERO
                  IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
                     DISPLAY 'DAY02CALC: PLAYER TABLE FULL - '
                             'FORFEIT NOT SCORED FOR '
                             WS-FORFEIT-ID
                  ELSE
                     ADD 1 TO WS-PLAYER-COUNT
                     MOVE WS-PLAYER-COUNT TO WS-FORFEIT-IX
                     MOVE WS-FORFEIT-ID
                       TO WS-PLAYER-ID(WS-FORFEIT-IX)
                     MOVE WS-BASE-RATING
                       TO WS-PLAYER-RATING(WS-FORFEIT-IX)
                  END-IF
               END-IF
               IF WS-FORFEIT-IX > ZERO
                  ADD WS-FORFEIT-ROUNDS
                    TO WS-PLAYER-ROUNDS(WS-FORFEIT-IX)
                  ADD WS-FORFEIT-ROUNDS
                    TO WS-PLAYER-LOST(WS-FORFEIT-IX)
                  MOVE ZERO
                    TO WS-PLAYER-CUR-STREAK(WS-FORFEIT-IX)
               END-IF
               .

               END-PERFORM
               .

           WRITE-ELIGIBILITY-REPORT SECTION.
               OPEN OUTPUT ELIG-RPT
               MOVE SPACES TO WS-ELIG-RPT-LINE
               STRING 'PLAYER ELIGIBILITY FOR ' WS-RUN-DATE-X
                  DELIMITED BY SIZE INTO WS-ELIG-RPT-LINE
               WRITE WS-ELIG-RPT-LINE
               MOVE SPACES TO WS-ELIG-RPT-LINE
               WRITE WS-ELIG-RPT-LINE
               PERFORM VARYING WS-INELIG-IX FROM 1 BY 1
                       UNTIL WS-INELIG-IX > WS-INELIG-COUNT
                  IF WS-INELIG-STATUS(WS-INELIG-IX) = 'W'
                     MOVE 'WITHDRAWN' TO WS-ELIG-STATUS-TEXT
                  ELSE
                     MOVE 'SUSPENDED' TO WS-ELIG-STATUS-TEXT
                  END-IF
                  IF WS-INELIG-ACTIVE-SW(WS-INELIG-IX) = 'Y'
                     ADD 1 TO WS-ELIG-ACTIVE
                     MOVE SPACES TO WS-ELIG-RPT-LINE
                     STRING 'PLAYER=' WS-INELIG-PLAYER(WS-INELIG-IX)
                            ' ' WS-ELIG-STATUS-TEXT
                            ' REASON=' WS-INELIG-REASON(WS-INELIG-IX)
                            ' FROM=' WS-INELIG-FROM(WS-INELIG-IX)
                            ' TO=' WS-INELIG-TO(WS-INELIG-IX)
                            ' REFUSED='
                            WS-INELIG-REFUSED(WS-INELIG-IX)
                            ' FORFEITS='
                            WS-INELIG-FORFEITS(WS-INELIG-IX)
                        DELIMITED BY SIZE INTO WS-ELIG-RPT-LINE
                     WRITE WS-ELIG-RPT-LINE
                  END-IF
                  IF  WS-INELIG-TO(WS-INELIG-IX) > WS-ELIG-PRIOR-DATE
                  AND WS-INELIG-TO(WS-INELIG-IX) <= WS-RUN-DATE
                     ADD 1 TO WS-ELIG-EXPIRING
                     COMPUTE WS-ELIG-NEXT-DATE =
                             FUNCTION DATE-OF-INTEGER
                             (FUNCTION INTEGER-OF-DATE
                              (WS-INELIG-TO(WS-INELIG-IX)) + 1)
                     MOVE SPACES TO WS-ELIG-RPT-LINE
                     STRING 'PLAYER=' WS-INELIG-PLAYER(WS-INELIG-IX)
                            ' ' WS-ELIG-STATUS-TEXT
                            ' REASON=' WS-INELIG-REASON(WS-INELIG-IX)
                            ' EXPIRES=' WS-INELIG-TO(WS-INELIG-IX)
                            ' ELIGIBLE FROM=' WS-ELIG-NEXT-DATE
                        DELIMITED BY SIZE INTO WS-ELIG-RPT-LINE
                     WRITE WS-ELIG-RPT-LINE
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-ELIG-RPT-LINE
               WRITE WS-ELIG-RPT-LINE
               MOVE SPACES TO WS-ELIG-RPT-LINE
               STRING 'INELIGIBLE=' WS-ELIG-ACTIVE
                      ' EXPIRING=' WS-ELIG-EXPIRING
                      ' ROUNDS REFUSED=' WS-ELIG-REFUSED
                      ' OPPONENT ROUNDS REFUSED=' WS-ELIG-OPP-REFUSED
                      ' MATCHES FORFEITED=' WS-ELIG-FORFEITS
                  DELIMITED BY SIZE INTO WS-ELIG-RPT-LINE
               WRITE WS-ELIG-RPT-LINE
               CLOSE ELIG-RPT
               IF WS-ELIG-EXPIRING > ZERO
                  DISPLAY 'DAY02CALC: ' WS-ELIG-EXPIRING
                          ' SUSPENSION(S) EXPIRING - SEE '
                          'DAY02_ELIGIBILITY_RPT.TXT'
               END-IF
               .

           COPY RECVAL.

           COPY EXCPAPP.
           COPY KEEPGEN.

           COPY HISTAPP.
