           IDENTIFICATION DIVISION.
           PROGRAM-ID. PLAYOFF.

      *****************************************************************
      *  END-OF-SEASON KNOCKOUT PLAYOFF.  WITH PLAYOFF_ACTION=SEED THE
      *  TOP PLAYOFF_QUALIFY FINISHERS OF EACH DIVISION ON
      *  DAY02_SEASON.DAT (DEFAULT 2) ARE SEEDED INTO A SINGLE
      *  ELIMINATION BRACKET ON DAY02_BRACKET.TXT UNDER SEASON_ID
      *  (DEFAULT S + THE BUSINESS DATE); THE TOP SEEDS GET THE BYES.
      *  ANY OTHER RUN SCORES THE KNOCKOUT ROUND FILE PLAYOFF_FILE
      *  (DEFAULT PLAYOFF_YYYYMMDD.TXT) THROUGH DAY02CALC WITHOUT A
      *  SEASON MASTER, USING MATCH_ROUNDS (DEFAULT 3) AND GUIDE_MODE,
      *  ADVANCES EACH WINNER FROM PLAYOFF_MATCHES.TXT AND DRAWS THE
      *  NEXT ROUND.  THE FINAL'S CHAMPION AND RUNNER-UP ARE ADDED TO
      *  SEASON_HISTORY.TXT.  THE BRACKET IS PRINTED ON
      *  DAY02_BRACKET_REPORT.TXT.  RC 4 WHEN A QUALIFIER IS LEFT OUT
      *  OR A RESULT IS NOT POSTED, RC 8 WHEN A BRACKET IS STILL OPEN
      *  AT SEEDING, THERE IS NO BRACKET OR FEWER THAN TWO QUALIFIERS,
      *  THE ROUNDS CANNOT BE SCORED OR THE DATE IS CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SEASON-FILE ASSIGN TO 'day02_season.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
              SELECT BRACKET-IN ASSIGN TO 'day02_bracket.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BRACKET-STATUS.
              SELECT BRACKET-OUT ASSIGN TO 'day02_bracket.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RESULTS-IN ASSIGN TO 'playoff_matches.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-STATUS.
              SELECT BRACKET-RPT ASSIGN TO 'day02_bracket_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HISTORY-OUT ASSIGN TO 'season_history.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD SEASON-FILE.
              01 IN-SEASON-RECORD.
                 03 IN-SEASON-PLAYER   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-POINTS   PIC X(12).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-ROUNDS   PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-FIRST    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-LAST     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-RATING   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-STREAK   PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-DIVISION PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-START    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-WON      PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-DRAWN    PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-LOST     PIC X(5).

      *  THE BRACKET FILE HOLDS ONE HEADER CARD (H), ONE CARD PER
      *  SEED (S) AND ONE CARD PER KNOCKOUT MATCH (M).  MATCH STATE
      *  IS P (PENDING), B (BYE) OR W (WINNER DECIDED).
              FD BRACKET-IN.
              01 IN-BRK-HEADER.
                 03 IN-BRK-TYPE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-SEASON-ID   PIC X(10).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-SEEDED      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-SIZE        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-ENTRANTS    PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-CHAMPION    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-BRK-RUNNER-UP   PIC X(4).
              01 IN-BRK-SEED.
                 03 FILLER             PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-SEED-NO         PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-SEED-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEED-DIVISION   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEED-POINTS     PIC 9(12).
                 03 FILLER             PIC X(1).
                 03 IN-SEED-RATING     PIC 9(4).
              01 IN-BRK-MATCH.
                 03 FILLER             PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-MT-ROUND        PIC 9(1).
                 03 FILLER             PIC X(1).
                 03 IN-MT-SLOT         PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-MT-ID           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-MT-SEED1        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-MT-P1           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-MT-SEED2        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-MT-P2           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-MT-STATE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-MT-WINNER       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-MT-PTS1         PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 IN-MT-PTS2         PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 IN-MT-DECIDED      PIC X(8).

              FD BRACKET-OUT.
              01 OUT-BRK-HEADER.
                 03 OUT-BRK-TYPE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-SEASON-ID  PIC X(10).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-SEEDED     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-SIZE       PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-ENTRANTS   PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-CHAMPION   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-BRK-RUNNER-UP  PIC X(4).
              01 OUT-BRK-SEED.
                 03 OUT-SEED-TYPE      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-SEED-NO        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-SEED-PLAYER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEED-DIVISION  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEED-POINTS    PIC 9(12).
                 03 FILLER             PIC X(1).
                 03 OUT-SEED-RATING    PIC 9(4).
              01 OUT-BRK-MATCH.
                 03 OUT-MT-TYPE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-ROUND       PIC 9(1).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-SLOT        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-ID          PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-SEED1       PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-P1          PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-SEED2       PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-P2          PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-STATE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-WINNER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-PTS1        PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-PTS2        PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-MT-DECIDED     PIC X(8).

      *  MATCH RESULT LINES AS WRITTEN BY DAY02CALC CLOSE-CURRENT-MATCH.
              FD RESULTS-IN.
              01 IN-RESULT-LINE.
                 03 IN-RES-TAG         PIC X(6).
                 03 IN-RES-ID          PIC X(4).
                 03 FILLER             PIC X(4).
                 03 IN-RES-P1          PIC X(4).
                 03 FILLER             PIC X(6).
                 03 IN-RES-PTS1        PIC 9(8).
                 03 FILLER             PIC X(4).
                 03 IN-RES-P2          PIC X(4).
                 03 FILLER             PIC X(6).
                 03 IN-RES-PTS2        PIC 9(8).
                 03 FILLER             PIC X(8).
                 03 IN-RES-WINNER      PIC X(4).
                 03 FILLER             PIC X(8).
                 03 IN-RES-ROUNDS      PIC X(3).
                 03 FILLER             PIC X(8).
                 03 IN-RES-STATUS      PIC X(10).
                 03 FILLER             PIC X(15).

              FD BRACKET-RPT.
              01 WS-REPORT-LINE        PIC X(132).

              FD HISTORY-OUT.
              01 WS-HISTORY-LINE       PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD        PIC X(180).
              01 WS-POST-FILE          PIC X(40).
              01 WS-POST-LEN           PIC 9(3).
              01 WS-POST-STATUS        PIC X(2).
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PLAYOFF'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).

              01 WS-SEASON-STATUS      PIC X(2).
              01 WS-BRACKET-STATUS     PIC X(2).
              01 WS-RESULTS-STATUS     PIC X(2).
              01 WS-HISTORY-STATUS     PIC X(2).
              01 WS-RESULT-LINE-NO     PIC 9(7) VALUE 0.

              01 WS-PLAYOFF-ACTION     PIC X(8).
                 88 WS-ACTION-SEED          VALUE 'SEED'.
              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-QUALIFY            PIC 9(2) VALUE 2.
              01 WS-MATCH-ROUNDS       PIC 9(3) VALUE 3.

      *  KNOCKOUT ROUNDS ARE SCORED BY DAY02CALC WITHOUT A SEASON
      *  MASTER, SO PLAYOFF RESULTS NEVER MOVE THE LEAGUE STANDINGS.
              01 WS-ROUND-FILE         PIC X(40).
              01 WS-DETAIL-FILE        PIC X(40)
                 VALUE 'playoff_detail.txt'.
              01 WS-EXCEPTION-FILE     PIC X(40)
                 VALUE 'playoff_exceptions.txt'.
              01 WS-TOURNAMENT-FILE    PIC X(40)
                 VALUE 'playoff_tournament.txt'.
              01 WS-SEASON-FILE        PIC X(40) VALUE SPACES.
              01 WS-ANALYTICS-FILE     PIC X(40)
                 VALUE 'playoff_analytics.txt'.
              01 WS-MATCH-FILE         PIC X(40)
                 VALUE 'playoff_matches.txt'.
              01 WS-FIXTURE-FILE       PIC X(40) VALUE SPACES.
              01 WS-GUIDE-MODE         PIC X(7).
                 88 WS-GUIDE-USE-MOVE       VALUE 'MOVE   '.
                 88 WS-GUIDE-USE-OUTCOME    VALUE 'OUTCOME'.
              01 WS-CALC-POINTS        PIC 9(10) VALUE 0.
              01 WS-CALC-ROUNDS        PIC 9(7) VALUE 0.
              01 WS-CALC-EXCEPTIONS    PIC 9(5) VALUE 0.
              01 WS-CALC-STATUS.
                 03 WS-CALC-STATUS-CODE   PIC 9(2).
                 03 WS-CALC-STATUS-REASON PIC X(40).

              01 WS-MAX-SEASON         PIC 9(3) COMP VALUE 200.
              01 WS-SEASON-TABLE.
                 03 WS-SEASON-ENTRY OCCURS 200.
                    05 WS-SEASON-PLAYER       PIC X(4).
                    05 WS-SEASON-DIVISION     PIC X(4).
                    05 WS-SEASON-POINTS       PIC 9(12).
                    05 WS-SEASON-RATING       PIC 9(4).
              01 WS-SEASON-HOLD.
                 03 FILLER             PIC X(4).
                 03 FILLER             PIC X(4).
                 03 FILLER             PIC 9(12).
                 03 FILLER             PIC 9(4).
              01 WS-SEASON-COUNT       PIC 9(3) COMP VALUE 0.
              01 WS-SEASON-IX          PIC 9(3) COMP.
              01 WS-SORT-IX            PIC 9(3) COMP.
              01 WS-SORT-IX2           PIC 9(3) COMP.
              01 WS-SWAP-SW            PIC X.
                 88 WS-SWAP                 VALUE 'Y'.
              01 WS-DIV-CURRENT        PIC X(4).
              01 WS-DIV-TAKEN          PIC 9(3) COMP.

              01 WS-MAX-SEEDS          PIC 9(2) COMP VALUE 32.
              01 WS-SEED-TABLE.
                 03 WS-SEED-ENTRY OCCURS 32.
                    05 WS-SEED-PLAYER         PIC X(4).
                    05 WS-SEED-DIVISION       PIC X(4).
                    05 WS-SEED-POINTS         PIC 9(12).
                    05 WS-SEED-RATING         PIC 9(4).
              01 WS-SEED-HOLD.
                 03 FILLER             PIC X(4).
                 03 FILLER             PIC X(4).
                 03 FILLER             PIC 9(12).
                 03 FILLER             PIC 9(4).
              01 WS-SEED-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-SEED-IX            PIC 9(2) COMP.
              01 WS-SEEDS-DROPPED      PIC 9(3) VALUE 0.

              01 WS-BRK-SEASON-ID      PIC X(10).
              01 WS-BRK-SEEDED         PIC X(8).
              01 WS-BRK-SIZE           PIC 9(2) VALUE 0.
              01 WS-BRK-STATUS         PIC X(1).
                 88 WS-BRK-OPEN             VALUE 'O'.
                 88 WS-BRK-COMPLETE         VALUE 'C'.
              01 WS-BRK-CHAMPION       PIC X(4).
              01 WS-BRK-RUNNER-UP      PIC X(4).
              01 WS-BRK-FOUND-SW       PIC X VALUE 'N'.
                 88 WS-BRK-FOUND            VALUE 'Y'.
              01 WS-BRK-ROUNDS         PIC 9(1).
              01 WS-ROUND-IX           PIC 9(1).
              01 WS-ROUND-SLOTS        PIC 9(2).
              01 WS-SLOT-IX            PIC 9(2).
              01 WS-FIND-ROUND         PIC 9(1).
              01 WS-FIND-SLOT          PIC 9(2).
              01 WS-FEED1-IX           PIC 9(2) COMP.
              01 WS-FEED2-IX           PIC 9(2) COMP.

      *  STANDARD SEEDING ORDER - SEED 1 AND SEED 2 CAN ONLY MEET IN
      *  THE FINAL, SEEDS 1-4 ONLY FROM THE SEMI-FINALS ON.
              01 WS-ORDER-TABLE.
                 03 WS-ORDER-SEED PIC 9(2) OCCURS 32.
              01 WS-ORDER-WORK.
                 03 WS-ORDER-NEW  PIC 9(2) OCCURS 32.
              01 WS-ORDER-SIZE         PIC 9(2).
              01 WS-ORDER-IX           PIC 9(2).
              01 WS-POS-1              PIC 9(2).
              01 WS-POS-2              PIC 9(2).
              01 WS-ROUNDS-TO-GO       PIC 9(1).

              01 WS-MAX-MATCHES        PIC 9(2) COMP VALUE 31.
              01 WS-MATCH-TABLE.
                 03 WS-MT-ENTRY OCCURS 31.
                    05 WS-MT-ROUND            PIC 9(1).
                    05 WS-MT-SLOT             PIC 9(2).
                    05 WS-MT-ID               PIC X(4).
                    05 WS-MT-SEED1            PIC 9(2).
                    05 WS-MT-P1               PIC X(4).
                    05 WS-MT-SEED2            PIC 9(2).
                    05 WS-MT-P2               PIC X(4).
                    05 WS-MT-STATE            PIC X(1).
                       88 WS-MT-PENDING            VALUE 'P'.
                       88 WS-MT-DECIDED            VALUE 'B' 'W'.
                    05 WS-MT-WINNER           PIC X(4).
                    05 WS-MT-WIN-SEED         PIC 9(2).
                    05 WS-MT-PTS1             PIC 9(8).
                    05 WS-MT-PTS2             PIC 9(8).
                    05 WS-MT-DECIDED-ON       PIC X(8).
              01 WS-MT-COUNT           PIC 9(2) COMP VALUE 0.
              01 WS-MT-IX              PIC 9(2) COMP.
              01 WS-MT-ID-BUILD.
                 03 FILLER             PIC X(1) VALUE 'K'.
                 03 WS-MT-ID-ROUND     PIC 9(1).
                 03 WS-MT-ID-SLOT      PIC 9(2).

              01 WS-DECIDED-NOW        PIC 9(3) VALUE 0.
              01 WS-WARNINGS           PIC 9(3) VALUE 0.
              01 WS-ROUND-NAME         PIC X(14).
              01 WS-ENTRANT-DISP       PIC 9(2).
              01 WS-RUNNER-SEED        PIC 9(2).
              01 WS-RUNNER-DIV         PIC X(4).
              01 WS-CHAMP-SEED         PIC 9(2).
              01 WS-CHAMP-DIV          PIC X(4).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE SPACES TO WS-PLAYOFF-ACTION
               ACCEPT WS-PLAYOFF-ACTION FROM ENVIRONMENT
                      'PLAYOFF_ACTION'
               PERFORM LOAD-PLAYOFF-PARMS
               PERFORM LOAD-BRACKET

               IF WS-ACTION-SEED
                  IF WS-BRK-FOUND AND WS-BRK-OPEN
                     DISPLAY 'PLAYOFF: BRACKET FOR SEASON '
                             WS-BRK-SEASON-ID ' STILL IN PROGRESS '
                             '- NOT RESEEDED'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM SEED-NEW-BRACKET
                  END-IF
               ELSE
                  IF NOT WS-BRK-FOUND
                     DISPLAY 'PLAYOFF: NO BRACKET ON FILE - RUN WITH '
                             'PLAYOFF_ACTION=SEED FIRST'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     IF WS-BRK-COMPLETE
                        DISPLAY 'PLAYOFF: SEASON ' WS-BRK-SEASON-ID
                                ' PLAYOFF ALREADY COMPLETE - '
                                'CHAMPION ' WS-BRK-CHAMPION
                     ELSE
                        PERFORM POST-KNOCKOUT-RESULTS
                     END-IF
                  END-IF
               END-IF
               GOBACK.

           LOAD-PLAYOFF-PARMS SECTION.
               MOVE 'PLAYOFF_QUALIFY' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF NOT WS-PARM-FOUND
                  MOVE SPACES TO WS-PARM-VALUE
                  ACCEPT WS-PARM-VALUE FROM ENVIRONMENT
                         'PLAYOFF_QUALIFY'
               END-IF
               MOVE ZERO TO WS-PARM-LEN
               INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF  WS-PARM-LEN > ZERO
               AND WS-PARM-LEN < 3
               AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                  MOVE WS-PARM-VALUE(1:WS-PARM-LEN) TO WS-QUALIFY
               END-IF
               IF WS-QUALIFY = ZERO
                  MOVE 2 TO WS-QUALIFY
               END-IF

               MOVE 'MATCH_ROUNDS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                          FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO
                  AND WS-PARM-LEN < 4
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-MATCH-ROUNDS
                  END-IF
               END-IF
               IF WS-MATCH-ROUNDS = ZERO
                  MOVE 3 TO WS-MATCH-ROUNDS
               END-IF

               MOVE SPACES TO WS-ROUND-FILE
               MOVE 'PLAYOFF_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ROUND-FILE
               ELSE
                  ACCEPT WS-ROUND-FILE FROM ENVIRONMENT 'PLAYOFF_FILE'
               END-IF
               IF WS-ROUND-FILE = SPACES
                  STRING 'playoff_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ROUND-FILE
               END-IF

               MOVE SPACES TO WS-GUIDE-MODE
               MOVE 'GUIDE_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-GUIDE-MODE(1:7)
               ELSE
                  ACCEPT WS-GUIDE-MODE FROM ENVIRONMENT 'GUIDE_MODE'
               END-IF
               IF NOT WS-GUIDE-USE-MOVE AND NOT WS-GUIDE-USE-OUTCOME
                  MOVE 'MOVE   ' TO WS-GUIDE-MODE
               END-IF
               .

           LOAD-BRACKET SECTION.
               OPEN INPUT BRACKET-IN
               IF WS-BRACKET-STATUS = '00'
                  PERFORM UNTIL WS-BRACKET-STATUS NOT = '00'
                     READ BRACKET-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM POST-BRACKET-CARD
                     END-READ
                  END-PERFORM
                  CLOSE BRACKET-IN
               END-IF
               .

           POST-BRACKET-CARD SECTION.
               EVALUATE IN-BRK-TYPE
                  WHEN 'H'
                     SET WS-BRK-FOUND TO TRUE
                     MOVE IN-BRK-SEASON-ID TO WS-BRK-SEASON-ID
                     MOVE IN-BRK-SEEDED    TO WS-BRK-SEEDED
                     MOVE IN-BRK-SIZE      TO WS-BRK-SIZE
                     MOVE IN-BRK-STATUS    TO WS-BRK-STATUS
                     MOVE IN-BRK-CHAMPION  TO WS-BRK-CHAMPION
                     MOVE IN-BRK-RUNNER-UP TO WS-BRK-RUNNER-UP
                  WHEN 'S'
                     IF WS-SEED-COUNT < WS-MAX-SEEDS
                        ADD 1 TO WS-SEED-COUNT
                        MOVE IN-SEED-PLAYER
                          TO WS-SEED-PLAYER(WS-SEED-COUNT)
                        MOVE IN-SEED-DIVISION
                          TO WS-SEED-DIVISION(WS-SEED-COUNT)
                        MOVE IN-SEED-POINTS
                          TO WS-SEED-POINTS(WS-SEED-COUNT)
                        MOVE IN-SEED-RATING
                          TO WS-SEED-RATING(WS-SEED-COUNT)
                     END-IF
                  WHEN 'M'
                     IF WS-MT-COUNT < WS-MAX-MATCHES
                        ADD 1 TO WS-MT-COUNT
                        MOVE WS-MT-COUNT TO WS-MT-IX
                        MOVE IN-MT-ROUND   TO WS-MT-ROUND(WS-MT-IX)
                        MOVE IN-MT-SLOT    TO WS-MT-SLOT(WS-MT-IX)
                        MOVE IN-MT-ID      TO WS-MT-ID(WS-MT-IX)
                        MOVE IN-MT-SEED1   TO WS-MT-SEED1(WS-MT-IX)
                        MOVE IN-MT-P1      TO WS-MT-P1(WS-MT-IX)
                        MOVE IN-MT-SEED2   TO WS-MT-SEED2(WS-MT-IX)
                        MOVE IN-MT-P2      TO WS-MT-P2(WS-MT-IX)
                        MOVE IN-MT-STATE   TO WS-MT-STATE(WS-MT-IX)
                        MOVE IN-MT-WINNER  TO WS-MT-WINNER(WS-MT-IX)
                        MOVE IN-MT-PTS1    TO WS-MT-PTS1(WS-MT-IX)
                        MOVE IN-MT-PTS2    TO WS-MT-PTS2(WS-MT-IX)
                        MOVE IN-MT-DECIDED
                          TO WS-MT-DECIDED-ON(WS-MT-IX)
                        IF WS-MT-WINNER(WS-MT-IX) = WS-MT-P2(WS-MT-IX)
                        AND WS-MT-P2(WS-MT-IX) NOT = SPACES
                           MOVE WS-MT-SEED2(WS-MT-IX)
                             TO WS-MT-WIN-SEED(WS-MT-IX)
                        ELSE
                           MOVE WS-MT-SEED1(WS-MT-IX)
                             TO WS-MT-WIN-SEED(WS-MT-IX)
                        END-IF
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               .

      *****************************************************************
      *  SEEDING - TOP PLAYOFF_QUALIFY FINISHERS OF EACH DIVISION BY
      *  POINTS, RATING AS TIEBREAK, THEN SEEDED 1..N ACROSS THE
      *  DIVISIONS THE SAME WAY.  THE BRACKET IS THE NEXT POWER OF
      *  TWO; THE TOP SEEDS GET THE BYES.
      *****************************************************************
           SEED-NEW-BRACKET SECTION.
               MOVE SPACES TO WS-BRK-SEASON-ID
               ACCEPT WS-BRK-SEASON-ID FROM ENVIRONMENT 'SEASON_ID'
               IF WS-BRK-SEASON-ID = SPACES
                  STRING 'S' WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-BRK-SEASON-ID
               END-IF
               MOVE WS-RUN-DATE TO WS-BRK-SEEDED
               MOVE 'O' TO WS-BRK-STATUS
               MOVE SPACES TO WS-BRK-CHAMPION WS-BRK-RUNNER-UP
               MOVE ZERO TO WS-SEED-COUNT WS-MT-COUNT

               PERFORM LOAD-SEASON-MASTER
               PERFORM SORT-SEASON-BY-DIVISION
               PERFORM SELECT-QUALIFIERS
               IF WS-SEED-COUNT < 2
                  DISPLAY 'PLAYOFF: FEWER THAN TWO QUALIFIERS ON '
                          'DAY02_SEASON.DAT - NO BRACKET SEEDED'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM SORT-SEEDS
                  MOVE 2 TO WS-BRK-SIZE
                  MOVE 1 TO WS-BRK-ROUNDS
                  PERFORM UNTIL WS-BRK-SIZE >= WS-SEED-COUNT
                     COMPUTE WS-BRK-SIZE = WS-BRK-SIZE * 2
                     ADD 1 TO WS-BRK-ROUNDS
                  END-PERFORM
                  PERFORM BUILD-SEED-ORDER
                  PERFORM BUILD-FIRST-ROUND
                  PERFORM ADVANCE-BRACKET
                  PERFORM REWRITE-BRACKET
                  PERFORM WRITE-BRACKET-REPORT
                  MOVE WS-SEED-COUNT TO WS-ENTRANT-DISP
                  DISPLAY 'PLAYOFF: SEASON ' WS-BRK-SEASON-ID
                          ' BRACKET SEEDED - ' WS-ENTRANT-DISP
                          ' ENTRANT(S), ' WS-BRK-ROUNDS ' ROUND(S)'
                  IF WS-SEEDS-DROPPED > ZERO
                     DISPLAY 'PLAYOFF: ' WS-SEEDS-DROPPED
                             ' QUALIFIER(S) OVER BRACKET LIMIT '
                             'LEFT OUT'
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
               .

           LOAD-SEASON-MASTER SECTION.
               OPEN INPUT SEASON-FILE
               IF WS-SEASON-STATUS = '00'
                  PERFORM UNTIL WS-SEASON-STATUS NOT = '00'
                     READ SEASON-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  WS-SEASON-COUNT < WS-MAX-SEASON
                        AND IN-SEASON-PLAYER NOT = SPACES
                        AND IN-SEASON-POINTS IS NUMERIC
                        AND IN-SEASON-ROUNDS IS NUMERIC
                        AND IN-SEASON-ROUNDS > ZERO
                           ADD 1 TO WS-SEASON-COUNT
                           MOVE IN-SEASON-PLAYER
                             TO WS-SEASON-PLAYER(WS-SEASON-COUNT)
                           MOVE IN-SEASON-POINTS
                             TO WS-SEASON-POINTS(WS-SEASON-COUNT)
                           IF IN-SEASON-RATING IS NUMERIC
                              MOVE IN-SEASON-RATING
                                TO WS-SEASON-RATING(WS-SEASON-COUNT)
                           ELSE
                              MOVE 1500
                                TO WS-SEASON-RATING(WS-SEASON-COUNT)
                           END-IF
                           IF IN-SEASON-DIVISION = SPACES
                              MOVE 'MAIN'
                                TO WS-SEASON-DIVISION(WS-SEASON-COUNT)
                           ELSE
                              MOVE IN-SEASON-DIVISION
                                TO WS-SEASON-DIVISION(WS-SEASON-COUNT)
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SEASON-FILE
               END-IF
               .

           SORT-SEASON-BY-DIVISION SECTION.
               PERFORM VARYING WS-SORT-IX FROM 1 BY 1
                       UNTIL WS-SORT-IX >= WS-SEASON-COUNT
                  PERFORM VARYING WS-SORT-IX2 FROM 1 BY 1
                          UNTIL WS-SORT-IX2 >= WS-SEASON-COUNT
                     MOVE 'N' TO WS-SWAP-SW
                     EVALUATE TRUE
                        WHEN WS-SEASON-DIVISION(WS-SORT-IX2) >
                             WS-SEASON-DIVISION(WS-SORT-IX2 + 1)
                           SET WS-SWAP TO TRUE
                        WHEN WS-SEASON-DIVISION(WS-SORT-IX2) <
                             WS-SEASON-DIVISION(WS-SORT-IX2 + 1)
                           CONTINUE
                        WHEN WS-SEASON-POINTS(WS-SORT-IX2) <
                             WS-SEASON-POINTS(WS-SORT-IX2 + 1)
                           SET WS-SWAP TO TRUE
                        WHEN WS-SEASON-POINTS(WS-SORT-IX2) =
                             WS-SEASON-POINTS(WS-SORT-IX2 + 1)
                        AND  WS-SEASON-RATING(WS-SORT-IX2) <
                             WS-SEASON-RATING(WS-SORT-IX2 + 1)
                           SET WS-SWAP TO TRUE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                     IF WS-SWAP
                        MOVE WS-SEASON-ENTRY(WS-SORT-IX2)
                          TO WS-SEASON-HOLD
                        MOVE WS-SEASON-ENTRY(WS-SORT-IX2 + 1)
                          TO WS-SEASON-ENTRY(WS-SORT-IX2)
                        MOVE WS-SEASON-HOLD
                          TO WS-SEASON-ENTRY(WS-SORT-IX2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

           SELECT-QUALIFIERS SECTION.
               MOVE SPACES TO WS-DIV-CURRENT
               MOVE ZERO TO WS-DIV-TAKEN
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  IF WS-SEASON-DIVISION(WS-SEASON-IX)
                     NOT = WS-DIV-CURRENT
                     MOVE WS-SEASON-DIVISION(WS-SEASON-IX)
                       TO WS-DIV-CURRENT
                     MOVE ZERO TO WS-DIV-TAKEN
                  END-IF
                  IF WS-DIV-TAKEN < WS-QUALIFY
                     ADD 1 TO WS-DIV-TAKEN
                     IF WS-SEED-COUNT < WS-MAX-SEEDS
                        ADD 1 TO WS-SEED-COUNT
                        MOVE WS-SEASON-ENTRY(WS-SEASON-IX)
                          TO WS-SEED-ENTRY(WS-SEED-COUNT)
                     ELSE
                        ADD 1 TO WS-SEEDS-DROPPED
                        DISPLAY 'PLAYOFF: BRACKET FULL - QUALIFIER '
                                WS-SEASON-PLAYER(WS-SEASON-IX)
                                ' DIV ' WS-SEASON-DIVISION(WS-SEASON-IX)
                                ' NOT SEEDED'
                     END-IF
                  END-IF
               END-PERFORM
               .

           SORT-SEEDS SECTION.
               PERFORM VARYING WS-SORT-IX FROM 1 BY 1
                       UNTIL WS-SORT-IX >= WS-SEED-COUNT
                  PERFORM VARYING WS-SORT-IX2 FROM 1 BY 1
                          UNTIL WS-SORT-IX2 >= WS-SEED-COUNT
                     IF WS-SEED-POINTS(WS-SORT-IX2) <
                        WS-SEED-POINTS(WS-SORT-IX2 + 1)
                     OR (WS-SEED-POINTS(WS-SORT-IX2) =
                         WS-SEED-POINTS(WS-SORT-IX2 + 1)
                     AND WS-SEED-RATING(WS-SORT-IX2) <
                         WS-SEED-RATING(WS-SORT-IX2 + 1))
                        MOVE WS-SEED-ENTRY(WS-SORT-IX2)
                          TO WS-SEED-HOLD
                        MOVE WS-SEED-ENTRY(WS-SORT-IX2 + 1)
                          TO WS-SEED-ENTRY(WS-SORT-IX2)
                        MOVE WS-SEED-HOLD
                          TO WS-SEED-ENTRY(WS-SORT-IX2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

      *  EACH DOUBLING REPLACES SEED S WITH THE PAIR S, SIZE+1-S:
      *  1 2 -> 1 4 2 3 -> 1 8 4 5 2 7 3 6 ...
           BUILD-SEED-ORDER SECTION.
               MOVE 1 TO WS-ORDER-SEED(1)
               MOVE 1 TO WS-ORDER-SIZE
               PERFORM UNTIL WS-ORDER-SIZE >= WS-BRK-SIZE
                  PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                          UNTIL WS-ORDER-IX > WS-ORDER-SIZE
                     COMPUTE WS-POS-2 = WS-ORDER-IX * 2
                     COMPUTE WS-POS-1 = WS-POS-2 - 1
                     MOVE WS-ORDER-SEED(WS-ORDER-IX)
                       TO WS-ORDER-NEW(WS-POS-1)
                     COMPUTE WS-ORDER-NEW(WS-POS-2) =
                             WS-ORDER-SIZE * 2 + 1
                             - WS-ORDER-SEED(WS-ORDER-IX)
                  END-PERFORM
                  COMPUTE WS-ORDER-SIZE = WS-ORDER-SIZE * 2
                  MOVE WS-ORDER-WORK TO WS-ORDER-TABLE
               END-PERFORM
               .

           BUILD-FIRST-ROUND SECTION.
               COMPUTE WS-ROUND-SLOTS = WS-BRK-SIZE / 2
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > WS-ROUND-SLOTS
                  ADD 1 TO WS-MT-COUNT
                  MOVE WS-MT-COUNT TO WS-MT-IX
                  MOVE 1 TO WS-MT-ROUND(WS-MT-IX)
                  MOVE WS-SLOT-IX TO WS-MT-SLOT(WS-MT-IX)
                  MOVE 1 TO WS-MT-ID-ROUND
                  MOVE WS-SLOT-IX TO WS-MT-ID-SLOT
                  MOVE WS-MT-ID-BUILD TO WS-MT-ID(WS-MT-IX)
                  COMPUTE WS-POS-2 = WS-SLOT-IX * 2
                  COMPUTE WS-POS-1 = WS-POS-2 - 1
                  MOVE WS-ORDER-SEED(WS-POS-1) TO WS-MT-SEED1(WS-MT-IX)
                  MOVE WS-ORDER-SEED(WS-POS-2) TO WS-MT-SEED2(WS-MT-IX)
                  MOVE WS-SEED-PLAYER(WS-MT-SEED1(WS-MT-IX))
                    TO WS-MT-P1(WS-MT-IX)
                  MOVE ZERO TO WS-MT-PTS1(WS-MT-IX)
                               WS-MT-PTS2(WS-MT-IX)
                  IF WS-MT-SEED2(WS-MT-IX) > WS-SEED-COUNT
                     MOVE SPACES TO WS-MT-P2(WS-MT-IX)
                     MOVE 'B' TO WS-MT-STATE(WS-MT-IX)
                     MOVE WS-MT-P1(WS-MT-IX) TO WS-MT-WINNER(WS-MT-IX)
                     MOVE WS-MT-SEED1(WS-MT-IX)
                       TO WS-MT-WIN-SEED(WS-MT-IX)
                     MOVE WS-RUN-DATE TO WS-MT-DECIDED-ON(WS-MT-IX)
                  ELSE
                     MOVE WS-SEED-PLAYER(WS-MT-SEED2(WS-MT-IX))
                       TO WS-MT-P2(WS-MT-IX)
                     MOVE 'P' TO WS-MT-STATE(WS-MT-IX)
                     MOVE SPACES TO WS-MT-WINNER(WS-MT-IX)
                     MOVE ZERO TO WS-MT-WIN-SEED(WS-MT-IX)
                     MOVE SPACES TO WS-MT-DECIDED-ON(WS-MT-IX)
                  END-IF
               END-PERFORM
               .

      *****************************************************************
      *  A MATCH IN ROUND R+1 SLOT J IS DRAWN AS SOON AS BOTH OF ITS
      *  FEEDERS (ROUND R SLOTS 2J-1 AND 2J) HAVE A WINNER.
      *****************************************************************
           ADVANCE-BRACKET SECTION.
               MOVE 1 TO WS-BRK-ROUNDS
               MOVE 2 TO WS-ORDER-SIZE
               PERFORM UNTIL WS-ORDER-SIZE >= WS-BRK-SIZE
                  COMPUTE WS-ORDER-SIZE = WS-ORDER-SIZE * 2
                  ADD 1 TO WS-BRK-ROUNDS
               END-PERFORM
               COMPUTE WS-ROUND-SLOTS = WS-BRK-SIZE / 2
               PERFORM VARYING WS-ROUND-IX FROM 1 BY 1
                       UNTIL WS-ROUND-IX >= WS-BRK-ROUNDS
                  COMPUTE WS-ROUND-SLOTS = WS-ROUND-SLOTS / 2
                  PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                          UNTIL WS-SLOT-IX > WS-ROUND-SLOTS
                     PERFORM DRAW-NEXT-ROUND-MATCH
                  END-PERFORM
               END-PERFORM
               .

           DRAW-NEXT-ROUND-MATCH SECTION.
               COMPUTE WS-FIND-ROUND = WS-ROUND-IX + 1
               MOVE WS-SLOT-IX TO WS-FIND-SLOT
               PERFORM FIND-BRACKET-MATCH
               IF WS-MT-IX = ZERO
                  MOVE WS-ROUND-IX TO WS-FIND-ROUND
                  COMPUTE WS-FIND-SLOT = WS-SLOT-IX * 2 - 1
                  PERFORM FIND-BRACKET-MATCH
                  MOVE WS-MT-IX TO WS-FEED1-IX
                  COMPUTE WS-FIND-SLOT = WS-SLOT-IX * 2
                  PERFORM FIND-BRACKET-MATCH
                  MOVE WS-MT-IX TO WS-FEED2-IX
                  IF  WS-FEED1-IX > ZERO
                  AND WS-FEED2-IX > ZERO
                  AND WS-MT-COUNT < WS-MAX-MATCHES
                     IF  WS-MT-DECIDED(WS-FEED1-IX)
                     AND WS-MT-DECIDED(WS-FEED2-IX)
                        ADD 1 TO WS-MT-COUNT
                        MOVE WS-MT-COUNT TO WS-MT-IX
                        COMPUTE WS-MT-ROUND(WS-MT-IX) = WS-ROUND-IX + 1
                        MOVE WS-SLOT-IX TO WS-MT-SLOT(WS-MT-IX)
                        MOVE WS-MT-ROUND(WS-MT-IX) TO WS-MT-ID-ROUND
                        MOVE WS-SLOT-IX TO WS-MT-ID-SLOT
                        MOVE WS-MT-ID-BUILD TO WS-MT-ID(WS-MT-IX)
                        MOVE WS-MT-WINNER(WS-FEED1-IX)
                          TO WS-MT-P1(WS-MT-IX)
                        MOVE WS-MT-WIN-SEED(WS-FEED1-IX)
                          TO WS-MT-SEED1(WS-MT-IX)
                        MOVE WS-MT-WINNER(WS-FEED2-IX)
                          TO WS-MT-P2(WS-MT-IX)
                        MOVE WS-MT-WIN-SEED(WS-FEED2-IX)
                          TO WS-MT-SEED2(WS-MT-IX)
                        MOVE 'P' TO WS-MT-STATE(WS-MT-IX)
                        MOVE SPACES TO WS-MT-WINNER(WS-MT-IX)
                        MOVE ZERO TO WS-MT-WIN-SEED(WS-MT-IX)
                        MOVE ZERO TO WS-MT-PTS1(WS-MT-IX)
                                     WS-MT-PTS2(WS-MT-IX)
                        MOVE SPACES TO WS-MT-DECIDED-ON(WS-MT-IX)
                     END-IF
                  END-IF
               END-IF
               .

           FIND-BRACKET-MATCH SECTION.
               PERFORM VARYING WS-MT-IX FROM 1 BY 1
                       UNTIL WS-MT-IX > WS-MT-COUNT
                  OR (WS-MT-ROUND(WS-MT-IX) = WS-FIND-ROUND
                  AND WS-MT-SLOT(WS-MT-IX) = WS-FIND-SLOT)
                  CONTINUE
               END-PERFORM
               IF WS-MT-IX > WS-MT-COUNT
                  MOVE ZERO TO WS-MT-IX
               END-IF
               .

      *****************************************************************
      *  KNOCKOUT RESULTS - THE ROUND CARDS ARE KEYED UNDER THE MATCH
      *  HEADER PRINTED ON THE BRACKET REPORT AND SCORED BY DAY02CALC;
      *  ITS MATCH RESULTS DECIDE THE BRACKET.
      *****************************************************************
           POST-KNOCKOUT-RESULTS SECTION.
               OPEN OUTPUT RESULTS-IN
               CLOSE RESULTS-IN
               CALL 'DAY02CALC' USING WS-ROUND-FILE
                                       WS-DETAIL-FILE
                                       WS-EXCEPTION-FILE
                                       WS-TOURNAMENT-FILE
                                       WS-GUIDE-MODE
                                       WS-CALC-POINTS
                                       WS-CALC-ROUNDS
                                       WS-CALC-EXCEPTIONS
                                       WS-CALC-STATUS
                                       WS-RUN-DATE
                                       WS-SEASON-FILE
                                       WS-ANALYTICS-FILE
                                       WS-MATCH-FILE
                                       WS-FIXTURE-FILE
               CANCEL 'DAY02CALC'
               IF WS-CALC-STATUS-CODE NOT = ZERO
                  DISPLAY 'PLAYOFF: KNOCKOUT ROUNDS NOT SCORED - '
                          WS-CALC-STATUS-REASON
                  MOVE 8 TO RETURN-CODE
               ELSE
                  OPEN INPUT RESULTS-IN
                  IF WS-RESULTS-STATUS = '00'
                     PERFORM UNTIL WS-RESULTS-STATUS NOT = '00'
                        READ RESULTS-IN
                        AT END
                           CONTINUE
                        NOT AT END
                           ADD 1 TO WS-RESULT-LINE-NO
                           IF IN-RES-TAG = 'MATCH='
                              PERFORM APPLY-KNOCKOUT-RESULT
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE RESULTS-IN
                  END-IF
                  PERFORM ADVANCE-BRACKET
                  PERFORM CHECK-FOR-CHAMPION
                  PERFORM REWRITE-BRACKET
                  PERFORM WRITE-BRACKET-REPORT
                  DISPLAY 'PLAYOFF: ' WS-DECIDED-NOW
                          ' KNOCKOUT MATCH(ES) DECIDED, '
                          WS-WARNINGS ' NOT POSTED'
                  IF WS-BRK-COMPLETE
                     DISPLAY 'PLAYOFF: SEASON ' WS-BRK-SEASON-ID
                             ' CHAMPION ' WS-BRK-CHAMPION
                             ' RUNNER-UP ' WS-BRK-RUNNER-UP
                  END-IF
                  IF WS-WARNINGS > ZERO
                  OR WS-CALC-EXCEPTIONS > ZERO
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
               .

           APPLY-KNOCKOUT-RESULT SECTION.
               MOVE SPACES TO WS-EXCP-REASON
               PERFORM VARYING WS-MT-IX FROM 1 BY 1
                       UNTIL WS-MT-IX > WS-MT-COUNT
                  OR WS-MT-ID(WS-MT-IX) = IN-RES-ID
                  CONTINUE
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-MT-IX > WS-MT-COUNT
                     MOVE 'KONOMTCH' TO WS-EXCP-REASON
                  WHEN NOT WS-MT-PENDING(WS-MT-IX)
                     MOVE 'KODECIDE' TO WS-EXCP-REASON
                  WHEN NOT ((IN-RES-P1 = WS-MT-P1(WS-MT-IX)
                        AND  IN-RES-P2 = WS-MT-P2(WS-MT-IX))
                        OR  (IN-RES-P1 = WS-MT-P2(WS-MT-IX)
                        AND  IN-RES-P2 = WS-MT-P1(WS-MT-IX)))
                     MOVE 'KOPLAYER' TO WS-EXCP-REASON
                  WHEN IN-RES-STATUS NOT = 'COMPLETE'
                   AND IN-RES-STATUS NOT = 'FORFEIT'
                     MOVE 'KOSHORT ' TO WS-EXCP-REASON
                  WHEN IN-RES-WINNER = 'DRAW' OR 'NONE'
                     MOVE 'KODRAW  ' TO WS-EXCP-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-EXCP-REASON NOT = SPACES
                  ADD 1 TO WS-WARNINGS
                  DISPLAY 'PLAYOFF: MATCH ' IN-RES-ID
                          ' NOT POSTED - ' WS-EXCP-REASON
                  MOVE 'playoff_matches.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-RESULT-LINE-NO     TO WS-EXCP-LINE-NO
                  MOVE IN-RESULT-LINE        TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               ELSE
                  ADD 1 TO WS-DECIDED-NOW
                  MOVE 'W' TO WS-MT-STATE(WS-MT-IX)
                  MOVE IN-RES-WINNER TO WS-MT-WINNER(WS-MT-IX)
                  MOVE WS-RUN-DATE TO WS-MT-DECIDED-ON(WS-MT-IX)
                  IF IN-RES-P1 = WS-MT-P1(WS-MT-IX)
                     MOVE IN-RES-PTS1 TO WS-MT-PTS1(WS-MT-IX)
                     MOVE IN-RES-PTS2 TO WS-MT-PTS2(WS-MT-IX)
                  ELSE
                     MOVE IN-RES-PTS2 TO WS-MT-PTS1(WS-MT-IX)
                     MOVE IN-RES-PTS1 TO WS-MT-PTS2(WS-MT-IX)
                  END-IF
                  IF IN-RES-WINNER = WS-MT-P1(WS-MT-IX)
                     MOVE WS-MT-SEED1(WS-MT-IX)
                       TO WS-MT-WIN-SEED(WS-MT-IX)
                  ELSE
                     MOVE WS-MT-SEED2(WS-MT-IX)
                       TO WS-MT-WIN-SEED(WS-MT-IX)
                  END-IF
               END-IF
               .

           CHECK-FOR-CHAMPION SECTION.
               MOVE WS-BRK-ROUNDS TO WS-FIND-ROUND
               MOVE 1 TO WS-FIND-SLOT
               PERFORM FIND-BRACKET-MATCH
               IF WS-MT-IX > ZERO
                  IF WS-MT-DECIDED(WS-MT-IX)
                     MOVE 'C' TO WS-BRK-STATUS
                     MOVE WS-MT-WINNER(WS-MT-IX) TO WS-BRK-CHAMPION
                     IF WS-MT-WINNER(WS-MT-IX) = WS-MT-P1(WS-MT-IX)
                        MOVE WS-MT-P2(WS-MT-IX) TO WS-BRK-RUNNER-UP
                        MOVE WS-MT-SEED1(WS-MT-IX) TO WS-CHAMP-SEED
                        MOVE WS-MT-SEED2(WS-MT-IX) TO WS-RUNNER-SEED
                     ELSE
                        MOVE WS-MT-P1(WS-MT-IX) TO WS-BRK-RUNNER-UP
                        MOVE WS-MT-SEED2(WS-MT-IX) TO WS-CHAMP-SEED
                        MOVE WS-MT-SEED1(WS-MT-IX) TO WS-RUNNER-SEED
                     END-IF
                     PERFORM ARCHIVE-PLAYOFF-RESULT
                  END-IF
               END-IF
               .

      *  CHAMPION AND RUNNER-UP GO ON SEASON_HISTORY.TXT UNDER THE
      *  SAME SEASON ID AS THE REGULAR-SEASON LINES WRITTEN BY SEASEND.
           ARCHIVE-PLAYOFF-RESULT SECTION.
               MOVE WS-SEED-DIVISION(WS-CHAMP-SEED) TO WS-CHAMP-DIV
               MOVE WS-SEED-DIVISION(WS-RUNNER-SEED) TO WS-RUNNER-DIV
               OPEN EXTEND HISTORY-OUT
               IF WS-HISTORY-STATUS NOT = '00'
                  OPEN OUTPUT HISTORY-OUT
               END-IF
               MOVE SPACES TO WS-HISTORY-LINE
               STRING 'SEASON=' WS-BRK-SEASON-ID
                      ' CLOSED=' WS-RUN-DATE
                      ' PLAYOFF=CHAMPION'
                      ' PLAYER=' WS-BRK-CHAMPION
                      ' SEED=' WS-CHAMP-SEED
                      ' FINAL=' WS-MT-ID(WS-MT-IX)
                      ' PTS=' WS-MT-PTS1(WS-MT-IX)
                      '-' WS-MT-PTS2(WS-MT-IX)
                      ' DIV=' WS-CHAMP-DIV
                  DELIMITED BY SIZE INTO WS-HISTORY-LINE
               WRITE WS-HISTORY-LINE
               MOVE SPACES TO WS-HISTORY-LINE
               STRING 'SEASON=' WS-BRK-SEASON-ID
                      ' CLOSED=' WS-RUN-DATE
                      ' PLAYOFF=RUNNER-UP'
                      ' PLAYER=' WS-BRK-RUNNER-UP
                      ' SEED=' WS-RUNNER-SEED
                      ' FINAL=' WS-MT-ID(WS-MT-IX)
                      ' PTS=' WS-MT-PTS1(WS-MT-IX)
                      '-' WS-MT-PTS2(WS-MT-IX)
                      ' DIV=' WS-RUNNER-DIV
                  DELIMITED BY SIZE INTO WS-HISTORY-LINE
               WRITE WS-HISTORY-LINE
               CLOSE HISTORY-OUT
               .

           REWRITE-BRACKET SECTION.
               OPEN OUTPUT BRACKET-OUT
               MOVE SPACES TO OUT-BRK-HEADER
               MOVE 'H' TO OUT-BRK-TYPE
               MOVE WS-BRK-SEASON-ID TO OUT-BRK-SEASON-ID
               MOVE WS-BRK-SEEDED    TO OUT-BRK-SEEDED
               MOVE WS-BRK-SIZE      TO OUT-BRK-SIZE
               MOVE WS-SEED-COUNT    TO OUT-BRK-ENTRANTS
               MOVE WS-BRK-STATUS    TO OUT-BRK-STATUS
               MOVE WS-BRK-CHAMPION  TO OUT-BRK-CHAMPION
               MOVE WS-BRK-RUNNER-UP TO OUT-BRK-RUNNER-UP
               WRITE OUT-BRK-HEADER
               PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                       UNTIL WS-SEED-IX > WS-SEED-COUNT
                  MOVE SPACES TO OUT-BRK-SEED
                  MOVE 'S' TO OUT-SEED-TYPE
                  MOVE WS-SEED-IX TO OUT-SEED-NO
                  MOVE WS-SEED-PLAYER(WS-SEED-IX)   TO OUT-SEED-PLAYER
                  MOVE WS-SEED-DIVISION(WS-SEED-IX)
                    TO OUT-SEED-DIVISION
                  MOVE WS-SEED-POINTS(WS-SEED-IX)   TO OUT-SEED-POINTS
                  MOVE WS-SEED-RATING(WS-SEED-IX)   TO OUT-SEED-RATING
                  WRITE OUT-BRK-SEED
               END-PERFORM
               PERFORM VARYING WS-MT-IX FROM 1 BY 1
                       UNTIL WS-MT-IX > WS-MT-COUNT
                  MOVE SPACES TO OUT-BRK-MATCH
                  MOVE 'M' TO OUT-MT-TYPE
                  MOVE WS-MT-ROUND(WS-MT-IX)   TO OUT-MT-ROUND
                  MOVE WS-MT-SLOT(WS-MT-IX)    TO OUT-MT-SLOT
                  MOVE WS-MT-ID(WS-MT-IX)      TO OUT-MT-ID
                  MOVE WS-MT-SEED1(WS-MT-IX)   TO OUT-MT-SEED1
                  MOVE WS-MT-P1(WS-MT-IX)      TO OUT-MT-P1
                  MOVE WS-MT-SEED2(WS-MT-IX)   TO OUT-MT-SEED2
                  MOVE WS-MT-P2(WS-MT-IX)      TO OUT-MT-P2
                  MOVE WS-MT-STATE(WS-MT-IX)   TO OUT-MT-STATE
                  MOVE WS-MT-WINNER(WS-MT-IX)  TO OUT-MT-WINNER
                  MOVE WS-MT-PTS1(WS-MT-IX)    TO OUT-MT-PTS1
                  MOVE WS-MT-PTS2(WS-MT-IX)    TO OUT-MT-PTS2
                  MOVE WS-MT-DECIDED-ON(WS-MT-IX) TO OUT-MT-DECIDED
                  WRITE OUT-BRK-MATCH
               END-PERFORM
               CLOSE BRACKET-OUT
               .

           WRITE-BRACKET-REPORT SECTION.
               OPEN OUTPUT BRACKET-RPT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SEED-COUNT TO WS-ENTRANT-DISP
               STRING 'PLAYOFF BRACKET SEASON=' WS-BRK-SEASON-ID
                      ' SEEDED=' WS-BRK-SEEDED
                      ' ENTRANTS=' WS-ENTRANT-DISP
                      ' SIZE=' WS-BRK-SIZE
                      ' AS OF ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                       UNTIL WS-SEED-IX > WS-SEED-COUNT
                  MOVE WS-SEED-IX TO WS-ENTRANT-DISP
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  SEED=' WS-ENTRANT-DISP
                         ' PLAYER=' WS-SEED-PLAYER(WS-SEED-IX)
                         ' DIV=' WS-SEED-DIVISION(WS-SEED-IX)
                         ' POINTS=' WS-SEED-POINTS(WS-SEED-IX)
                         ' RATING=' WS-SEED-RATING(WS-SEED-IX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               PERFORM VARYING WS-ROUND-IX FROM 1 BY 1
                       UNTIL WS-ROUND-IX > WS-BRK-ROUNDS
                  COMPUTE WS-ROUNDS-TO-GO = WS-BRK-ROUNDS - WS-ROUND-IX
                  EVALUATE WS-ROUNDS-TO-GO
                     WHEN 0
                        MOVE 'FINAL' TO WS-ROUND-NAME
                     WHEN 1
                        MOVE 'SEMI-FINALS' TO WS-ROUND-NAME
                     WHEN 2
                        MOVE 'QUARTER-FINALS' TO WS-ROUND-NAME
                     WHEN OTHER
                        MOVE 'ROUND' TO WS-ROUND-NAME
                  END-EVALUATE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'ROUND ' WS-ROUND-IX ' ' WS-ROUND-NAME
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  PERFORM VARYING WS-MT-IX FROM 1 BY 1
                          UNTIL WS-MT-IX > WS-MT-COUNT
                     IF WS-MT-ROUND(WS-MT-IX) = WS-ROUND-IX
                        PERFORM WRITE-REPORT-MATCH
                     END-IF
                  END-PERFORM
               END-PERFORM
               IF WS-BRK-COMPLETE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'CHAMPION=' WS-BRK-CHAMPION
                         ' RUNNER-UP=' WS-BRK-RUNNER-UP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               CLOSE BRACKET-RPT
               .

           WRITE-REPORT-MATCH SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               EVALUATE WS-MT-STATE(WS-MT-IX)
                  WHEN 'B'
                     STRING '  ' WS-MT-ID(WS-MT-IX)
                            ' (' WS-MT-SEED1(WS-MT-IX) ') '
                            WS-MT-P1(WS-MT-IX)
                            ' BYE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN 'W'
                     STRING '  ' WS-MT-ID(WS-MT-IX)
                            ' (' WS-MT-SEED1(WS-MT-IX) ') '
                            WS-MT-P1(WS-MT-IX)
                            ' V (' WS-MT-SEED2(WS-MT-IX) ') '
                            WS-MT-P2(WS-MT-IX)
                            ' PTS=' WS-MT-PTS1(WS-MT-IX)
                            '-' WS-MT-PTS2(WS-MT-IX)
                            ' WINNER=' WS-MT-WINNER(WS-MT-IX)
                            ' ON ' WS-MT-DECIDED-ON(WS-MT-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN OTHER
                     STRING '  ' WS-MT-ID(WS-MT-IX)
                            ' (' WS-MT-SEED1(WS-MT-IX) ') '
                            WS-MT-P1(WS-MT-IX)
                            ' V (' WS-MT-SEED2(WS-MT-IX) ') '
                            WS-MT-P2(WS-MT-IX)
                            ' TO PLAY - HEADER=MATCH '
                            WS-MT-ID(WS-MT-IX) ' '
                            WS-MT-P1(WS-MT-IX) ' '
                            WS-MT-P2(WS-MT-IX) ' '
                            WS-MATCH-ROUNDS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-EVALUATE
               WRITE WS-REPORT-LINE
               .

           COPY EXCPAPP.
