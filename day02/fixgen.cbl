           IDENTIFICATION DIVISION.
           PROGRAM-ID. FIXGEN.

      *****************************************************************
      *  SEASON FIXTURE GENERATOR.  EVERY PLAYER ON DAY02_SEASON.DAT
      *  IS PLACED IN A DIVISION (BLANK MEANS MAIN; DIVISIONS.TXT,
      *  WHEN PRESENT, LISTS THE ONLY DIVISIONS ALLOWED) AND EACH
      *  DIVISION IS PAIRED ROUND ROBIN BY THE CIRCLE METHOD, SO EVERY
      *  PLAYER MEETS EVERY OTHER PLAYER IN THE DIVISION ONCE.  ONE
      *  MATCHDAY FALLS ON EACH BUSINESS DAY FROM SEASON_START
      *  (DEFAULT THE DAY AFTER THE BUSINESS DATE), SKIPPING HOLIDAYS
      *  AND NON-WORKING WEEKDAYS (BUSCAL) AND THE BLACKOUT CARDS ON
      *  BUSCAL.TXT.  EACH MATCHDAY IS WRITTEN TO FIXTURES_YYYYMMDD.TXT
      *  WITH MATCH_ROUNDS ROUNDS PER MATCH (DEFAULT 3) AND THE
      *  FIXTURE_FORFEIT FLAG, AND THE WHOLE SEASON IS LISTED ON
      *  DAY02_SCHEDULE.TXT.  A MATCHDAY OVER THE DAY02 LIMIT OF 50
      *  PLAYERS IS WARNED.  RC 4 WHEN A PLAYER IS NOT SCHEDULED OR A
      *  WARNING IS RAISED, RC 8 WHEN THE SEASON IS EMPTY, THE MATCH
      *  OR CALENDAR TABLE IS FULL, NO DIVISION CAN BE PAIRED, NO
      *  BUSINESS DAY IS FOUND OR THE DATE IS CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SEASON-FILE ASSIGN TO 'day02_season.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
              SELECT DIV-FILE ASSIGN TO 'divisions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIV-STATUS.
              SELECT CAL-FILE ASSIGN TO 'buscal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
              SELECT FIXTURE-OUT ASSIGN TO WS-FIXTURE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIXTURE-STATUS.
              SELECT SCHEDULE-RPT ASSIGN TO 'day02_schedule.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

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

              FD DIV-FILE.
              01 IN-DIV-CARD.
                 03 IN-DIV-CODE        PIC X(4).
                 03 FILLER             PIC X(26).

              FD CAL-FILE.
              01 IN-CAL-CARD.
                 03 IN-CAL-TYPE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CAL-DATE        PIC X(8).

              FD FIXTURE-OUT.
              01 OUT-FIXTURE-CARD.
                 03 OUT-FIX-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-FIX-OPP        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-FIX-SCHED      PIC 9(3).
                 03 FILLER             PIC X(1).
                 03 OUT-FIX-FORFEIT    PIC X(1).

              FD SCHEDULE-RPT.
              01 WS-SCHEDULE-LINE      PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-SEASON-STATUS      PIC X(2).
              01 WS-SEASON-EOF-SW      PIC X.
                 88 WS-SEASON-EOF           VALUE 'Y'.
              01 WS-DIV-STATUS         PIC X(2).
              01 WS-DIV-EOF-SW         PIC X.
                 88 WS-DIV-EOF              VALUE 'Y'.
              01 WS-DIV-LOADED-SW      PIC X VALUE 'N'.
                 88 WS-DIV-LOADED           VALUE 'Y'.
              01 WS-CAL-STATUS         PIC X(2).
              01 WS-CAL-EOF-SW         PIC X.
                 88 WS-CAL-EOF              VALUE 'Y'.
              01 WS-FIXTURE-STATUS     PIC X(2).
              01 WS-FIXTURE-FILE       PIC X(40).
              01 WS-FIX-PLAYER         PIC X(4).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'FIXGEN'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-SEASON-START       PIC 9(8) VALUE 0.
              01 WS-MATCH-ROUNDS       PIC 9(3) VALUE 3.
              01 WS-FORFEIT-FLAG       PIC X VALUE 'N'.

              01 WS-MAX-SEASON         PIC 9(3) COMP VALUE 200.
              01 WS-SEASON-TABLE.
                 03 WS-SEASON-ENTRY OCCURS 200.
                    05 WS-SEASON-PLAYER       PIC X(4).
                    05 WS-SEASON-DIVISION     PIC X(4).
                    05 WS-SEASON-SCHED-SW     PIC X.
              01 WS-SEASON-COUNT       PIC 9(3) COMP VALUE 0.
              01 WS-SEASON-IX          PIC 9(3) COMP.

              01 WS-MAX-DIVS           PIC 9(2) COMP VALUE 10.
              01 WS-DIV-TABLE.
                 03 WS-DIV-ENTRY OCCURS 10.
                    05 WS-DIV-CODE            PIC X(4).
                    05 WS-DIV-PLAYERS         PIC 9(3) COMP.
                    05 WS-DIV-ROUNDS          PIC 9(3) COMP.
              01 WS-DIV-COUNT          PIC 9(2) COMP VALUE 0.
              01 WS-DIV-IX             PIC 9(2) COMP.
              01 WS-DIV-KNOWN-SW       PIC X.
                 88 WS-DIV-KNOWN            VALUE 'Y'.

              01 WS-MAX-BLACKOUT       PIC 9(3) COMP VALUE 100.
              01 WS-BLACKOUT-TABLE.
                 03 WS-BLACKOUT-DATE PIC 9(8) OCCURS 100.
              01 WS-BLACKOUT-COUNT     PIC 9(3) COMP VALUE 0.
              01 WS-BLACKOUT-IX        PIC 9(3) COMP.
              01 WS-BLACKOUT-SW        PIC X.
                 88 WS-BLACKOUT-DAY         VALUE 'Y'.

      *  CIRCLE-METHOD PAIRING RING; A BLANK SEAT IS THE BYE WHEN A
      *  DIVISION HAS AN ODD NUMBER OF PLAYERS.
              01 WS-RING-TABLE.
                 03 WS-RING-SEAT     PIC X(4) OCCURS 202.
              01 WS-RING-SIZE          PIC 9(3) COMP.
              01 WS-RING-HALF          PIC 9(3) COMP.
              01 WS-RING-IX            PIC 9(3) COMP.
              01 WS-RING-OPP-IX        PIC 9(3) COMP.
              01 WS-RING-HOLD          PIC X(4).

              01 WS-MAX-GAMES          PIC 9(4) COMP VALUE 5000.
              01 WS-GAME-TABLE.
                 03 WS-GAME-ENTRY OCCURS 5000.
                    05 WS-GAME-DAY            PIC 9(3).
                    05 WS-GAME-DIV            PIC X(4).
                    05 WS-GAME-P1             PIC X(4).
                    05 WS-GAME-P2             PIC X(4).
                    05 WS-GAME-ID             PIC 9(4).
              01 WS-GAME-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-GAME-IX            PIC 9(4) COMP.
              01 WS-GAME-FULL-SW       PIC X VALUE 'N'.
                 88 WS-GAME-FULL            VALUE 'Y'.

              01 WS-MAX-DAYS           PIC 9(3) COMP VALUE 200.
              01 WS-DAY-TABLE.
                 03 WS-DAY-DATE      PIC 9(8) OCCURS 200.
              01 WS-DAY-COUNT          PIC 9(3) COMP VALUE 0.
              01 WS-DAY-IX             PIC 9(3) COMP.
              01 WS-ROUND-IX           PIC 9(3) COMP.

              01 WS-BUSCAL-FUNC        PIC X(5) VALUE 'NEXT '.
              01 WS-BUSCAL-DATE        PIC 9(8).
              01 WS-BUSCAL-RESULT      PIC 9(8).
              01 WS-BUSCAL-MEND-SW     PIC X.
              01 WS-DAY-NUMBER         PIC 9(7).
              01 WS-DATE-OK-SW         PIC X.
                 88 WS-DATE-OK              VALUE 'Y'.

              01 WS-DAY-DISP           PIC 9(3).
              01 WS-DAY-PLAYERS        PIC 9(3).
              01 WS-PLAYER-MATCHES     PIC 9(3).
              01 WS-PLAYER-BYES        PIC 9(3).
              01 WS-OPPONENT           PIC X(4).
              01 WS-THIS-MATCH         PIC 9(4).
              01 WS-GAME-COUNT-DISP    PIC 9(4).
              01 WS-DAY-COUNT-DISP     PIC 9(3).
              01 WS-SKIPPED            PIC 9(3) VALUE 0.
              01 WS-WARNINGS           PIC 9(3) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-FIXTURE-PARMS

               PERFORM LOAD-SEASON-MASTER
               IF WS-SEASON-COUNT = ZERO
                  DISPLAY 'FIXGEN: SEASON MASTER EMPTY OR MISSING '
                          '- NO FIXTURES GENERATED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-DIVISION-TABLE
               PERFORM LOAD-BLACKOUT-DATES
               PERFORM ASSIGN-PLAYER-DIVISIONS

               PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                       UNTIL WS-DIV-IX > WS-DIV-COUNT
                  PERFORM PAIR-DIVISION
               END-PERFORM
               IF WS-GAME-FULL
                  DISPLAY 'FIXGEN: MATCH TABLE CAPACITY OF '
                          WS-MAX-GAMES ' EXCEEDED - '
                          'NO FIXTURES GENERATED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               IF WS-GAME-COUNT = ZERO
                  DISPLAY 'FIXGEN: NO DIVISION HAS TWO OR MORE '
                          'PLAYERS - NO FIXTURES GENERATED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM ASSIGN-MATCH-DATES
               IF WS-DAY-COUNT = ZERO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM NUMBER-MATCHES
               PERFORM WRITE-FIXTURE-FILES
               PERFORM WRITE-SCHEDULE-REPORT

               MOVE WS-GAME-COUNT TO WS-GAME-COUNT-DISP
               MOVE WS-DAY-COUNT TO WS-DAY-COUNT-DISP
               DISPLAY 'FIXGEN: ' WS-GAME-COUNT-DISP ' MATCH(ES) OVER '
                       WS-DAY-COUNT-DISP ' MATCHDAY(S) FROM '
                       WS-DAY-DATE(1) ' TO '
                       WS-DAY-DATE(WS-DAY-COUNT)
               IF WS-SKIPPED > ZERO OR WS-WARNINGS > ZERO
                  DISPLAY 'FIXGEN: ' WS-SKIPPED ' PLAYER(S) NOT '
                          'SCHEDULED, ' WS-WARNINGS ' WARNING(S) - '
                          'SEE DAY02_SCHEDULE.TXT'
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-FIXTURE-PARMS SECTION.
               MOVE 'SEASON_START' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF NOT WS-PARM-FOUND
                  MOVE SPACES TO WS-PARM-VALUE
                  ACCEPT WS-PARM-VALUE FROM ENVIRONMENT
                         'SEASON_START'
               END-IF
               IF WS-PARM-VALUE(1:8) IS NUMERIC
               AND WS-PARM-VALUE(9:1) = SPACE
                  MOVE WS-PARM-VALUE(1:8) TO WS-SEASON-START
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

               MOVE 'FIXTURE_FORFEIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  MOVE 'Y' TO WS-FORFEIT-FLAG
               END-IF
               .

           LOAD-SEASON-MASTER SECTION.
               MOVE 'N' TO WS-SEASON-EOF-SW
               OPEN INPUT SEASON-FILE
               IF WS-SEASON-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-SEASON-EOF
                     READ SEASON-FILE
                     AT END
                        SET WS-SEASON-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-SEASON-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE SEASON-FILE
               END-IF
               .

           POST-SEASON-RECORD SECTION.
               IF  WS-SEASON-COUNT < WS-MAX-SEASON
               AND IN-SEASON-PLAYER NOT = SPACES
                  ADD 1 TO WS-SEASON-COUNT
                  MOVE IN-SEASON-PLAYER
                    TO WS-SEASON-PLAYER(WS-SEASON-COUNT)
                  IF IN-SEASON-DIVISION = SPACES
                     MOVE 'MAIN'
                       TO WS-SEASON-DIVISION(WS-SEASON-COUNT)
                  ELSE
                     MOVE IN-SEASON-DIVISION
                       TO WS-SEASON-DIVISION(WS-SEASON-COUNT)
                  END-IF
                  MOVE 'N' TO WS-SEASON-SCHED-SW(WS-SEASON-COUNT)
               ELSE
                  IF IN-SEASON-PLAYER NOT = SPACES
                     DISPLAY 'FIXGEN: SEASON TABLE FULL - PLAYER '
                             IN-SEASON-PLAYER ' SKIPPED'
                  END-IF
               END-IF
               .

           LOAD-DIVISION-TABLE SECTION.
               MOVE 'N' TO WS-DIV-EOF-SW
               OPEN INPUT DIV-FILE
               IF WS-DIV-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  SET WS-DIV-LOADED TO TRUE
                  PERFORM UNTIL WS-DIV-EOF
                     READ DIV-FILE
                     AT END
                        SET WS-DIV-EOF TO TRUE
                     NOT AT END
                        IF  IN-DIV-CODE NOT = SPACES
                        AND WS-DIV-COUNT < WS-MAX-DIVS
                           ADD 1 TO WS-DIV-COUNT
                           MOVE IN-DIV-CODE
                             TO WS-DIV-CODE(WS-DIV-COUNT)
                           MOVE ZERO TO WS-DIV-PLAYERS(WS-DIV-COUNT)
                           MOVE ZERO TO WS-DIV-ROUNDS(WS-DIV-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE DIV-FILE
               END-IF
               .

      *  BLACKOUT CARDS SHARE THE BUSINESS CALENDAR FILE WITH THE
      *  HOLIDAY AND WORKDAYS CARDS READ BY BUSCAL; THEY BLOCK A DATE
      *  FOR FIXTURES ONLY.
           LOAD-BLACKOUT-DATES SECTION.
               MOVE 'N' TO WS-CAL-EOF-SW
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-CAL-EOF
                     READ CAL-FILE
                     AT END
                        SET WS-CAL-EOF TO TRUE
                     NOT AT END
                        IF  IN-CAL-TYPE = 'BLACKOUT'
                        AND IN-CAL-DATE IS NUMERIC
                        AND WS-BLACKOUT-COUNT < WS-MAX-BLACKOUT
                           ADD 1 TO WS-BLACKOUT-COUNT
                           MOVE IN-CAL-DATE
                             TO WS-BLACKOUT-DATE(WS-BLACKOUT-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CAL-FILE
               END-IF
               .

      *  WITH A DIVISIONS FILE ONLY ITS DIVISIONS ARE SCHEDULED; WITHOUT
      *  ONE EVERY DIVISION ON THE SEASON MASTER IS.
           ASSIGN-PLAYER-DIVISIONS SECTION.
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  MOVE 'N' TO WS-DIV-KNOWN-SW
                  PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                          UNTIL WS-DIV-IX > WS-DIV-COUNT
                     IF WS-DIV-CODE(WS-DIV-IX)
                        = WS-SEASON-DIVISION(WS-SEASON-IX)
                        SET WS-DIV-KNOWN TO TRUE
                        ADD 1 TO WS-DIV-PLAYERS(WS-DIV-IX)
                        MOVE WS-DIV-COUNT TO WS-DIV-IX
                     END-IF
                  END-PERFORM
                  IF  NOT WS-DIV-KNOWN
                  AND NOT WS-DIV-LOADED
                  AND WS-DIV-COUNT < WS-MAX-DIVS
                     ADD 1 TO WS-DIV-COUNT
                     MOVE WS-SEASON-DIVISION(WS-SEASON-IX)
                       TO WS-DIV-CODE(WS-DIV-COUNT)
                     MOVE 1 TO WS-DIV-PLAYERS(WS-DIV-COUNT)
                     MOVE ZERO TO WS-DIV-ROUNDS(WS-DIV-COUNT)
                     SET WS-DIV-KNOWN TO TRUE
                  END-IF
                  IF WS-DIV-KNOWN
                     MOVE 'Y' TO WS-SEASON-SCHED-SW(WS-SEASON-IX)
                  ELSE
                     ADD 1 TO WS-SKIPPED
                  END-IF
               END-PERFORM
               .

      *  ROUND ROBIN BY THE CIRCLE METHOD: SEAT 1 STAYS PUT AND THE
      *  OTHER SEATS ROTATE ONE PLACE EACH MATCHDAY, SO EVERY PLAYER
      *  MEETS EVERY OTHER PLAYER IN THE DIVISION EXACTLY ONCE.
           PAIR-DIVISION SECTION.
               MOVE ZERO TO WS-RING-SIZE
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  IF  WS-SEASON-SCHED-SW(WS-SEASON-IX) = 'Y'
                  AND WS-SEASON-DIVISION(WS-SEASON-IX)
                      = WS-DIV-CODE(WS-DIV-IX)
                     ADD 1 TO WS-RING-SIZE
                     MOVE WS-SEASON-PLAYER(WS-SEASON-IX)
                       TO WS-RING-SEAT(WS-RING-SIZE)
                  END-IF
               END-PERFORM
               IF WS-RING-SIZE < 2
                  MOVE ZERO TO WS-DIV-ROUNDS(WS-DIV-IX)
               ELSE
                  DIVIDE WS-RING-SIZE BY 2 GIVING WS-RING-HALF
                  IF WS-RING-HALF * 2 NOT = WS-RING-SIZE
                     ADD 1 TO WS-RING-SIZE
                     MOVE SPACES TO WS-RING-SEAT(WS-RING-SIZE)
                     ADD 1 TO WS-RING-HALF
                  END-IF
                  COMPUTE WS-DIV-ROUNDS(WS-DIV-IX) = WS-RING-SIZE - 1
                  PERFORM VARYING WS-ROUND-IX FROM 1 BY 1
                          UNTIL WS-ROUND-IX > WS-DIV-ROUNDS(WS-DIV-IX)
                     PERFORM PAIR-ONE-MATCHDAY
                     PERFORM ROTATE-RING
                  END-PERFORM
               END-IF
               .

           PAIR-ONE-MATCHDAY SECTION.
               PERFORM VARYING WS-RING-IX FROM 1 BY 1
                       UNTIL WS-RING-IX > WS-RING-HALF
                  COMPUTE WS-RING-OPP-IX =
                          WS-RING-SIZE + 1 - WS-RING-IX
                  IF  WS-RING-SEAT(WS-RING-IX) NOT = SPACES
                  AND WS-RING-SEAT(WS-RING-OPP-IX) NOT = SPACES
                     IF WS-GAME-COUNT >= WS-MAX-GAMES
                        SET WS-GAME-FULL TO TRUE
                     ELSE
                        ADD 1 TO WS-GAME-COUNT
                        MOVE WS-ROUND-IX
                          TO WS-GAME-DAY(WS-GAME-COUNT)
                        MOVE WS-DIV-CODE(WS-DIV-IX)
                          TO WS-GAME-DIV(WS-GAME-COUNT)
                        MOVE ZERO TO WS-GAME-ID(WS-GAME-COUNT)
      *  THE FIXED SEAT ALTERNATES BETWEEN P1 AND P2 SO NO PLAYER IS
      *  ALWAYS LISTED FIRST.
                        IF  WS-RING-IX = 1
                        AND FUNCTION MOD(WS-ROUND-IX, 2) = ZERO
                           MOVE WS-RING-SEAT(WS-RING-OPP-IX)
                             TO WS-GAME-P1(WS-GAME-COUNT)
                           MOVE WS-RING-SEAT(WS-RING-IX)
                             TO WS-GAME-P2(WS-GAME-COUNT)
                        ELSE
                           MOVE WS-RING-SEAT(WS-RING-IX)
                             TO WS-GAME-P1(WS-GAME-COUNT)
                           MOVE WS-RING-SEAT(WS-RING-OPP-IX)
                             TO WS-GAME-P2(WS-GAME-COUNT)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           ROTATE-RING SECTION.
               MOVE WS-RING-SEAT(WS-RING-SIZE) TO WS-RING-HOLD
               PERFORM VARYING WS-RING-IX FROM WS-RING-SIZE BY -1
                       UNTIL WS-RING-IX < 3
                  MOVE WS-RING-SEAT(WS-RING-IX - 1)
                    TO WS-RING-SEAT(WS-RING-IX)
               END-PERFORM
               MOVE WS-RING-HOLD TO WS-RING-SEAT(2)
               .

      *  ONE MATCHDAY PER BUSINESS DAY FROM THE SEASON START, SKIPPING
      *  HOLIDAYS AND NON-WORKING WEEKDAYS (BUSCAL) AND BLACKOUT DATES.
           ASSIGN-MATCH-DATES SECTION.
               MOVE ZERO TO WS-DAY-COUNT
               PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                       UNTIL WS-DIV-IX > WS-DIV-COUNT
                  IF WS-DIV-ROUNDS(WS-DIV-IX) > WS-DAY-COUNT
                     MOVE WS-DIV-ROUNDS(WS-DIV-IX) TO WS-DAY-COUNT
                  END-IF
               END-PERFORM
               IF WS-DAY-COUNT > WS-MAX-DAYS
                  DISPLAY 'FIXGEN: ' WS-DAY-COUNT ' MATCHDAYS '
                          'EXCEED CALENDAR CAPACITY - '
                          'NO FIXTURES GENERATED'
                  MOVE ZERO TO WS-DAY-COUNT
               ELSE
                  IF WS-SEASON-START = ZERO
                     MOVE WS-RUN-DATE TO WS-BUSCAL-DATE
                  ELSE
                     COMPUTE WS-DAY-NUMBER =
                             FUNCTION INTEGER-OF-DATE(WS-SEASON-START)
                     SUBTRACT 1 FROM WS-DAY-NUMBER
                     COMPUTE WS-BUSCAL-DATE =
                             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                  END-IF
                  PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                          UNTIL WS-DAY-IX > WS-DAY-COUNT
                     PERFORM FIND-NEXT-MATCH-DATE
                     IF WS-DATE-OK
                        MOVE WS-BUSCAL-RESULT
                          TO WS-DAY-DATE(WS-DAY-IX)
                        MOVE WS-BUSCAL-RESULT TO WS-BUSCAL-DATE
                     ELSE
                        DISPLAY 'FIXGEN: NO BUSINESS DAY FOUND AFTER '
                                WS-BUSCAL-DATE ' - CHECK BUSCAL.TXT'
                        MOVE ZERO TO WS-DAY-COUNT
                     END-IF
                  END-PERFORM
               END-IF
               .

           FIND-NEXT-MATCH-DATE SECTION.
               MOVE 'N' TO WS-DATE-OK-SW
               SET WS-BLACKOUT-DAY TO TRUE
               PERFORM UNTIL NOT WS-BLACKOUT-DAY
                  CALL 'BUSCAL' USING WS-BUSCAL-FUNC
                                       WS-BUSCAL-DATE
                                       WS-BUSCAL-RESULT
                                       WS-BUSCAL-MEND-SW
                  IF WS-BUSCAL-RESULT NOT > WS-BUSCAL-DATE
                     MOVE 'N' TO WS-BLACKOUT-SW
                  ELSE
                     MOVE 'N' TO WS-BLACKOUT-SW
                     PERFORM VARYING WS-BLACKOUT-IX FROM 1 BY 1
                             UNTIL WS-BLACKOUT-IX > WS-BLACKOUT-COUNT
                        IF WS-BLACKOUT-DATE(WS-BLACKOUT-IX)
                           = WS-BUSCAL-RESULT
                           SET WS-BLACKOUT-DAY TO TRUE
                           MOVE WS-BLACKOUT-COUNT TO WS-BLACKOUT-IX
                        END-IF
                     END-PERFORM
                     IF WS-BLACKOUT-DAY
                        MOVE WS-BUSCAL-RESULT TO WS-BUSCAL-DATE
                     ELSE
                        SET WS-DATE-OK TO TRUE
                     END-IF
                  END-IF
               END-PERFORM
               .

      *  MATCH IDS RUN IN DATE ORDER ACROSS ALL DIVISIONS AND ARE THE
      *  IDS TO USE ON THE MATCH HEADER CARDS OF THE ROUND FILE.
           NUMBER-MATCHES SECTION.
               MOVE ZERO TO WS-THIS-MATCH
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > WS-DAY-COUNT
                  PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                          UNTIL WS-GAME-IX > WS-GAME-COUNT
                     IF WS-GAME-DAY(WS-GAME-IX) = WS-DAY-IX
                        ADD 1 TO WS-THIS-MATCH
                        MOVE WS-THIS-MATCH TO WS-GAME-ID(WS-GAME-IX)
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

           WRITE-FIXTURE-FILES SECTION.
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > WS-DAY-COUNT
                  MOVE SPACES TO WS-FIXTURE-FILE
                  STRING 'fixtures_' WS-DAY-DATE(WS-DAY-IX) '.txt'
                     DELIMITED BY SIZE INTO WS-FIXTURE-FILE
                  OPEN OUTPUT FIXTURE-OUT
                  IF WS-FIXTURE-STATUS NOT = '00'
                     DISPLAY 'FIXGEN: CANNOT OPEN ' WS-FIXTURE-FILE
                             ' STATUS ' WS-FIXTURE-STATUS
                     ADD 1 TO WS-WARNINGS
                  ELSE
                     MOVE ZERO TO WS-DAY-PLAYERS
                     PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                             UNTIL WS-GAME-IX > WS-GAME-COUNT
                        IF WS-GAME-DAY(WS-GAME-IX) = WS-DAY-IX
                           MOVE WS-GAME-P1(WS-GAME-IX)
                             TO WS-FIX-PLAYER
                           PERFORM WRITE-FIXTURE-CARD
                           MOVE WS-GAME-P2(WS-GAME-IX)
                             TO WS-FIX-PLAYER
                           PERFORM WRITE-FIXTURE-CARD
                        END-IF
                     END-PERFORM
                     CLOSE FIXTURE-OUT
                     IF WS-DAY-PLAYERS > 50
                        DISPLAY 'FIXGEN: ' WS-DAY-PLAYERS
                                ' PLAYERS SCHEDULED ON '
                                WS-DAY-DATE(WS-DAY-IX)
                                ' - OVER THE DAY02 LIMIT OF 50'
                        ADD 1 TO WS-WARNINGS
                     END-IF
                  END-IF
               END-PERFORM
               .

           WRITE-FIXTURE-CARD SECTION.
               MOVE SPACES TO OUT-FIXTURE-CARD
               MOVE WS-FIX-PLAYER TO OUT-FIX-PLAYER
               MOVE '*' TO OUT-FIX-OPP
               MOVE WS-MATCH-ROUNDS TO OUT-FIX-SCHED
               MOVE WS-FORFEIT-FLAG TO OUT-FIX-FORFEIT
               WRITE OUT-FIXTURE-CARD
               ADD 1 TO WS-DAY-PLAYERS
               .

           WRITE-SCHEDULE-REPORT SECTION.
               OPEN OUTPUT SCHEDULE-RPT
               MOVE WS-GAME-COUNT TO WS-GAME-COUNT-DISP
               MOVE WS-DAY-COUNT TO WS-DAY-COUNT-DISP
               MOVE SPACES TO WS-SCHEDULE-LINE
               STRING 'SEASON FIXTURE SCHEDULE GENERATED '
                      WS-RUN-DATE
                      ' MATCHDAYS=' WS-DAY-COUNT-DISP
                      ' MATCHES=' WS-GAME-COUNT-DISP
                      ' ROUNDS-PER-MATCH=' WS-MATCH-ROUNDS
                      ' FORFEIT=' WS-FORFEIT-FLAG
                  DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
               WRITE WS-SCHEDULE-LINE
               MOVE SPACES TO WS-SCHEDULE-LINE
               WRITE WS-SCHEDULE-LINE

               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > WS-DAY-COUNT
                  MOVE WS-DAY-IX TO WS-DAY-DISP
                  MOVE SPACES TO WS-SCHEDULE-LINE
                  STRING 'MATCHDAY=' WS-DAY-DISP
                         ' DATE=' WS-DAY-DATE(WS-DAY-IX)
                         ' FIXTURE FILE=fixtures_'
                         WS-DAY-DATE(WS-DAY-IX) '.txt'
                     DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
                  WRITE WS-SCHEDULE-LINE
                  PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                          UNTIL WS-GAME-IX > WS-GAME-COUNT
                     IF WS-GAME-DAY(WS-GAME-IX) = WS-DAY-IX
                        MOVE SPACES TO WS-SCHEDULE-LINE
                        STRING '  MATCH=' WS-GAME-ID(WS-GAME-IX)
                               ' DIV=' WS-GAME-DIV(WS-GAME-IX)
                               ' P1=' WS-GAME-P1(WS-GAME-IX)
                               ' P2=' WS-GAME-P2(WS-GAME-IX)
                               ' HEADER=MATCH '
                               WS-GAME-ID(WS-GAME-IX) ' '
                               WS-GAME-P1(WS-GAME-IX) ' '
                               WS-GAME-P2(WS-GAME-IX) ' '
                               WS-MATCH-ROUNDS
                           DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
                        WRITE WS-SCHEDULE-LINE
                     END-IF
                  END-PERFORM
               END-PERFORM

               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  MOVE SPACES TO WS-SCHEDULE-LINE
                  WRITE WS-SCHEDULE-LINE
                  IF WS-SEASON-SCHED-SW(WS-SEASON-IX) = 'Y'
                     PERFORM WRITE-PLAYER-SCHEDULE
                  ELSE
                     MOVE SPACES TO WS-SCHEDULE-LINE
                     STRING 'PLAYER=' WS-SEASON-PLAYER(WS-SEASON-IX)
                            ' DIV=' WS-SEASON-DIVISION(WS-SEASON-IX)
                            ' NOT SCHEDULED - DIVISION NOT ON '
                            'DIVISIONS FILE'
                        DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
                     WRITE WS-SCHEDULE-LINE
                  END-IF
               END-PERFORM
               CLOSE SCHEDULE-RPT
               .

           WRITE-PLAYER-SCHEDULE SECTION.
               MOVE ZERO TO WS-PLAYER-MATCHES WS-PLAYER-BYES
               MOVE ZERO TO WS-ROUND-IX
               PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                       UNTIL WS-DIV-IX > WS-DIV-COUNT
                  IF WS-DIV-CODE(WS-DIV-IX)
                     = WS-SEASON-DIVISION(WS-SEASON-IX)
                     MOVE WS-DIV-ROUNDS(WS-DIV-IX) TO WS-ROUND-IX
                     MOVE WS-DIV-COUNT TO WS-DIV-IX
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                       UNTIL WS-GAME-IX > WS-GAME-COUNT
                  IF WS-GAME-P1(WS-GAME-IX)
                     = WS-SEASON-PLAYER(WS-SEASON-IX)
                  OR WS-GAME-P2(WS-GAME-IX)
                     = WS-SEASON-PLAYER(WS-SEASON-IX)
                     ADD 1 TO WS-PLAYER-MATCHES
                  END-IF
               END-PERFORM
               IF WS-ROUND-IX > WS-PLAYER-MATCHES
                  COMPUTE WS-PLAYER-BYES =
                          WS-ROUND-IX - WS-PLAYER-MATCHES
               END-IF
               MOVE SPACES TO WS-SCHEDULE-LINE
               STRING 'PLAYER=' WS-SEASON-PLAYER(WS-SEASON-IX)
                      ' DIV=' WS-SEASON-DIVISION(WS-SEASON-IX)
                      ' MATCHES=' WS-PLAYER-MATCHES
                      ' BYES=' WS-PLAYER-BYES
                  DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
               WRITE WS-SCHEDULE-LINE
               IF WS-PLAYER-MATCHES = ZERO
                  MOVE SPACES TO WS-SCHEDULE-LINE
                  MOVE '  NO OPPONENTS IN DIVISION - NOT SCHEDULED'
                    TO WS-SCHEDULE-LINE
                  WRITE WS-SCHEDULE-LINE
               ELSE
                  PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                          UNTIL WS-DAY-IX > WS-ROUND-IX
                     PERFORM WRITE-PLAYER-MATCHDAY
                  END-PERFORM
               END-IF
               .

           WRITE-PLAYER-MATCHDAY SECTION.
               MOVE 'BYE ' TO WS-OPPONENT
               MOVE ZERO TO WS-THIS-MATCH
               PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                       UNTIL WS-GAME-IX > WS-GAME-COUNT
                  IF WS-GAME-DAY(WS-GAME-IX) = WS-DAY-IX
                     IF WS-GAME-P1(WS-GAME-IX)
                        = WS-SEASON-PLAYER(WS-SEASON-IX)
                        MOVE WS-GAME-P2(WS-GAME-IX) TO WS-OPPONENT
                        MOVE WS-GAME-ID(WS-GAME-IX) TO WS-THIS-MATCH
                        MOVE WS-GAME-COUNT TO WS-GAME-IX
                     ELSE
                        IF WS-GAME-P2(WS-GAME-IX)
                           = WS-SEASON-PLAYER(WS-SEASON-IX)
                           MOVE WS-GAME-P1(WS-GAME-IX)
                             TO WS-OPPONENT
                           MOVE WS-GAME-ID(WS-GAME-IX)
                             TO WS-THIS-MATCH
                           MOVE WS-GAME-COUNT TO WS-GAME-IX
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               MOVE WS-DAY-IX TO WS-DAY-DISP
               MOVE SPACES TO WS-SCHEDULE-LINE
               IF WS-THIS-MATCH = ZERO
                  STRING '  MATCHDAY=' WS-DAY-DISP
                         ' DATE=' WS-DAY-DATE(WS-DAY-IX)
                         ' BYE'
                     DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
               ELSE
                  STRING '  MATCHDAY=' WS-DAY-DISP
                         ' DATE=' WS-DAY-DATE(WS-DAY-IX)
                         ' MATCH=' WS-THIS-MATCH
                         ' OPPONENT=' WS-OPPONENT
                         ' ROUNDS=' WS-MATCH-ROUNDS
                     DELIMITED BY SIZE INTO WS-SCHEDULE-LINE
               END-IF
               WRITE WS-SCHEDULE-LINE
               .
