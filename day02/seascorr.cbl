           IDENTIFICATION DIVISION.
           PROGRAM-ID. SEASCORR.

      *****************************************************************
      *  SEASON RESULT CORRECTIONS.  EACH CARD ON
      *  DAY02_CORRECTIONS.TXT NAMES ONE ROUND ON THE ROUND JOURNAL:
      *
      *     REVERSE YYYYMMDD PLYR MTCH SEQ
      *     CORRECT YYYYMMDD PLYR MTCH SEQ   OPP CODE
      *
      *  REVERSE BACKS THE ROUND OUT OF DAY02_SEASON.DAT; CORRECT BACKS
      *  IT OUT AND RESCORES IT WITH THE NEW OPPONENT AND RESPONSE
      *  CODES UNDER THE GUIDE MODE AND STARTING RATINGS IT WAS FIRST
      *  PLAYED WITH.  A CARD FOR A ROUND PLAYED IN A CLOSED DAY OR
      *  MONTH (PERDCHK) IS REJECTED.  THE WIN STREAKS OF THE PLAYERS
      *  CORRECTED ARE RECOUNTED FROM THE JOURNAL, A MASTER GENERATION
      *  IS KEPT (SEE MSTBKUP) AND THE SEASON MASTER IS REWRITTEN;
      *  ONLY THEN ARE THE REVERSAL AND REPOST LINES ADDED TO
      *  DAY02_ROUND_JOURNAL.TXT.  EVERY CARD IS LOGGED ON
      *  DAY02_CORRECTIONS_AUDIT.TXT.  THE OPERATOR (OPERATOR_ID) MUST
      *  BE GRANTED SEASCORR ON OPAUTH.TXT.  RC 4 WHEN A CARD IS
      *  REJECTED, RC 8 WHEN THE OPERATOR IS NOT AUTHORIZED, THE
      *  MASTER IS MISSING, NO GENERATION COULD BE KEPT OR THE DATE IS
      *  CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CORR-IN ASSIGN TO 'day02_corrections.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CORR-STATUS.
              SELECT SEASON-FILE ASSIGN TO 'day02_season.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
              SELECT SEASON-OUT ASSIGN TO 'day02_season.dat'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT JOURNAL-IN ASSIGN TO 'day02_round_journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
              SELECT JOURNAL-WORK ASSIGN TO 'day02_corr_work.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-WORK-STATUS.
              SELECT ROUND-JOURNAL ASSIGN TO 'day02_round_journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-OUT-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'day02_corrections_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD CORR-IN.
              01 IN-CORR-CARD.
                 03 IN-CORR-ACTION     PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-MATCH      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-SEQ        PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-OPP        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-CORR-CODE       PIC X(1).

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

              FD SEASON-OUT.
              01 OUT-SEASON-RECORD.
                 03 OUT-SEASON-PLAYER  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-POINTS  PIC 9(12).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-ROUNDS  PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-FIRST   PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-LAST    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-RATING  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-STREAK  PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-DIVISION PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-START   PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-WON     PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-DRAWN   PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-LOST    PIC 9(5).

              FD JOURNAL-IN.
              01 IN-JRNL-RECORD.
                 03 IN-JRNL-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-MATCH      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-SEQ        PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-MODE       PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-OPP        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-CODE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-POINTS     PIC X(3).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-OUTCOME    PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-RATE-BEFORE PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-RATE-AFTER PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-RATE-OPP   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-TYPE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-POSTED     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-DIVISION   PIC X(4).

      *  THE REVERSAL AND REPOST LINES FOR THIS RUN ARE HELD HERE AND
      *  ONLY ADDED TO THE ROUND JOURNAL ONCE THE SEASON MASTER HAS
      *  BEEN REWRITTEN, AS DAY02CALC DOES WITH ITS ROUND LINES.
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
              01 WS-JOURNAL-LINE       PIC X(80).

              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

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
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'SEASCORR'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).

              01 WS-CORR-STATUS        PIC X(2).
              01 WS-SEASON-STATUS      PIC X(2).
              01 WS-JOURNAL-STATUS     PIC X(2).
              01 WS-JOURNAL-OUT-STATUS PIC X(2).
              01 WS-JRNL-WORK-STATUS   PIC X(2).
              01 WS-AUDIT-STATUS       PIC X(2).

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'SEASCORR'.
              01 WS-SEC-PARMS          PIC X(40)
                 VALUE 'DAY02 SEASON SCORE CORRECTIONS'.
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.

              01 WS-BASE-RATING        PIC 9(4) VALUE 1500.
              01 WS-RATE-KFACTOR       PIC 9(2) VALUE 16.

              01 WS-MAX-SEASON         PIC 9(3) COMP VALUE 200.
              01 WS-SEASON-TABLE.
                 03 WS-SEASON-ENTRY OCCURS 200.
                    05 WS-SEASON-PLAYER       PIC X(4).
                    05 WS-SEASON-POINTS       PIC 9(12).
                    05 WS-SEASON-ROUNDS       PIC 9(7).
                    05 WS-SEASON-FIRST        PIC X(8).
                    05 WS-SEASON-LAST         PIC X(8).
                    05 WS-SEASON-RATING       PIC 9(4).
                    05 WS-SEASON-STREAK       PIC 9(5).
                    05 WS-SEASON-DIVISION     PIC X(4).
                    05 WS-SEASON-START-RATING PIC 9(4).
                    05 WS-SEASON-WON          PIC 9(5).
                    05 WS-SEASON-DRAWN        PIC 9(5).
                    05 WS-SEASON-LOST         PIC 9(5).
                    05 WS-SEASON-TOUCHED-SW   PIC X.
                    05 WS-SEASON-CUR-STREAK   PIC 9(5).
                    05 WS-SEASON-BEST-STREAK  PIC 9(5).
                    05 WS-SEASON-STREAK-DATE  PIC X(8).
              01 WS-SEASON-COUNT       PIC 9(3) COMP VALUE 0.
              01 WS-SEASON-IX          PIC 9(3) COMP.

              01 WS-MAX-CORR           PIC 9(3) COMP VALUE 100.
              01 WS-CORR-TABLE.
                 03 WS-CORR-ENTRY OCCURS 100.
                    05 WS-CORR-ACTION         PIC X(7).
                    05 WS-CORR-DATE           PIC X(8).
                    05 WS-CORR-PLAYER         PIC X(4).
                    05 WS-CORR-MATCH          PIC X(4).
                    05 WS-CORR-SEQ            PIC 9(5).
                    05 WS-CORR-NEW-OPP        PIC X(1).
                    05 WS-CORR-NEW-CODE       PIC X(1).
                    05 WS-CORR-LINE-NO        PIC 9(7).
                    05 WS-CORR-IMAGE          PIC X(40).
                    05 WS-CORR-REASON         PIC X(8).
                    05 WS-CORR-FOUND-SW       PIC X.
                    05 WS-CORR-ACTIVE-SW      PIC X.
                    05 WS-CORR-MODE           PIC X(7).
                    05 WS-CORR-OPP            PIC X(1).
                    05 WS-CORR-CODE           PIC X(1).
                    05 WS-CORR-POINTS         PIC 9(3).
                    05 WS-CORR-OUTCOME        PIC X(1).
                    05 WS-CORR-RATE-BEFORE    PIC 9(4).
                    05 WS-CORR-RATE-AFTER     PIC 9(4).
                    05 WS-CORR-RATE-OPP       PIC 9(4).
                    05 WS-CORR-DIVISION       PIC X(4).
              01 WS-CORR-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-CORR-IX            PIC 9(3) COMP.
              01 WS-CORR-IX2           PIC 9(3) COMP.
              01 WS-CORR-LINE          PIC 9(7) VALUE 0.
              01 WS-CORR-LEN           PIC 9(2) COMP.
              01 WS-CORR-PERD-DATE     PIC 9(8).

      *  REVERSALS AND REPOSTS ALREADY ON THE JOURNAL FOR THE PLAYERS
      *  BEING CORRECTED; THE LAST ONE FOR A ROUND DECIDES ITS RESULT
      *  WHEN THE WIN STREAK IS RECOUNTED.
              01 WS-MAX-ADJ            PIC 9(4) COMP VALUE 2000.
              01 WS-ADJ-TABLE.
                 03 WS-ADJ-ENTRY OCCURS 2000.
                    05 WS-ADJ-DATE            PIC X(8).
                    05 WS-ADJ-MATCH           PIC X(4).
                    05 WS-ADJ-PLAYER          PIC X(4).
                    05 WS-ADJ-SEQ             PIC X(5).
                    05 WS-ADJ-TYPE            PIC X(1).
                    05 WS-ADJ-OUTCOME         PIC X(1).
              01 WS-ADJ-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ADJ-IX             PIC 9(4) COMP.
              01 WS-ADJ-FULL-SW        PIC X VALUE 'N'.
                 88 WS-ADJ-FULL             VALUE 'Y'.
              01 WS-EFF-OUTCOME        PIC X(1).
              01 WS-ADJ-SOURCE.
                 03 WS-SRC-DATE        PIC X(8).
                 03 WS-SRC-MATCH       PIC X(4).
                 03 WS-SRC-PLAYER      PIC X(4).
                 03 WS-SRC-SEQ         PIC X(5).
                 03 WS-SRC-TYPE        PIC X(1).
                 03 WS-SRC-OUTCOME     PIC X(1).

              01 WS-SCORE-ROUND.
                 03 WS-SCORE-OPP       PIC X(1).
                    88 SC-OP-ROCK              VALUE 'A'.
                    88 SC-OP-PAPER             VALUE 'B'.
                    88 SC-OP-SCISSORS          VALUE 'C'.
                 03 FILLER             PIC X(1) VALUE SPACE.
                 03 WS-SCORE-CODE      PIC X(1).
                    88 SC-PL-ROCK              VALUE 'X'.
                    88 SC-PL-PAPER             VALUE 'Y'.
                    88 SC-PL-SCISSORS          VALUE 'Z'.
                    88 SC-PL-LOSE              VALUE 'X'.
                    88 SC-PL-DRAW              VALUE 'Y'.
                    88 SC-PL-WIN               VALUE 'Z'.
              01 WS-SCORE-OUTCOME REDEFINES WS-SCORE-ROUND PIC X(3).
                 88 SC-ROUND-WON               VALUE 'A Y' 'B Z' 'C X'.
                 88 SC-ROUND-DRAW              VALUE 'A X' 'B Y' 'C Z'.
                 88 SC-USE-ROCK                VALUE 'A Y' 'B X' 'C Z'.
                 88 SC-USE-PAPER               VALUE 'A Z' 'B Y' 'C X'.
                 88 SC-USE-SCISSORS            VALUE 'A X' 'B Z' 'C Y'.
              01 WS-NEW-POINTS         PIC 9(3).
              01 WS-NEW-OUTCOME        PIC X(1).
              01 WS-NEW-RATE-AFTER     PIC 9(4).
              01 WS-RATE-DELTA         PIC S9(4) COMP.
              01 WS-RATE-NEW           PIC S9(5) COMP.
              01 WS-RATE-CHANGE        PIC S9(5) COMP.

              01 WS-APPLIED            PIC 9(3) VALUE 0.
              01 WS-REJECTED           PIC 9(3) VALUE 0.
              01 WS-OLD-STREAK         PIC 9(5).
              01 WS-IMAGE-TAG          PIC X(7).

           PROCEDURE DIVISION.

               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               IF NOT WS-SEC-GRANTED
                  DISPLAY 'SEASCORR: OPERATOR ' WS-SEC-OPERATOR
                          ' NOT AUTHORIZED FOR SEASON CORRECTIONS'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-CORRECTION-CARDS
               IF WS-CORR-COUNT = ZERO
                  DISPLAY 'SEASCORR: NO CORRECTION CARDS - '
                          'NOTHING TO DO'
                  GOBACK
               END-IF

               PERFORM LOAD-SEASON-MASTER
               IF WS-SEASON-COUNT = ZERO
                  DISPLAY 'SEASCORR: SEASON MASTER EMPTY OR MISSING '
                          '- NO CORRECTIONS APPLIED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM FIND-JOURNAL-ROUNDS

               OPEN EXTEND AUDIT-OUT
               IF WS-AUDIT-STATUS NOT = '00'
                  OPEN OUTPUT AUDIT-OUT
               END-IF
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'SEASON CORRECTIONS POSTED ' WS-RUN-DATE
                      ' BY=' WS-SEC-OPERATOR
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               OPEN OUTPUT JOURNAL-WORK
               PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                       UNTIL WS-CORR-IX > WS-CORR-COUNT
                  PERFORM PROCESS-CORRECTION
               END-PERFORM
               CLOSE JOURNAL-WORK

               IF WS-APPLIED > ZERO
                  PERFORM RECOUNT-WIN-STREAKS
                  MOVE 'day02_season.dat' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE SPACES TO WS-AUDIT-LINE
                     STRING 'MASTER NOT REWRITTEN - NO CORRECTION '
                            'POSTED TO THE ROUND JOURNAL'
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                  ELSE
                     PERFORM REWRITE-SEASON-MASTER
                     PERFORM POST-CORRECTION-JOURNAL
                  END-IF
               END-IF
               CALL 'CBL_DELETE_FILE' USING 'day02_corr_work.txt'
               IF WS-BKUP-FAILED
                  MOVE 8 TO RETURN-CODE
               END-IF

               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CORRECTIONS APPLIED=' WS-APPLIED
                      ' REJECTED=' WS-REJECTED
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               CLOSE AUDIT-OUT

               DISPLAY 'SEASCORR: ' WS-APPLIED ' CORRECTION(S) '
                       'APPLIED, ' WS-REJECTED ' REJECTED'
               IF WS-REJECTED > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CORRECTION-CARDS SECTION.
               OPEN INPUT CORR-IN
               IF WS-CORR-STATUS = '00'
                  PERFORM UNTIL WS-CORR-STATUS NOT = '00'
                     READ CORR-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CORR-LINE
                        IF IN-CORR-CARD NOT = SPACES
                           PERFORM POST-CORRECTION-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CORR-IN
               END-IF
               .

           POST-CORRECTION-CARD SECTION.
               IF WS-CORR-COUNT >= WS-MAX-CORR
                  DISPLAY 'SEASCORR: MORE THAN ' WS-MAX-CORR
                          ' CORRECTION CARDS - CARD ' WS-CORR-LINE
                          ' AND AFTER IGNORED'
               ELSE
                  ADD 1 TO WS-CORR-COUNT
                  MOVE WS-CORR-COUNT TO WS-CORR-IX
                  MOVE IN-CORR-ACTION TO WS-CORR-ACTION(WS-CORR-IX)
                  MOVE IN-CORR-DATE   TO WS-CORR-DATE(WS-CORR-IX)
                  MOVE IN-CORR-PLAYER TO WS-CORR-PLAYER(WS-CORR-IX)
                  MOVE IN-CORR-MATCH  TO WS-CORR-MATCH(WS-CORR-IX)
                  MOVE IN-CORR-OPP    TO WS-CORR-NEW-OPP(WS-CORR-IX)
                  MOVE IN-CORR-CODE   TO WS-CORR-NEW-CODE(WS-CORR-IX)
                  MOVE WS-CORR-LINE   TO WS-CORR-LINE-NO(WS-CORR-IX)
                  MOVE IN-CORR-CARD   TO WS-CORR-IMAGE(WS-CORR-IX)
                  MOVE SPACES TO WS-CORR-REASON(WS-CORR-IX)
                  MOVE 'N' TO WS-CORR-FOUND-SW(WS-CORR-IX)
                  MOVE 'N' TO WS-CORR-ACTIVE-SW(WS-CORR-IX)
                  MOVE ZERO TO WS-CORR-SEQ(WS-CORR-IX)
                  MOVE ZERO TO WS-CORR-LEN
                  INSPECT IN-CORR-SEQ TALLYING WS-CORR-LEN
                          FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-CORR-LEN > ZERO
                  AND IN-CORR-SEQ(1:WS-CORR-LEN) IS NUMERIC
                     MOVE IN-CORR-SEQ(1:WS-CORR-LEN)
                       TO WS-CORR-SEQ(WS-CORR-IX)
                  END-IF
                  EVALUATE TRUE
                     WHEN IN-CORR-ACTION NOT = 'REVERSE'
                     AND  IN-CORR-ACTION NOT = 'CORRECT'
                        MOVE 'BADACTN' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN IN-CORR-DATE IS NOT NUMERIC
                     OR   IN-CORR-PLAYER = SPACES
                     OR   WS-CORR-SEQ(WS-CORR-IX) = ZERO
                        MOVE 'BADKEY' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN IN-CORR-ACTION = 'CORRECT'
                     AND (IN-CORR-OPP NOT = 'A' AND 'B' AND 'C'
                     OR   IN-CORR-CODE NOT = 'X' AND 'Y' AND 'Z')
                        MOVE 'BADRSLT' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
                  IF WS-CORR-REASON(WS-CORR-IX) = SPACES
                     MOVE IN-CORR-DATE TO WS-CORR-PERD-DATE
                     CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                          WS-CORR-PERD-DATE
                                          WS-PERD-OPEN-SW
                     IF NOT WS-PERD-OPEN
                        MOVE 'CLOSED' TO WS-CORR-REASON(WS-CORR-IX)
                     END-IF
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
                        PERFORM POST-SEASON-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE SEASON-FILE
               END-IF
               .

           POST-SEASON-RECORD SECTION.
               IF  WS-SEASON-COUNT < WS-MAX-SEASON
               AND IN-SEASON-PLAYER NOT = SPACES
               AND IN-SEASON-POINTS IS NUMERIC
               AND IN-SEASON-ROUNDS IS NUMERIC
                  ADD 1 TO WS-SEASON-COUNT
                  MOVE WS-SEASON-COUNT TO WS-SEASON-IX
                  MOVE IN-SEASON-PLAYER
                    TO WS-SEASON-PLAYER(WS-SEASON-IX)
                  MOVE IN-SEASON-POINTS
                    TO WS-SEASON-POINTS(WS-SEASON-IX)
                  MOVE IN-SEASON-ROUNDS
                    TO WS-SEASON-ROUNDS(WS-SEASON-IX)
                  MOVE IN-SEASON-FIRST
                    TO WS-SEASON-FIRST(WS-SEASON-IX)
                  MOVE IN-SEASON-LAST
                    TO WS-SEASON-LAST(WS-SEASON-IX)
                  IF IN-SEASON-RATING IS NUMERIC
                     MOVE IN-SEASON-RATING
                       TO WS-SEASON-RATING(WS-SEASON-IX)
                  ELSE
                     MOVE WS-BASE-RATING
                       TO WS-SEASON-RATING(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-STREAK IS NUMERIC
                     MOVE IN-SEASON-STREAK
                       TO WS-SEASON-STREAK(WS-SEASON-IX)
                  ELSE
                     MOVE ZERO TO WS-SEASON-STREAK(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-DIVISION = SPACES
                     MOVE 'MAIN' TO WS-SEASON-DIVISION(WS-SEASON-IX)
                  ELSE
                     MOVE IN-SEASON-DIVISION
                       TO WS-SEASON-DIVISION(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-START IS NUMERIC
                     MOVE IN-SEASON-START
                       TO WS-SEASON-START-RATING(WS-SEASON-IX)
                  ELSE
                     MOVE WS-BASE-RATING
                       TO WS-SEASON-START-RATING(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-WON IS NUMERIC
                     MOVE IN-SEASON-WON TO WS-SEASON-WON(WS-SEASON-IX)
                  ELSE
                     MOVE ZERO TO WS-SEASON-WON(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-DRAWN IS NUMERIC
                     MOVE IN-SEASON-DRAWN
                       TO WS-SEASON-DRAWN(WS-SEASON-IX)
                  ELSE
                     MOVE ZERO TO WS-SEASON-DRAWN(WS-SEASON-IX)
                  END-IF
                  IF IN-SEASON-LOST IS NUMERIC
                     MOVE IN-SEASON-LOST TO WS-SEASON-LOST(WS-SEASON-IX)
                  ELSE
                     MOVE ZERO TO WS-SEASON-LOST(WS-SEASON-IX)
                  END-IF
                  MOVE 'N' TO WS-SEASON-TOUCHED-SW(WS-SEASON-IX)
               ELSE
                  IF IN-SEASON-PLAYER NOT = SPACES
                     DISPLAY 'SEASCORR: MALFORMED SEASON RECORD '
                             'SKIPPED: ' IN-SEASON-RECORD
                  END-IF
               END-IF
               .

      *  THE LAST ORIGINAL (A) OR REPOST (C) LINE FOR A ROUND IS ITS
      *  CURRENT RESULT; A LATER REVERSAL (R) LINE CANCELS IT.
           FIND-JOURNAL-ROUNDS SECTION.
               OPEN INPUT JOURNAL-IN
               IF WS-JOURNAL-STATUS = '00'
                  PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
                     READ JOURNAL-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM MATCH-JOURNAL-LINE
                     END-READ
                  END-PERFORM
                  CLOSE JOURNAL-IN
               END-IF
               .

           MATCH-JOURNAL-LINE SECTION.
               PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                       UNTIL WS-CORR-IX > WS-CORR-COUNT
                  IF  WS-CORR-REASON(WS-CORR-IX) = SPACES
                  AND IN-JRNL-DATE   = WS-CORR-DATE(WS-CORR-IX)
                  AND IN-JRNL-PLAYER = WS-CORR-PLAYER(WS-CORR-IX)
                  AND IN-JRNL-MATCH  = WS-CORR-MATCH(WS-CORR-IX)
                  AND IN-JRNL-SEQ IS NUMERIC
                     IF IN-JRNL-SEQ = WS-CORR-SEQ(WS-CORR-IX)
                        IF IN-JRNL-TYPE = 'R'
                           MOVE 'N' TO WS-CORR-ACTIVE-SW(WS-CORR-IX)
                        ELSE
                           MOVE 'Y' TO WS-CORR-FOUND-SW(WS-CORR-IX)
                           MOVE 'Y' TO WS-CORR-ACTIVE-SW(WS-CORR-IX)
                           MOVE IN-JRNL-MODE
                             TO WS-CORR-MODE(WS-CORR-IX)
                           MOVE IN-JRNL-OPP
                             TO WS-CORR-OPP(WS-CORR-IX)
                           MOVE IN-JRNL-CODE
                             TO WS-CORR-CODE(WS-CORR-IX)
                           MOVE IN-JRNL-POINTS
                             TO WS-CORR-POINTS(WS-CORR-IX)
                           MOVE IN-JRNL-OUTCOME
                             TO WS-CORR-OUTCOME(WS-CORR-IX)
                           MOVE IN-JRNL-RATE-BEFORE
                             TO WS-CORR-RATE-BEFORE(WS-CORR-IX)
                           MOVE IN-JRNL-RATE-AFTER
                             TO WS-CORR-RATE-AFTER(WS-CORR-IX)
                           MOVE IN-JRNL-RATE-OPP
                             TO WS-CORR-RATE-OPP(WS-CORR-IX)
                           MOVE IN-JRNL-DIVISION
                             TO WS-CORR-DIVISION(WS-CORR-IX)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           PROCESS-CORRECTION SECTION.
               MOVE ZERO TO WS-SEASON-IX
               IF WS-CORR-REASON(WS-CORR-IX) = SPACES
                  PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                          UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                     OR WS-SEASON-PLAYER(WS-SEASON-IX)
                        = WS-CORR-PLAYER(WS-CORR-IX)
                     CONTINUE
                  END-PERFORM
                  EVALUATE TRUE
                     WHEN WS-SEASON-IX > WS-SEASON-COUNT
                        MOVE 'NOPLAYER' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN WS-CORR-FOUND-SW(WS-CORR-IX) NOT = 'Y'
                        MOVE 'NOTFOUND' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN WS-CORR-ACTION(WS-CORR-IX) = 'REVERSE'
                     AND  WS-CORR-ACTIVE-SW(WS-CORR-IX) NOT = 'Y'
                        MOVE 'REVERSED' TO WS-CORR-REASON(WS-CORR-IX)
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF

               IF WS-CORR-REASON(WS-CORR-IX) NOT = SPACES
                  PERFORM REJECT-CORRECTION
               ELSE
                  ADD 1 TO WS-APPLIED
                  MOVE 'Y' TO WS-SEASON-TOUCHED-SW(WS-SEASON-IX)
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'CORRECTION ACTION='
                         WS-CORR-ACTION(WS-CORR-IX)
                         ' DATE=' WS-CORR-DATE(WS-CORR-IX)
                         ' PLAYER=' WS-CORR-PLAYER(WS-CORR-IX)
                         ' MATCH=' WS-CORR-MATCH(WS-CORR-IX)
                         ' ROUND=' WS-CORR-SEQ(WS-CORR-IX)
                         ' RESULT=APPLIED'
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  MOVE 'BEFORE ' TO WS-IMAGE-TAG
                  PERFORM WRITE-MASTER-IMAGE
                  IF WS-CORR-ACTIVE-SW(WS-CORR-IX) = 'Y'
                     PERFORM REVERSE-ORIGINAL-ROUND
                  END-IF
                  IF WS-CORR-ACTION(WS-CORR-IX) = 'CORRECT'
                     PERFORM POST-CORRECTED-ROUND
                  END-IF
                  MOVE 'AFTER  ' TO WS-IMAGE-TAG
                  PERFORM WRITE-MASTER-IMAGE
                  PERFORM CARRY-TO-LATER-CARDS
               END-IF
               .

           REVERSE-ORIGINAL-ROUND SECTION.
               IF WS-SEASON-POINTS(WS-SEASON-IX)
                  < WS-CORR-POINTS(WS-CORR-IX)
                  MOVE ZERO TO WS-SEASON-POINTS(WS-SEASON-IX)
               ELSE
                  SUBTRACT WS-CORR-POINTS(WS-CORR-IX)
                    FROM WS-SEASON-POINTS(WS-SEASON-IX)
               END-IF
               IF WS-SEASON-ROUNDS(WS-SEASON-IX) > ZERO
                  SUBTRACT 1 FROM WS-SEASON-ROUNDS(WS-SEASON-IX)
               END-IF
               EVALUATE WS-CORR-OUTCOME(WS-CORR-IX)
                  WHEN 'W'
                     IF WS-SEASON-WON(WS-SEASON-IX) > ZERO
                        SUBTRACT 1 FROM WS-SEASON-WON(WS-SEASON-IX)
                     END-IF
                  WHEN 'D'
                     IF WS-SEASON-DRAWN(WS-SEASON-IX) > ZERO
                        SUBTRACT 1 FROM WS-SEASON-DRAWN(WS-SEASON-IX)
                     END-IF
                  WHEN OTHER
                     IF WS-SEASON-LOST(WS-SEASON-IX) > ZERO
                        SUBTRACT 1 FROM WS-SEASON-LOST(WS-SEASON-IX)
                     END-IF
               END-EVALUATE
               COMPUTE WS-RATE-CHANGE =
                       WS-CORR-RATE-AFTER(WS-CORR-IX)
                       - WS-CORR-RATE-BEFORE(WS-CORR-IX)
               COMPUTE WS-RATE-NEW =
                       WS-SEASON-RATING(WS-SEASON-IX) - WS-RATE-CHANGE
               PERFORM CLAMP-SEASON-RATING

               MOVE SPACES TO OUT-JRNL-RECORD
               MOVE WS-CORR-DATE(WS-CORR-IX)   TO OUT-JRNL-DATE
               MOVE WS-CORR-MATCH(WS-CORR-IX)  TO OUT-JRNL-MATCH
               MOVE WS-CORR-PLAYER(WS-CORR-IX) TO OUT-JRNL-PLAYER
               MOVE WS-CORR-SEQ(WS-CORR-IX)    TO OUT-JRNL-SEQ
               MOVE WS-CORR-MODE(WS-CORR-IX)   TO OUT-JRNL-MODE
               MOVE WS-CORR-OPP(WS-CORR-IX)    TO OUT-JRNL-OPP
               MOVE WS-CORR-CODE(WS-CORR-IX)   TO OUT-JRNL-CODE
               MOVE WS-CORR-POINTS(WS-CORR-IX) TO OUT-JRNL-POINTS
               MOVE WS-CORR-OUTCOME(WS-CORR-IX) TO OUT-JRNL-OUTCOME
               MOVE WS-CORR-RATE-BEFORE(WS-CORR-IX)
                 TO OUT-JRNL-RATE-BEFORE
               MOVE WS-CORR-RATE-AFTER(WS-CORR-IX)
                 TO OUT-JRNL-RATE-AFTER
               MOVE WS-CORR-RATE-OPP(WS-CORR-IX) TO OUT-JRNL-RATE-OPP
               MOVE 'R' TO OUT-JRNL-TYPE
               MOVE WS-RUN-DATE TO OUT-JRNL-POSTED
               MOVE WS-CORR-DIVISION(WS-CORR-IX) TO OUT-JRNL-DIVISION
               WRITE OUT-JRNL-RECORD

               MOVE SPACES TO WS-AUDIT-LINE
               STRING '  REVERSED OPP=' WS-CORR-OPP(WS-CORR-IX)
                      ' CODE=' WS-CORR-CODE(WS-CORR-IX)
                      ' MODE=' WS-CORR-MODE(WS-CORR-IX)
                      ' POINTS=' WS-CORR-POINTS(WS-CORR-IX)
                      ' OUTCOME=' WS-CORR-OUTCOME(WS-CORR-IX)
                      ' RATING ' WS-CORR-RATE-BEFORE(WS-CORR-IX)
                      '>' WS-CORR-RATE-AFTER(WS-CORR-IX)
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

      *  THE CORRECTED RESULT IS SCORED UNDER THE GUIDE MODE THE ROUND
      *  WAS ORIGINALLY PLAYED IN, AND RATED FROM THE SAME STARTING
      *  RATINGS, WITH THE SAME RULES AS DAY02CALC.
           POST-CORRECTED-ROUND SECTION.
               MOVE WS-CORR-NEW-OPP(WS-CORR-IX)  TO WS-SCORE-OPP
               MOVE WS-CORR-NEW-CODE(WS-CORR-IX) TO WS-SCORE-CODE
               MOVE ZERO TO WS-NEW-POINTS
               IF WS-CORR-MODE(WS-CORR-IX) = 'OUTCOME'
                  EVALUATE TRUE
                     WHEN SC-USE-ROCK
                        ADD 1 TO WS-NEW-POINTS
                     WHEN SC-USE-PAPER
                        ADD 2 TO WS-NEW-POINTS
                     WHEN SC-USE-SCISSORS
                        ADD 3 TO WS-NEW-POINTS
                  END-EVALUATE
                  EVALUATE TRUE
                     WHEN SC-PL-WIN
                        ADD 6 TO WS-NEW-POINTS
                        MOVE 'W' TO WS-NEW-OUTCOME
                     WHEN SC-PL-DRAW
                        ADD 3 TO WS-NEW-POINTS
                        MOVE 'D' TO WS-NEW-OUTCOME
                     WHEN OTHER
                        MOVE 'L' TO WS-NEW-OUTCOME
                  END-EVALUATE
               ELSE
                  EVALUATE TRUE
                     WHEN SC-PL-ROCK
                        ADD 1 TO WS-NEW-POINTS
                     WHEN SC-PL-PAPER
                        ADD 2 TO WS-NEW-POINTS
                     WHEN SC-PL-SCISSORS
                        ADD 3 TO WS-NEW-POINTS
                  END-EVALUATE
                  EVALUATE TRUE
                     WHEN SC-ROUND-WON
                        ADD 6 TO WS-NEW-POINTS
                        MOVE 'W' TO WS-NEW-OUTCOME
                     WHEN SC-ROUND-DRAW
                        ADD 3 TO WS-NEW-POINTS
                        MOVE 'D' TO WS-NEW-OUTCOME
                     WHEN OTHER
                        MOVE 'L' TO WS-NEW-OUTCOME
                  END-EVALUATE
               END-IF

               COMPUTE WS-RATE-DELTA =
                       (WS-CORR-RATE-OPP(WS-CORR-IX)
                        - WS-CORR-RATE-BEFORE(WS-CORR-IX)) / 32
               EVALUATE WS-NEW-OUTCOME
                  WHEN 'W'
                     COMPUTE WS-RATE-NEW =
                             WS-CORR-RATE-BEFORE(WS-CORR-IX)
                             + WS-RATE-KFACTOR + WS-RATE-DELTA
                  WHEN 'D'
                     COMPUTE WS-RATE-NEW =
                             WS-CORR-RATE-BEFORE(WS-CORR-IX)
                             + WS-RATE-DELTA
                  WHEN OTHER
                     COMPUTE WS-RATE-NEW =
                             WS-CORR-RATE-BEFORE(WS-CORR-IX)
                             - WS-RATE-KFACTOR + WS-RATE-DELTA
               END-EVALUATE
               IF WS-RATE-NEW < 100
                  MOVE 100 TO WS-RATE-NEW
               END-IF
               IF WS-RATE-NEW > 3000
                  MOVE 3000 TO WS-RATE-NEW
               END-IF
               MOVE WS-RATE-NEW TO WS-NEW-RATE-AFTER
               COMPUTE WS-RATE-CHANGE =
                       WS-NEW-RATE-AFTER
                       - WS-CORR-RATE-BEFORE(WS-CORR-IX)
               COMPUTE WS-RATE-NEW =
                       WS-SEASON-RATING(WS-SEASON-IX) + WS-RATE-CHANGE
               PERFORM CLAMP-SEASON-RATING

               ADD WS-NEW-POINTS TO WS-SEASON-POINTS(WS-SEASON-IX)
               ADD 1 TO WS-SEASON-ROUNDS(WS-SEASON-IX)
               EVALUATE WS-NEW-OUTCOME
                  WHEN 'W'
                     ADD 1 TO WS-SEASON-WON(WS-SEASON-IX)
                  WHEN 'D'
                     ADD 1 TO WS-SEASON-DRAWN(WS-SEASON-IX)
                  WHEN OTHER
                     ADD 1 TO WS-SEASON-LOST(WS-SEASON-IX)
               END-EVALUATE

               MOVE SPACES TO OUT-JRNL-RECORD
               MOVE WS-CORR-DATE(WS-CORR-IX)   TO OUT-JRNL-DATE
               MOVE WS-CORR-MATCH(WS-CORR-IX)  TO OUT-JRNL-MATCH
               MOVE WS-CORR-PLAYER(WS-CORR-IX) TO OUT-JRNL-PLAYER
               MOVE WS-CORR-SEQ(WS-CORR-IX)    TO OUT-JRNL-SEQ
               MOVE WS-CORR-MODE(WS-CORR-IX)   TO OUT-JRNL-MODE
               MOVE WS-SCORE-OPP               TO OUT-JRNL-OPP
               MOVE WS-SCORE-CODE              TO OUT-JRNL-CODE
               MOVE WS-NEW-POINTS              TO OUT-JRNL-POINTS
               MOVE WS-NEW-OUTCOME             TO OUT-JRNL-OUTCOME
               MOVE WS-CORR-RATE-BEFORE(WS-CORR-IX)
                 TO OUT-JRNL-RATE-BEFORE
               MOVE WS-NEW-RATE-AFTER          TO OUT-JRNL-RATE-AFTER
               MOVE WS-CORR-RATE-OPP(WS-CORR-IX) TO OUT-JRNL-RATE-OPP
               MOVE 'C' TO OUT-JRNL-TYPE
               MOVE WS-RUN-DATE TO OUT-JRNL-POSTED
               MOVE WS-CORR-DIVISION(WS-CORR-IX) TO OUT-JRNL-DIVISION
               WRITE OUT-JRNL-RECORD

               MOVE SPACES TO WS-AUDIT-LINE
               STRING '  REPOSTED OPP=' WS-SCORE-OPP
                      ' CODE=' WS-SCORE-CODE
                      ' MODE=' WS-CORR-MODE(WS-CORR-IX)
                      ' POINTS=' WS-NEW-POINTS
                      ' OUTCOME=' WS-NEW-OUTCOME
                      ' RATING ' WS-CORR-RATE-BEFORE(WS-CORR-IX)
                      '>' WS-NEW-RATE-AFTER
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           CLAMP-SEASON-RATING SECTION.
               IF WS-RATE-NEW < 100
                  MOVE 100 TO WS-RATE-NEW
               END-IF
               IF WS-RATE-NEW > 3000
                  MOVE 3000 TO WS-RATE-NEW
               END-IF
               MOVE WS-RATE-NEW TO WS-SEASON-RATING(WS-SEASON-IX)
               .

      *  A LATER CARD FOR THE SAME ROUND MUST SEE THIS CARD'S RESULT
      *  AS THE ROUND'S CURRENT STATE.
           CARRY-TO-LATER-CARDS SECTION.
               PERFORM VARYING WS-CORR-IX2 FROM WS-CORR-IX BY 1
                       UNTIL WS-CORR-IX2 > WS-CORR-COUNT
                  IF  WS-CORR-IX2 > WS-CORR-IX
                  AND WS-CORR-DATE(WS-CORR-IX2)
                      = WS-CORR-DATE(WS-CORR-IX)
                  AND WS-CORR-PLAYER(WS-CORR-IX2)
                      = WS-CORR-PLAYER(WS-CORR-IX)
                  AND WS-CORR-MATCH(WS-CORR-IX2)
                      = WS-CORR-MATCH(WS-CORR-IX)
                  AND WS-CORR-SEQ(WS-CORR-IX2)
                      = WS-CORR-SEQ(WS-CORR-IX)
                     IF WS-CORR-ACTION(WS-CORR-IX) = 'REVERSE'
                        MOVE 'N' TO WS-CORR-ACTIVE-SW(WS-CORR-IX2)
                     ELSE
                        MOVE 'Y' TO WS-CORR-ACTIVE-SW(WS-CORR-IX2)
                        MOVE WS-SCORE-OPP
                          TO WS-CORR-OPP(WS-CORR-IX2)
                        MOVE WS-SCORE-CODE
                          TO WS-CORR-CODE(WS-CORR-IX2)
                        MOVE WS-NEW-POINTS
                          TO WS-CORR-POINTS(WS-CORR-IX2)
                        MOVE WS-NEW-OUTCOME
                          TO WS-CORR-OUTCOME(WS-CORR-IX2)
                        MOVE WS-NEW-RATE-AFTER
                          TO WS-CORR-RATE-AFTER(WS-CORR-IX2)
                     END-IF
                  END-IF
               END-PERFORM
               .

           REJECT-CORRECTION SECTION.
               ADD 1 TO WS-REJECTED
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CORRECTION ACTION=' WS-CORR-ACTION(WS-CORR-IX)
                      ' DATE=' WS-CORR-DATE(WS-CORR-IX)
                      ' PLAYER=' WS-CORR-PLAYER(WS-CORR-IX)
                      ' MATCH=' WS-CORR-MATCH(WS-CORR-IX)
                      ' ROUND=' WS-CORR-SEQ(WS-CORR-IX)
                      ' RESULT=REJECTED REASON='
                      WS-CORR-REASON(WS-CORR-IX)
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'day02_corrections.txt'  TO WS-EXCP-FILE-NAME
               MOVE WS-CORR-LINE-NO(WS-CORR-IX) TO WS-EXCP-LINE-NO
               MOVE WS-CORR-REASON(WS-CORR-IX)  TO WS-EXCP-REASON
               MOVE WS-CORR-IMAGE(WS-CORR-IX)   TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           WRITE-MASTER-IMAGE SECTION.
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '  ' WS-IMAGE-TAG
                      ' POINTS=' WS-SEASON-POINTS(WS-SEASON-IX)
                      ' ROUNDS=' WS-SEASON-ROUNDS(WS-SEASON-IX)
                      ' W=' WS-SEASON-WON(WS-SEASON-IX)
                      ' D=' WS-SEASON-DRAWN(WS-SEASON-IX)
                      ' L=' WS-SEASON-LOST(WS-SEASON-IX)
                      ' STREAK=' WS-SEASON-STREAK(WS-SEASON-IX)
                      ' RATING=' WS-SEASON-RATING(WS-SEASON-IX)
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

      *  THE SEASON STREAK IS THE BEST RUN OF WINS WITHIN ONE DAY'S
      *  ROUNDS (AS DAY02CALC KEEPS IT), SO IT IS RECOUNTED FROM THE
      *  JOURNAL FOR EVERY CORRECTED PLAYER, TAKING EACH ROUND'S
      *  LATEST REVERSAL OR REPOST INTO ACCOUNT.
           RECOUNT-WIN-STREAKS SECTION.
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  MOVE ZERO TO WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                  MOVE ZERO TO WS-SEASON-BEST-STREAK(WS-SEASON-IX)
                  MOVE SPACES TO WS-SEASON-STREAK-DATE(WS-SEASON-IX)
               END-PERFORM
               OPEN INPUT JOURNAL-IN
               IF WS-JOURNAL-STATUS = '00'
                  PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
                     READ JOURNAL-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF IN-JRNL-TYPE NOT = 'A'
                           MOVE IN-JRNL-DATE    TO WS-SRC-DATE
                           MOVE IN-JRNL-MATCH   TO WS-SRC-MATCH
                           MOVE IN-JRNL-PLAYER  TO WS-SRC-PLAYER
                           MOVE IN-JRNL-SEQ     TO WS-SRC-SEQ
                           MOVE IN-JRNL-TYPE    TO WS-SRC-TYPE
                           MOVE IN-JRNL-OUTCOME TO WS-SRC-OUTCOME
                           PERFORM COLLECT-JOURNAL-ADJUSTMENT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE JOURNAL-IN
               END-IF
               OPEN INPUT JOURNAL-WORK
               IF WS-JRNL-WORK-STATUS = '00'
                  PERFORM UNTIL WS-JRNL-WORK-STATUS NOT = '00'
                     READ JOURNAL-WORK
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE OUT-JRNL-DATE    TO WS-SRC-DATE
                        MOVE OUT-JRNL-MATCH   TO WS-SRC-MATCH
                        MOVE OUT-JRNL-PLAYER  TO WS-SRC-PLAYER
                        MOVE OUT-JRNL-SEQ     TO WS-SRC-SEQ
                        MOVE OUT-JRNL-TYPE    TO WS-SRC-TYPE
                        MOVE OUT-JRNL-OUTCOME TO WS-SRC-OUTCOME
                        PERFORM COLLECT-JOURNAL-ADJUSTMENT
                     END-READ
                  END-PERFORM
                  CLOSE JOURNAL-WORK
               END-IF
               IF WS-ADJ-FULL
                  DISPLAY 'SEASCORR: TOO MANY PRIOR CORRECTIONS TO '
                          'RECOUNT STREAKS - STREAKS LEFT AS POSTED'
               ELSE
                  OPEN INPUT JOURNAL-IN
                  IF WS-JOURNAL-STATUS = '00'
                     PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
                        READ JOURNAL-IN
                        AT END
                           CONTINUE
                        NOT AT END
                           IF IN-JRNL-TYPE = 'A'
                              PERFORM COUNT-STREAK-ROUND
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE JOURNAL-IN
                  END-IF
                  PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                          UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                     IF  WS-SEASON-TOUCHED-SW(WS-SEASON-IX) = 'Y'
                     AND WS-SEASON-BEST-STREAK(WS-SEASON-IX)
                         NOT = WS-SEASON-STREAK(WS-SEASON-IX)
                        MOVE WS-SEASON-STREAK(WS-SEASON-IX)
                          TO WS-OLD-STREAK
                        MOVE WS-SEASON-BEST-STREAK(WS-SEASON-IX)
                          TO WS-SEASON-STREAK(WS-SEASON-IX)
                        MOVE SPACES TO WS-AUDIT-LINE
                        STRING 'STREAK RECOUNTED PLAYER='
                               WS-SEASON-PLAYER(WS-SEASON-IX)
                               ' WAS=' WS-OLD-STREAK
                               ' NOW=' WS-SEASON-STREAK(WS-SEASON-IX)
                           DELIMITED BY SIZE INTO WS-AUDIT-LINE
                        WRITE WS-AUDIT-LINE
                     END-IF
                  END-PERFORM
               END-IF
               .

           COLLECT-JOURNAL-ADJUSTMENT SECTION.
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  OR WS-SEASON-PLAYER(WS-SEASON-IX) = WS-SRC-PLAYER
                  CONTINUE
               END-PERFORM
               IF  WS-SEASON-IX NOT > WS-SEASON-COUNT
               AND WS-SEASON-TOUCHED-SW(WS-SEASON-IX) = 'Y'
                  IF WS-ADJ-COUNT >= WS-MAX-ADJ
                     SET WS-ADJ-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-ADJ-COUNT
                     MOVE WS-SRC-DATE     TO WS-ADJ-DATE(WS-ADJ-COUNT)
                     MOVE WS-SRC-MATCH    TO WS-ADJ-MATCH(WS-ADJ-COUNT)
                     MOVE WS-SRC-PLAYER
                       TO WS-ADJ-PLAYER(WS-ADJ-COUNT)
                     MOVE WS-SRC-SEQ      TO WS-ADJ-SEQ(WS-ADJ-COUNT)
                     MOVE WS-SRC-TYPE     TO WS-ADJ-TYPE(WS-ADJ-COUNT)
                     MOVE WS-SRC-OUTCOME
                       TO WS-ADJ-OUTCOME(WS-ADJ-COUNT)
                  END-IF
               END-IF
               .

           COUNT-STREAK-ROUND SECTION.
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  OR WS-SEASON-PLAYER(WS-SEASON-IX) = IN-JRNL-PLAYER
                  CONTINUE
               END-PERFORM
               IF  WS-SEASON-IX NOT > WS-SEASON-COUNT
               AND WS-SEASON-TOUCHED-SW(WS-SEASON-IX) = 'Y'
                  MOVE IN-JRNL-OUTCOME TO WS-EFF-OUTCOME
                  PERFORM VARYING WS-ADJ-IX FROM 1 BY 1
                          UNTIL WS-ADJ-IX > WS-ADJ-COUNT
                     IF  WS-ADJ-DATE(WS-ADJ-IX)   = IN-JRNL-DATE
                     AND WS-ADJ-MATCH(WS-ADJ-IX)  = IN-JRNL-MATCH
                     AND WS-ADJ-PLAYER(WS-ADJ-IX) = IN-JRNL-PLAYER
                     AND WS-ADJ-SEQ(WS-ADJ-IX)    = IN-JRNL-SEQ
                        IF WS-ADJ-TYPE(WS-ADJ-IX) = 'R'
                           MOVE SPACE TO WS-EFF-OUTCOME
                        ELSE
                           MOVE WS-ADJ-OUTCOME(WS-ADJ-IX)
                             TO WS-EFF-OUTCOME
                        END-IF
                     END-IF
                  END-PERFORM
                  IF IN-JRNL-DATE
                     NOT = WS-SEASON-STREAK-DATE(WS-SEASON-IX)
                     MOVE IN-JRNL-DATE
                       TO WS-SEASON-STREAK-DATE(WS-SEASON-IX)
                     MOVE ZERO TO WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                  END-IF
                  EVALUATE WS-EFF-OUTCOME
                     WHEN 'W'
                        ADD 1 TO WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                        IF WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                           > WS-SEASON-BEST-STREAK(WS-SEASON-IX)
                           MOVE WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                             TO WS-SEASON-BEST-STREAK(WS-SEASON-IX)
                        END-IF
                     WHEN SPACE
                        CONTINUE
                     WHEN OTHER
                        MOVE ZERO TO WS-SEASON-CUR-STREAK(WS-SEASON-IX)
                  END-EVALUATE
               END-IF
               .

           POST-CORRECTION-JOURNAL SECTION.
               OPEN INPUT JOURNAL-WORK
               IF WS-JRNL-WORK-STATUS = '00'
                  OPEN EXTEND ROUND-JOURNAL
                  IF WS-JOURNAL-OUT-STATUS NOT = '00'
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

           REWRITE-SEASON-MASTER SECTION.
               OPEN OUTPUT SEASON-OUT
               PERFORM VARYING WS-SEASON-IX FROM 1 BY 1
                       UNTIL WS-SEASON-IX > WS-SEASON-COUNT
                  MOVE SPACES TO OUT-SEASON-RECORD
                  MOVE WS-SEASON-PLAYER(WS-SEASON-IX)
                    TO OUT-SEASON-PLAYER
                  MOVE WS-SEASON-POINTS(WS-SEASON-IX)
                    TO OUT-SEASON-POINTS
                  MOVE WS-SEASON-ROUNDS(WS-SEASON-IX)
                    TO OUT-SEASON-ROUNDS
                  MOVE WS-SEASON-FIRST(WS-SEASON-IX)
                    TO OUT-SEASON-FIRST
                  MOVE WS-SEASON-LAST(WS-SEASON-IX)
                    TO OUT-SEASON-LAST
                  MOVE WS-SEASON-RATING(WS-SEASON-IX)
                    TO OUT-SEASON-RATING
                  MOVE WS-SEASON-STREAK(WS-SEASON-IX)
                    TO OUT-SEASON-STREAK
                  MOVE WS-SEASON-DIVISION(WS-SEASON-IX)
                    TO OUT-SEASON-DIVISION
                  MOVE WS-SEASON-START-RATING(WS-SEASON-IX)
                    TO OUT-SEASON-START
                  MOVE WS-SEASON-WON(WS-SEASON-IX)
                    TO OUT-SEASON-WON
                  MOVE WS-SEASON-DRAWN(WS-SEASON-IX)
                    TO OUT-SEASON-DRAWN
                  MOVE WS-SEASON-LOST(WS-SEASON-IX)
                    TO OUT-SEASON-LOST
                  WRITE OUT-SEASON-RECORD
               END-PERFORM
               CLOSE SEASON-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
