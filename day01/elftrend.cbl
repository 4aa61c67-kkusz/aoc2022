           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFTREND.

      *****************************************************************
      *  PER-ELF CALORIE TREND AND OUTLIERS.  READS THE KEYED ELF
      *  CALORIE HISTORY THAT DAY01CALC POSTS THROUGH ELFCHST (CAMP,
      *  ELF, DATE ORDER) AND, FOR EVERY ELF WITH A FIGURE FOR THE
      *  BUSINESS DATE, COMPARES IT WITH THE ELF'S TRAILING AVERAGE
      *  OVER THE PREVIOUS TREND_WINDOW RUNS (DEFAULT 7).  A FIGURE
      *  MORE THAN TREND_BAND_PCT (DEFAULT 40) ABOVE OR BELOW THE
      *  AVERAGE IS FLAGGED AS A SPIKE OR A DROP; AT LEAST TWO EARLIER
      *  RUNS ARE NEEDED BEFORE AN ELF IS JUDGED.  EVERY ELF'S LINE
      *  GOES TO ELF_CALORIE_TREND.TXT AND THE FLAGS TO
      *  ELF_TREND_REPORT.TXT.
      *
      *  THE REPORT ALSO LISTS, FOR THE CAMP MEDICS, EVERY ELF STILL
      *  ACTIVE ON ELF_MASTER.TXT WHO HAS BEEN MISSING FROM ITS CAMP'S
      *  CALORIE FILE FOR TREND_MISSING_RUNS (DEFAULT 3) OR MORE OF
      *  THE CAMP'S MOST RECENT RUNS.  RUNS ARE COUNTED FROM THE DATES
      *  THE CAMP ACTUALLY HAS ON THE HISTORY, SO DAYS THE CAMP DID
      *  NOT RUN ARE NOT HELD AGAINST ITS ELVES.  RC 4 WHEN ANY ELF IS
      *  FLAGGED OR LISTED AS MISSING.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CALORIE-HIST ASSIGN TO 'elf_calorie_hist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ECH-KEY
              FILE STATUS IS WS-ECH-STATUS.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT TREND-OUT ASSIGN TO 'elf_calorie_trend.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'elf_trend_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD CALORIE-HIST.
              01 ECH-RECORD.
                 03 ECH-KEY.
                    05 ECH-CAMP           PIC X(4).
                    05 ECH-ELF            PIC 9(4).
                    05 ECH-DATE           PIC X(8).
                 03 ECH-CALORIES          PIC 9(11).
                 03 ECH-RUN-TIME          PIC X(8).
                 03 ECH-SUPERSEDE-COUNT   PIC 9(3).

              FD ELF-MASTER.
              01 IN-ELF-CARD.
                 03 IN-ELF-CAMP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ORDINAL     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ID          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-NAME        PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-STATUS      PIC X(1).

              FD TREND-OUT.
              01 WS-TREND-LINE         PIC X(132).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.
              01 WS-ECH-STATUS         PIC X(2).
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-ECH-EOF-SW         PIC X.
                 88 WS-ECH-EOF              VALUE 'Y'.
              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-PARM-NUMBER        PIC 9(3).
              01 WS-TREND-WINDOW       PIC 9(3) VALUE 7.
              01 WS-BAND-PCT           PIC 9(3) VALUE 40.
              01 WS-MISSING-RUNS       PIC 9(3) VALUE 3.

              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 5000.
              01 WS-MASTER-TABLE.
                 03 WS-MST-ENTRY OCCURS 5000.
                    05 WS-MST-CAMP        PIC X(4).
                    05 WS-MST-ORDINAL     PIC X(4).
                    05 WS-MST-ID          PIC X(8).
                    05 WS-MST-NAME        PIC X(20).
                    05 WS-MST-STATUS      PIC X(1).
                    05 WS-MST-LAST-SEEN   PIC X(8).
              01 WS-MST-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-MST-IX             PIC 9(4) COMP VALUE 0.
              01 WS-SRCH-IX            PIC 9(4) COMP.
              01 WS-FIND-ORDINAL       PIC 9(4).
              01 WS-FIND-ORDINAL-X REDEFINES WS-FIND-ORDINAL
                                       PIC X(4).

      *    THE MOST RECENT DISTINCT RUN DATES OF EACH CAMP, NEWEST
      *    FIRST - ENOUGH TO COUNT ANY MISSING STREAK UP TO 30 RUNS.
              01 WS-MAX-CAMPS          PIC 9(2) COMP VALUE 50.
              01 WS-MAX-CAMP-DATES     PIC 9(2) COMP VALUE 31.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 50.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-DATE-COUNT PIC 9(2) COMP.
                    05 WS-CAMP-DATE       PIC X(8) OCCURS 31.
              01 WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(2) COMP VALUE 0.
              01 WS-DATE-IX            PIC 9(2) COMP.
              01 WS-DATE-IX2           PIC 9(2) COMP.

              01 WS-GRP-CAMP           PIC X(4) VALUE SPACES.
              01 WS-GRP-ELF            PIC 9(4) VALUE ZERO.
              01 WS-GRP-LAST-SEEN      PIC X(8).
              01 WS-GRP-TODAY-SW       PIC X.
                 88 WS-GRP-HAS-TODAY        VALUE 'Y'.
              01 WS-GRP-TODAY-CAL      PIC 9(11).
              01 WS-WINDOW-TABLE.
                 03 WS-WIN-CALORIES    PIC 9(11) OCCURS 60.
              01 WS-WIN-COUNT          PIC 9(3) COMP.
              01 WS-WIN-IX             PIC 9(3) COMP.
              01 WS-RUNS-DISP          PIC 9(3).
              01 WS-WIN-SUM            PIC 9(15).
              01 WS-TRAIL-AVG          PIC 9(11).
              01 WS-CHANGE-PCT         PIC S9(7)V9.
              01 WS-CHANGE-DISP        PIC +(6)9.9.
              01 WS-TREND-FLAG         PIC X(5).
              01 WS-ELF-DISPLAY        PIC 9(4).
              01 WS-ELF-ID             PIC X(8).
              01 WS-ELF-NAME           PIC X(20).
              01 WS-MISSED-COUNT       PIC 9(2).
              01 WS-MISSED-DISP        PIC X(3).

              01 WS-RECORDS-READ       PIC 9(9) VALUE 0.
              01 WS-ELVES-TRENDED      PIC 9(5) VALUE 0.
              01 WS-SPIKE-COUNT        PIC 9(5) VALUE 0.
              01 WS-DROP-COUNT         PIC 9(5) VALUE 0.
              01 WS-MISSING-COUNT      PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE

               MOVE 'TREND_WINDOW' TO WS-PARM-NAME
               PERFORM RESOLVE-NUMERIC-PARM
               IF WS-PARM-NUMBER > ZERO
                  MOVE WS-PARM-NUMBER TO WS-TREND-WINDOW
                  IF WS-TREND-WINDOW > 60
                     MOVE 60 TO WS-TREND-WINDOW
                  END-IF
               END-IF
               MOVE 'TREND_BAND_PCT' TO WS-PARM-NAME
               PERFORM RESOLVE-NUMERIC-PARM
               IF WS-PARM-NUMBER > ZERO
                  MOVE WS-PARM-NUMBER TO WS-BAND-PCT
               END-IF
               MOVE 'TREND_MISSING_RUNS' TO WS-PARM-NAME
               PERFORM RESOLVE-NUMERIC-PARM
               IF WS-PARM-NUMBER > ZERO
                  MOVE WS-PARM-NUMBER TO WS-MISSING-RUNS
                  IF WS-MISSING-RUNS > 30
                     MOVE 30 TO WS-MISSING-RUNS
                  END-IF
               END-IF

               PERFORM LOAD-ELF-MASTER

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ELF CALORIE TREND REPORT FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TRAILING WINDOW=' WS-TREND-WINDOW ' RUNS'
                      ' BAND=' WS-BAND-PCT '%'
                      ' MISSING AFTER=' WS-MISSING-RUNS ' RUNS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'SPIKES AND DROPS' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               OPEN OUTPUT TREND-OUT
               MOVE 'N' TO WS-ECH-EOF-SW
               OPEN INPUT CALORIE-HIST
               IF WS-ECH-STATUS NOT = '00'
                  DISPLAY 'ELFTREND: NO ELF CALORIE HISTORY - STATUS '
                          WS-ECH-STATUS
               ELSE
                  PERFORM UNTIL WS-ECH-EOF
                     READ CALORIE-HIST NEXT RECORD
                     AT END
                        SET WS-ECH-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-RECORDS-READ
                        IF ECH-DATE NOT > WS-RUN-DATE-X
                           PERFORM TAKE-HISTORY-RECORD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CALORIE-HIST
                  IF WS-GRP-CAMP NOT = SPACES
                     PERFORM FINISH-ELF-GROUP
                  END-IF
               END-IF
               CLOSE TREND-OUT
               IF WS-SPIKE-COUNT + WS-DROP-COUNT = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF

               PERFORM LIST-MISSING-ELVES

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HISTORY RECORDS=' WS-RECORDS-READ
                      ' ELVES TRENDED=' WS-ELVES-TRENDED
                      ' SPIKES=' WS-SPIKE-COUNT
                      ' DROPS=' WS-DROP-COUNT
                      ' MISSING=' WS-MISSING-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'ELFTREND: ' WS-SPIKE-COUNT ' SPIKE(S), '
                       WS-DROP-COUNT ' DROP(S), ' WS-MISSING-COUNT
                       ' MISSING - SEE ELF_TREND_REPORT.TXT'
               IF WS-SPIKE-COUNT + WS-DROP-COUNT + WS-MISSING-COUNT
                  > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           RESOLVE-NUMERIC-PARM SECTION.
               MOVE ZERO TO WS-PARM-NUMBER
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 4
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-PARM-NUMBER
                  END-IF
               END-IF
               .

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT ELF-MASTER
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'ELFTREND: NO ELF MASTER - MISSING-ELF LIST '
                          'WILL BE EMPTY'
               ELSE
                  PERFORM UNTIL WS-MASTER-EOF
                     READ ELF-MASTER
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        IF  IN-ELF-CAMP NOT = SPACES
                        AND WS-MST-COUNT < WS-MAX-ELVES
                           ADD 1 TO WS-MST-COUNT
                           MOVE IN-ELF-CAMP
                             TO WS-MST-CAMP(WS-MST-COUNT)
                           MOVE IN-ELF-ORDINAL
                             TO WS-MST-ORDINAL(WS-MST-COUNT)
                           MOVE IN-ELF-ID
                             TO WS-MST-ID(WS-MST-COUNT)
                           MOVE IN-ELF-NAME
                             TO WS-MST-NAME(WS-MST-COUNT)
                           MOVE IN-ELF-STATUS
                             TO WS-MST-STATUS(WS-MST-COUNT)
                           MOVE SPACES
                             TO WS-MST-LAST-SEEN(WS-MST-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-MASTER
               END-IF
               .

      *****************************************************************
      *  THE HISTORY ARRIVES IN CAMP, ELF, DATE ORDER, SO ONE ELF'S
      *  RECORDS ARE TOGETHER AND OLDEST FIRST.  EARLIER RUNS GO INTO
      *  THE TRAILING WINDOW (THE OLDEST DROPPING OFF ONCE IT IS
      *  FULL); THE BUSINESS DATE'S OWN FIGURE IS HELD APART.
      *****************************************************************
           TAKE-HISTORY-RECORD SECTION.
               IF ECH-CAMP NOT = WS-GRP-CAMP OR ECH-ELF NOT = WS-GRP-ELF
                  IF WS-GRP-CAMP NOT = SPACES
                     PERFORM FINISH-ELF-GROUP
                  END-IF
                  IF ECH-CAMP NOT = WS-GRP-CAMP
                     PERFORM FIND-CAMP-ENTRY
                  END-IF
                  MOVE ECH-CAMP TO WS-GRP-CAMP
                  MOVE ECH-ELF  TO WS-GRP-ELF
                  MOVE SPACES TO WS-GRP-LAST-SEEN
                  MOVE 'N' TO WS-GRP-TODAY-SW
                  MOVE ZERO TO WS-GRP-TODAY-CAL WS-WIN-COUNT
               END-IF
               MOVE ECH-DATE TO WS-GRP-LAST-SEEN
               IF ECH-DATE = WS-RUN-DATE-X
                  SET WS-GRP-HAS-TODAY TO TRUE
                  MOVE ECH-CALORIES TO WS-GRP-TODAY-CAL
               ELSE
                  IF WS-WIN-COUNT >= WS-TREND-WINDOW
                     PERFORM VARYING WS-WIN-IX FROM 2 BY 1
                             UNTIL WS-WIN-IX > WS-WIN-COUNT
                        MOVE WS-WIN-CALORIES(WS-WIN-IX)
                          TO WS-WIN-CALORIES(WS-WIN-IX - 1)
                     END-PERFORM
                  ELSE
                     ADD 1 TO WS-WIN-COUNT
                  END-IF
                  MOVE ECH-CALORIES TO WS-WIN-CALORIES(WS-WIN-COUNT)
               END-IF
               IF WS-CAMP-IX > ZERO
                  PERFORM NOTE-CAMP-RUN-DATE
               END-IF
               .

           FIND-CAMP-ENTRY SECTION.
               MOVE ZERO TO WS-CAMP-IX
               PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                       UNTIL WS-DATE-IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(WS-DATE-IX) = ECH-CAMP
                     MOVE WS-DATE-IX TO WS-CAMP-IX
                  END-IF
               END-PERFORM
               IF WS-CAMP-IX = ZERO AND WS-CAMP-COUNT < WS-MAX-CAMPS
                  ADD 1 TO WS-CAMP-COUNT
                  MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                  MOVE ECH-CAMP TO WS-CAMP-CODE(WS-CAMP-IX)
                  MOVE ZERO TO WS-CAMP-DATE-COUNT(WS-CAMP-IX)
               END-IF
               .

           NOTE-CAMP-RUN-DATE SECTION.
               MOVE ZERO TO WS-DATE-IX2
               PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                       UNTIL WS-DATE-IX
                             > WS-CAMP-DATE-COUNT(WS-CAMP-IX)
                          OR WS-DATE-IX2 > ZERO
                  IF ECH-DATE >= WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX)
                     MOVE WS-DATE-IX TO WS-DATE-IX2
                  END-IF
               END-PERFORM
               IF WS-DATE-IX2 = ZERO
                  IF WS-CAMP-DATE-COUNT(WS-CAMP-IX) < WS-MAX-CAMP-DATES
                     ADD 1 TO WS-CAMP-DATE-COUNT(WS-CAMP-IX)
                     MOVE ECH-DATE TO WS-CAMP-DATE(WS-CAMP-IX
                                        WS-CAMP-DATE-COUNT(WS-CAMP-IX))
                  END-IF
               ELSE
                  IF ECH-DATE NOT = WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX2)
                     IF WS-CAMP-DATE-COUNT(WS-CAMP-IX)
                        < WS-MAX-CAMP-DATES
                        ADD 1 TO WS-CAMP-DATE-COUNT(WS-CAMP-IX)
                     END-IF
                     PERFORM VARYING WS-DATE-IX
                             FROM WS-CAMP-DATE-COUNT(WS-CAMP-IX) BY -1
                             UNTIL WS-DATE-IX <= WS-DATE-IX2
                        MOVE WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX - 1)
                          TO WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX)
                     END-PERFORM
                     MOVE ECH-DATE
                       TO WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX2)
                  END-IF
               END-IF
               .

           FINISH-ELF-GROUP SECTION.
               MOVE WS-GRP-ELF TO WS-FIND-ORDINAL
               PERFORM FIND-MASTER-ELF
               IF WS-MST-IX > ZERO
                  MOVE WS-GRP-LAST-SEEN TO WS-MST-LAST-SEEN(WS-MST-IX)
                  MOVE WS-MST-ID(WS-MST-IX)   TO WS-ELF-ID
                  MOVE WS-MST-NAME(WS-MST-IX) TO WS-ELF-NAME
               ELSE
                  MOVE 'UNKNOWN' TO WS-ELF-ID
                  MOVE SPACES TO WS-ELF-NAME
               END-IF
               IF WS-GRP-HAS-TODAY
                  PERFORM JUDGE-ELF-TREND
               END-IF
               .

      *****************************************************************
      *  THE MASTER IS NORMALLY IN THE SAME CAMP AND ORDINAL ORDER AS
      *  THE HISTORY, SO THE ENTRY AFTER THE LAST ONE FOUND IS TRIED
      *  BEFORE THE WHOLE TABLE IS SEARCHED.
      *****************************************************************
           FIND-MASTER-ELF SECTION.
               IF  WS-MST-IX < WS-MST-COUNT
               AND WS-MST-CAMP(WS-MST-IX + 1) = WS-GRP-CAMP
               AND WS-MST-ORDINAL(WS-MST-IX + 1) = WS-FIND-ORDINAL-X
                  ADD 1 TO WS-MST-IX
               ELSE
                  PERFORM SEARCH-MASTER-TABLE
               END-IF
               .

           SEARCH-MASTER-TABLE SECTION.
               MOVE ZERO TO WS-MST-IX
               PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                       UNTIL WS-SRCH-IX > WS-MST-COUNT
                          OR WS-MST-IX > ZERO
                  IF  WS-MST-CAMP(WS-SRCH-IX) = WS-GRP-CAMP
                  AND WS-MST-ORDINAL(WS-SRCH-IX) = WS-FIND-ORDINAL-X
                     MOVE WS-SRCH-IX TO WS-MST-IX
                  END-IF
               END-PERFORM
               .

           JUDGE-ELF-TREND SECTION.
               ADD 1 TO WS-ELVES-TRENDED
               MOVE SPACES TO WS-TREND-FLAG
               MOVE ZERO TO WS-WIN-SUM WS-TRAIL-AVG WS-CHANGE-PCT
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                       UNTIL WS-WIN-IX > WS-WIN-COUNT
                  ADD WS-WIN-CALORIES(WS-WIN-IX) TO WS-WIN-SUM
               END-PERFORM
               IF WS-WIN-COUNT > ZERO
                  COMPUTE WS-TRAIL-AVG ROUNDED =
                          WS-WIN-SUM / WS-WIN-COUNT
               END-IF
               IF WS-WIN-COUNT < 2
                  MOVE 'NEW' TO WS-TREND-FLAG
               ELSE
                  IF WS-TRAIL-AVG > ZERO
                     COMPUTE WS-CHANGE-PCT ROUNDED =
                             (WS-GRP-TODAY-CAL - WS-TRAIL-AVG) * 100
                           / WS-TRAIL-AVG
                  ELSE
                     IF WS-GRP-TODAY-CAL > ZERO
                        MOVE 999999 TO WS-CHANGE-PCT
                     END-IF
                  END-IF
                  EVALUATE TRUE
                     WHEN WS-CHANGE-PCT > WS-BAND-PCT
                        MOVE 'SPIKE' TO WS-TREND-FLAG
                        ADD 1 TO WS-SPIKE-COUNT
                     WHEN WS-CHANGE-PCT < ZERO - WS-BAND-PCT
                        MOVE 'DROP' TO WS-TREND-FLAG
                        ADD 1 TO WS-DROP-COUNT
                     WHEN OTHER
                        MOVE 'OK' TO WS-TREND-FLAG
                  END-EVALUATE
               END-IF
               MOVE WS-CHANGE-PCT TO WS-CHANGE-DISP
               MOVE WS-WIN-COUNT TO WS-RUNS-DISP
               MOVE WS-GRP-ELF TO WS-ELF-DISPLAY
               MOVE SPACES TO WS-TREND-LINE
               STRING 'CAMP=' WS-GRP-CAMP
                      ' ELF=' WS-ELF-DISPLAY
                      ' ID=' WS-ELF-ID
                      ' DATE=' WS-RUN-DATE
                      ' CALORIES=' WS-GRP-TODAY-CAL
                      ' TRAILING-AVG=' WS-TRAIL-AVG
                      ' RUNS=' WS-RUNS-DISP
                      ' CHANGE=' WS-CHANGE-DISP '%'
                      ' FLAG=' WS-TREND-FLAG
                  DELIMITED BY SIZE INTO WS-TREND-LINE
               WRITE WS-TREND-LINE
               IF WS-TREND-FLAG = 'SPIKE' OR WS-TREND-FLAG = 'DROP'
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  ' WS-TREND-FLAG
                         ' CAMP=' WS-GRP-CAMP
                         ' ELF=' WS-ELF-DISPLAY
                         ' ID=' WS-ELF-ID
                         ' NAME=' WS-ELF-NAME
                         ' CALORIES=' WS-GRP-TODAY-CAL
                         ' AVG=' WS-TRAIL-AVG
                         ' CHANGE=' WS-CHANGE-DISP '%'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

      *****************************************************************
      *  AN ACTIVE ELF IS MISSING WHEN ITS CAMP HAS RUN AT LEAST
      *  TREND_MISSING_RUNS TIMES SINCE THE ELF LAST APPEARED (OR EVER,
      *  IF IT NEVER HAS).  A STREAK OF 31 OR MORE SHOWS AS 30+.
      *****************************************************************
           LIST-MISSING-ELVES SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACTIVE ELVES MISSING FROM THE CALORIE FILE '
                      'FOR ' WS-MISSING-RUNS ' OR MORE RUNS '
                      '(CAMP MEDICS LIST)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-MST-IX FROM 1 BY 1
                       UNTIL WS-MST-IX > WS-MST-COUNT
                  IF WS-MST-STATUS(WS-MST-IX) NOT = 'D'
                     PERFORM CHECK-MISSING-ELF
                  END-IF
               END-PERFORM
               IF WS-MISSING-COUNT = ZERO
                  MOVE '  NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           CHECK-MISSING-ELF SECTION.
               MOVE ZERO TO WS-CAMP-IX WS-MISSED-COUNT
               PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                       UNTIL WS-DATE-IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(WS-DATE-IX) = WS-MST-CAMP(WS-MST-IX)
                     MOVE WS-DATE-IX TO WS-CAMP-IX
                  END-IF
               END-PERFORM
               IF WS-CAMP-IX > ZERO
                  PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                          UNTIL WS-DATE-IX
                                > WS-CAMP-DATE-COUNT(WS-CAMP-IX)
                     IF WS-CAMP-DATE(WS-CAMP-IX WS-DATE-IX)
                        > WS-MST-LAST-SEEN(WS-MST-IX)
                        ADD 1 TO WS-MISSED-COUNT
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-MISSED-COUNT >= WS-MISSING-RUNS
                  ADD 1 TO WS-MISSING-COUNT
                  IF WS-MISSED-COUNT >= WS-MAX-CAMP-DATES
                     MOVE '30+' TO WS-MISSED-DISP
                  ELSE
                     MOVE WS-MISSED-COUNT TO WS-MISSED-DISP
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE
                  IF WS-MST-LAST-SEEN(WS-MST-IX) = SPACES
                     STRING '  CAMP=' WS-MST-CAMP(WS-MST-IX)
                            ' ELF=' WS-MST-ORDINAL(WS-MST-IX)
                            ' ID=' WS-MST-ID(WS-MST-IX)
                            ' NAME=' WS-MST-NAME(WS-MST-IX)
                            ' LAST-SEEN=NEVER    '
                            ' RUNS-MISSED=' WS-MISSED-DISP
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  ELSE
                     STRING '  CAMP=' WS-MST-CAMP(WS-MST-IX)
                            ' ELF=' WS-MST-ORDINAL(WS-MST-IX)
                            ' ID=' WS-MST-ID(WS-MST-IX)
                            ' NAME=' WS-MST-NAME(WS-MST-IX)
                            ' LAST-SEEN=' WS-MST-LAST-SEEN(WS-MST-IX)
                            ' RUNS-MISSED=' WS-MISSED-DISP
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  END-IF
                  WRITE WS-REPORT-LINE
               END-IF
               .
