              SELECT STATS-OUT ASSIGN TO 'runstats.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATS-STATUS.
              SELECT PART-IN ASSIGN TO WS-PART-IN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PART-IN-STATUS.
              SELECT PART-OUT ASSIGN TO WS-PART-OUT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PART-OUT-STATUS.

           DATA DIVISION.
              FILE SECTION.
              FD STATS-OUT.
              01 WS-STATS-LINE      PIC X(100).

      *  FILES WRITTEN BY THE PARTITIONS OF A PARTITIONED RUN (SEE
      *  DAY01PRT): STATUS, CAMP RESULT AND CAMP OUTPUT FILES
              FD PART-IN.
              01 IN-PART-LINE       PIC X(132).
              01 IN-PART-STATUS-CARD.
                 03 IN-STS-PART        PIC X(2).
                 03 FILLER             PIC X(1).
                 03 IN-STS-DATE        PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 IN-STS-CODE        PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-STS-CAMPS       PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 IN-STS-REASON      PIC X(40).
              01 IN-PART-RESULT-CARD.
                 03 IN-RES-CAMP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-RES-FILE        PIC X(40).
                 03 FILLER             PIC X(1).
                 03 IN-RES-ELVES       PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 IN-RES-READ        PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 IN-RES-REJECTS     PIC 9(5).
                 03 IN-RES-TOPS.
                    05 IN-RES-TOP OCCURS 3.
                       07 FILLER             PIC X(1).
                       07 IN-RES-TOP-CALORIE PIC 9(11).
                       07 FILLER             PIC X(1).
                       07 IN-RES-TOP-ELF     PIC 9(4).
              01 IN-PART-TOTALS-LINE.
                 03 FILLER             PIC X(5).
                 03 IN-TOT-CAMP        PIC X(4).
                 03 FILLER             PIC X(5).
                 03 IN-TOT-ELF         PIC 9(4).
                 03 FILLER             PIC X(10).
                 03 IN-TOT-CALORIES    PIC 9(11).

              FD PART-OUT.
              01 WS-PART-OUT-LINE   PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-HIST-LINE           PIC X(100).
                 VALUE 'daily_results.txt'.
              01 WS-SHADOW-SW        PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE         VALUE 'Y'.
              01 WS-PERD-OPEN-SW     PIC X.
                 88 WS-PERD-OPEN          VALUE 'Y'.
              01 WS-RUN-DATE         PIC 9(8).
              01 WS-CALORIES-FILE    PIC X(40).

                       07 WS-CAMP-TOP-ENTRY OCCURS 3.
                          09 WS-CAMP-TOP-CALORIE  PIC 9(11).
                          09 WS-CAMP-TOP-ELF      PIC 9(4).
                    05 WS-CAMP-MERGED-SW PIC X.
                       88 WS-CAMP-MERGED       VALUE 'Y'.
              01 WS-CAMP-COUNT       PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX          PIC 9(2) COMP.

              01 WS-ELF-COUNT        PIC 9(4).
              01 WS-THIS-CAMP        PIC X(4).
              01 WS-TOTALS-SW        PIC X VALUE 'Y'.
              01 WS-PART-ID          PIC X(2) VALUE SPACES.

              01 WS-MAX-PARTS        PIC 9(2) COMP VALUE 10.
              01 WS-PART-COUNT       PIC 9(2) COMP VALUE 1.
              01 WS-PART-NO          PIC 9(2).
              01 WS-PARM-LEN         PIC 9(2) COMP.
              01 WS-PART-IN-FILE     PIC X(40).
              01 WS-PART-IN-STATUS   PIC X(2).
              01 WS-PART-OUT-FILE    PIC X(40).
              01 WS-PART-OUT-STATUS  PIC X(2).
              01 WS-PART-STEM        PIC X(40).
              01 WS-MERGE-SUFFIX     PIC X(20).
              01 WS-LINE-CAMP        PIC X(4).
              01 WS-PART-EOF-SW      PIC X.
                 88 WS-PART-EOF            VALUE 'Y'.
              01 WS-PART-OUT-OPEN-SW PIC X.
                 88 WS-PART-OUT-OPEN       VALUE 'Y'.
              01 WS-ECH-FUNCTION     PIC X(5).

              01 WS-ALL-TOPS.
                 03 WS-ALL-TOP-ENTRY OCCURS 3.
                                     LK-RUN-ID.

              CALL 'GETBDATE' USING WS-RUN-DATE
              CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                   WS-RUN-DATE
                                   WS-PERD-OPEN-SW
              IF NOT WS-PERD-OPEN
                 MOVE 8 TO LK-DAY01-STATUS-CODE
                 MOVE 'BUSINESS DATE IS CLOSED'
                   TO LK-DAY01-STATUS-REASON
                 GOBACK
              END-IF
              ACCEPT WS-HIST-RUN-TIME FROM TIME
              MOVE WS-HIST-RUN-TIME TO WS-STAT-START-TIME
              MOVE LK-RUN-ID TO WS-RUN-ID
              PERFORM WRITE-RUN-LOG-RECORD

              PERFORM RESOLVE-SHADOW-MODE
              PERFORM RESOLVE-PARTITION-COUNT
              PERFORM LOAD-CAMP-LIST

              MOVE ZERO TO WS-CALC-STATUS-CODE
                 CALL 'CBL_DELETE_FILE' USING
                      'day01_stock_ledger.txt'
                 CALL 'CBL_DELETE_FILE' USING 'day01_reorder.txt'
                 CALL 'CBL_DELETE_FILE' USING 'day01_consumed.txt'
              END-IF

              IF WS-PART-COUNT > 1
                 PERFORM MERGE-PARTITIONS
              ELSE
                 PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                         UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                         OR WS-CALC-STATUS-CODE NOT = ZERO
                    PERFORM PROCESS-ONE-CAMP
                 END-PERFORM
              END-IF

              IF WS-CALC-STATUS-CODE = ZERO
                 DISPLAY WS-ALL-TOP-CALORIE(1)
                                       WS-THIS-CAMP
                                       WS-ELF-COUNT
                                       WS-TOTALS-SW
                                       WS-PART-ID
               CANCEL 'DAY01CALC'
               IF WS-CALC-STATUS-CODE = ZERO
                  MOVE WS-ELF-COUNT
               END-IF
               .

      *****************************************************************
      *  DAY01_PARTITIONS ABOVE 1 SPLITS THE CAMP LIST ROUND THAT MANY
      *  DAY01PRT EXECUTIONS, WHICH DAYBATCH RUNS SIDE BY SIDE AHEAD
      *  OF THIS STEP.  CAMP N BELONGS TO PARTITION
      *  MOD(N - 1, PARTITIONS) + 1.
      *****************************************************************
           RESOLVE-PARTITION-COUNT SECTION.
               MOVE 'DAY01_PARTITIONS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 3
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-PART-COUNT
                  END-IF
               END-IF
               IF WS-PART-COUNT > WS-MAX-PARTS
                  MOVE WS-MAX-PARTS TO WS-PART-COUNT
               END-IF
               IF WS-PART-COUNT = ZERO
                  MOVE 1 TO WS-PART-COUNT
               END-IF
               .

      *****************************************************************
      *  MERGE STEP OF A PARTITIONED RUN.  EVERY PARTITION MUST HAVE
      *  ENDED CLEAN FOR TODAY; THEIR CAMP RESULTS BUILD THE OVERALL
      *  RANKING, THEIR TOTALS, DISTRIBUTION AND NUTRITION FILES ARE
      *  COMBINED IN CAMP LIST ORDER, AND THEIR CONSUMPTION IS POSTED
      *  TO THE PROVISIONS MASTER IN ONE PASS.
      *****************************************************************
           MERGE-PARTITIONS SECTION.
               DISPLAY 'DAY01: MERGING ' WS-PART-COUNT ' PARTITIONS'
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                       OR WS-CALC-STATUS-CODE NOT = ZERO
                  PERFORM CHECK-PARTITION-STATUS
               END-PERFORM
               IF WS-CALC-STATUS-CODE = ZERO
                  PERFORM VARYING WS-PART-NO FROM 1 BY 1
                          UNTIL WS-PART-NO > WS-PART-COUNT
                     PERFORM LOAD-PARTITION-RESULTS
                  END-PERFORM
                  PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                          UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                          OR WS-CALC-STATUS-CODE NOT = ZERO
                     PERFORM MERGE-ONE-CAMP-RESULT
                  END-PERFORM
               END-IF
               IF WS-CALC-STATUS-CODE = ZERO
                  IF WS-SHADOW-MODE
                     MOVE 'shadow_day01_totals.txt'
                       TO WS-PART-OUT-FILE
                  ELSE
                     MOVE 'day01_totals.txt' TO WS-PART-OUT-FILE
                  END-IF
                  MOVE '_totals.txt' TO WS-MERGE-SUFFIX
                  PERFORM MERGE-CAMP-FILE
                  IF WS-SHADOW-MODE
                     MOVE 'shadow_day01_distribution.txt'
                       TO WS-PART-OUT-FILE
                  ELSE
                     MOVE 'day01_distribution.txt' TO WS-PART-OUT-FILE
                  END-IF
                  MOVE '_distribution.txt' TO WS-MERGE-SUFFIX
                  PERFORM MERGE-CAMP-FILE
                  IF WS-SHADOW-MODE
                     MOVE 'shadow_day01_nutrition.txt'
                       TO WS-PART-OUT-FILE
                  ELSE
                     MOVE 'day01_nutrition.txt' TO WS-PART-OUT-FILE
                  END-IF
                  MOVE '_nutrition.txt' TO WS-MERGE-SUFFIX
                  PERFORM MERGE-CAMP-FILE
                  IF WS-SHADOW-MODE
                     MOVE 'shadow_day01_rejects.txt'
                       TO WS-PART-OUT-FILE
                  ELSE
                     MOVE 'day01_rejects.txt' TO WS-PART-OUT-FILE
                  END-IF
                  MOVE '_rejects.txt' TO WS-MERGE-SUFFIX
                  PERFORM CONCAT-PARTITION-FILE
                  IF NOT WS-SHADOW-MODE
                     MOVE 'day01_consumed.txt' TO WS-PART-OUT-FILE
                     MOVE '_consumed.txt' TO WS-MERGE-SUFFIX
                     PERFORM CONCAT-PARTITION-FILE
                     PERFORM POST-MERGED-HISTORY
                     PERFORM POST-MERGED-CONSUMPTION
                  END-IF
               END-IF
               .

           CHECK-PARTITION-STATUS SECTION.
               MOVE '_status.txt' TO WS-MERGE-SUFFIX
               PERFORM BUILD-PART-IN-NAME
               OPEN INPUT PART-IN
               IF WS-PART-IN-STATUS NOT = '00'
                  MOVE 8 TO WS-CALC-STATUS-CODE
                  STRING 'PARTITION ' WS-PART-NO ' DID NOT FINISH'
                     DELIMITED BY SIZE INTO WS-CALC-STATUS-REASON
               ELSE
                  READ PART-IN
                  AT END
                     MOVE SPACES TO IN-PART-LINE
                  END-READ
                  CLOSE PART-IN
                  IF IN-STS-DATE NOT = WS-RUN-DATE
                     MOVE 8 TO WS-CALC-STATUS-CODE
                     STRING 'PARTITION ' WS-PART-NO
                            ' NOT RUN FOR ' WS-RUN-DATE
                        DELIMITED BY SIZE INTO WS-CALC-STATUS-REASON
                  ELSE
                     IF IN-STS-CODE NOT = ZERO
                        MOVE IN-STS-CODE TO WS-CALC-STATUS-CODE
                        STRING 'PARTITION ' WS-PART-NO ' FAILED - '
                               IN-STS-REASON
                           DELIMITED BY SIZE
                           INTO WS-CALC-STATUS-REASON
                     END-IF
                  END-IF
               END-IF
               .

           LOAD-PARTITION-RESULTS SECTION.
               MOVE '_result.txt' TO WS-MERGE-SUFFIX
               PERFORM BUILD-PART-IN-NAME
               MOVE 'N' TO WS-PART-EOF-SW
               OPEN INPUT PART-IN
               IF WS-PART-IN-STATUS = '00'
                  PERFORM UNTIL WS-PART-EOF
                     READ PART-IN
                     AT END
                        SET WS-PART-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-PARTITION-RESULT
                     END-READ
                  END-PERFORM
                  CLOSE PART-IN
               END-IF
               .

           POST-PARTITION-RESULT SECTION.
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  IF  WS-CAMP-CODE(WS-CAMP-IX) = IN-RES-CAMP
                  AND NOT WS-CAMP-MERGED(WS-CAMP-IX)
                     MOVE IN-RES-ELVES TO WS-CAMP-ELVES(WS-CAMP-IX)
                     MOVE IN-RES-READ  TO WS-CAMP-READ(WS-CAMP-IX)
                     MOVE IN-RES-REJECTS
                       TO WS-CAMP-REJECTS(WS-CAMP-IX)
                     PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                             UNTIL WS-RANK-IX > WS-RANK-SIZE
                        MOVE IN-RES-TOP-CALORIE(WS-RANK-IX)
                          TO WS-CAMP-TOP-CALORIE(WS-CAMP-IX,
                                                 WS-RANK-IX)
                        MOVE IN-RES-TOP-ELF(WS-RANK-IX)
                          TO WS-CAMP-TOP-ELF(WS-CAMP-IX, WS-RANK-IX)
                     END-PERFORM
                     SET WS-CAMP-MERGED(WS-CAMP-IX) TO TRUE
                     MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                  END-IF
               END-PERFORM
               .

           MERGE-ONE-CAMP-RESULT SECTION.
               MOVE WS-CAMP-CODE(WS-CAMP-IX) TO WS-THIS-CAMP
               IF NOT WS-CAMP-MERGED(WS-CAMP-IX)
                  MOVE 8 TO WS-CALC-STATUS-CODE
                  STRING 'CAMP ' WS-THIS-CAMP
                         ' MISSING FROM PARTITIONS'
                     DELIMITED BY SIZE INTO WS-CALC-STATUS-REASON
               ELSE
                  MOVE WS-CAMP-TOPS(WS-CAMP-IX) TO WS-TOP-CALORIES
                  ADD WS-CAMP-READ(WS-CAMP-IX)
                    TO WS-STAT-RECORDS-READ
                  ADD WS-CAMP-REJECTS(WS-CAMP-IX)
                    TO WS-STAT-RECORDS-REJECTED
                  COMPUTE WS-STAT-RECORDS-PROCESSED =
                          WS-STAT-RECORDS-PROCESSED
                          + WS-CAMP-READ(WS-CAMP-IX)
                          - WS-CAMP-REJECTS(WS-CAMP-IX)
                  DISPLAY 'DAY01: CAMP=' WS-THIS-CAMP
                          ' ELVES=' WS-CAMP-ELVES(WS-CAMP-IX)
                          ' TOP-CALORIE=' WS-TOP-CALORIE(1)
                  PERFORM MERGE-CAMP-INTO-OVERALL
               END-IF
               .

      *  NAME OF ONE PARTITION'S OUTPUT FILE WITH SUFFIX
      *  WS-MERGE-SUFFIX, FOR PARTITION WS-PART-NO
           BUILD-PART-IN-NAME SECTION.
               MOVE SPACES TO WS-PART-STEM WS-PART-IN-FILE
               IF WS-SHADOW-MODE
                  STRING 'shadow_day01_part_' WS-PART-NO
                     DELIMITED BY SIZE INTO WS-PART-STEM
               ELSE
                  STRING 'day01_part_' WS-PART-NO
                     DELIMITED BY SIZE INTO WS-PART-STEM
               END-IF
               STRING WS-PART-STEM DELIMITED BY SPACE
                      WS-MERGE-SUFFIX DELIMITED BY SPACE
                  INTO WS-PART-IN-FILE
               .

      *  EVERY LINE OF THESE FILES BELONGS TO THE CAMP NAMED ON THE
      *  LAST 'CAMP=' LINE, SO EACH CAMP'S LINES ARE TAKEN FROM ITS
      *  PARTITION'S FILE IN CAMP LIST ORDER
           MERGE-CAMP-FILE SECTION.
               MOVE 'N' TO WS-PART-OUT-OPEN-SW
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  COMPUTE WS-PART-NO =
                          FUNCTION MOD(WS-CAMP-IX - 1, WS-PART-COUNT)
                          + 1
                  PERFORM BUILD-PART-IN-NAME
                  MOVE SPACES TO WS-LINE-CAMP
                  MOVE 'N' TO WS-PART-EOF-SW
                  OPEN INPUT PART-IN
                  IF WS-PART-IN-STATUS = '00'
                     PERFORM UNTIL WS-PART-EOF
                        READ PART-IN
                        AT END
                           SET WS-PART-EOF TO TRUE
                        NOT AT END
                           IF IN-PART-LINE(1:5) = 'CAMP='
                              MOVE IN-PART-LINE(6:4) TO WS-LINE-CAMP
                           END-IF
                           IF WS-LINE-CAMP = WS-CAMP-CODE(WS-CAMP-IX)
                              PERFORM WRITE-MERGED-LINE
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE PART-IN
                  END-IF
               END-PERFORM
               IF WS-PART-OUT-OPEN
                  CLOSE PART-OUT
               END-IF
               .

           CONCAT-PARTITION-FILE SECTION.
               MOVE 'N' TO WS-PART-OUT-OPEN-SW
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                  PERFORM BUILD-PART-IN-NAME
                  MOVE 'N' TO WS-PART-EOF-SW
                  OPEN INPUT PART-IN
                  IF WS-PART-IN-STATUS = '00'
                     PERFORM UNTIL WS-PART-EOF
                        READ PART-IN
                        AT END
                           SET WS-PART-EOF TO TRUE
                        NOT AT END
                           PERFORM WRITE-MERGED-LINE
                        END-READ
                     END-PERFORM
                     CLOSE PART-IN
                  END-IF
               END-PERFORM
               IF WS-PART-OUT-OPEN
                  CLOSE PART-OUT
               END-IF
               .

           WRITE-MERGED-LINE SECTION.
               IF NOT WS-PART-OUT-OPEN
                  OPEN OUTPUT PART-OUT
                  SET WS-PART-OUT-OPEN TO TRUE
               END-IF
               MOVE IN-PART-LINE TO WS-PART-OUT-LINE
               WRITE WS-PART-OUT-LINE
               .

      *  THE PARTITIONS LEAVE THE CALORIE HISTORY ALONE; IT IS POSTED
      *  HERE FROM THE COMBINED TOTALS
           POST-MERGED-HISTORY SECTION.
               MOVE 'day01_totals.txt' TO WS-PART-IN-FILE
               MOVE 'N' TO WS-PART-EOF-SW
               OPEN INPUT PART-IN
               IF WS-PART-IN-STATUS = '00'
                  MOVE 'POST' TO WS-ECH-FUNCTION
                  PERFORM UNTIL WS-PART-EOF
                     READ PART-IN
                     AT END
                        SET WS-PART-EOF TO TRUE
                     NOT AT END
                        IF  IN-TOT-ELF IS NUMERIC
                        AND IN-TOT-CALORIES IS NUMERIC
                           CALL 'ELFCHST' USING WS-ECH-FUNCTION
                                                 IN-TOT-CAMP
                                                 IN-TOT-ELF
                                                 WS-RUN-DATE
                                                 IN-TOT-CALORIES
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE PART-IN
                  MOVE 'CLOSE' TO WS-ECH-FUNCTION
                  CALL 'ELFCHST' USING WS-ECH-FUNCTION
                                        IN-TOT-CAMP
                                        IN-TOT-ELF
                                        WS-RUN-DATE
                                        IN-TOT-CALORIES
               END-IF
               .

      *  ONE CALL OF DAY01CALC IN POSTING MODE TAKES THE COMBINED
      *  CONSUMPTION OF ALL PARTITIONS INTO THE PROVISIONS MASTER
           POST-MERGED-CONSUMPTION SECTION.
               MOVE 'day01_consumed.txt' TO WS-CALORIES-FILE
               MOVE 'ALL ' TO WS-THIS-CAMP
               MOVE 'PP' TO WS-PART-ID
               CALL 'DAY01CALC' USING WS-CALORIES-FILE
                                       WS-RANK-SIZE
                                       WS-TOP-CALORIES
                                       WS-SUM-CALORIES
                                       WS-REJECT-COUNT
                                       WS-RECORDS-READ
                                       WS-CALC-STATUS
                                       WS-RUN-DATE
                                       WS-THIS-CAMP
                                       WS-ELF-COUNT
                                       WS-TOTALS-SW
                                       WS-PART-ID
               CANCEL 'DAY01CALC'
               MOVE SPACES TO WS-PART-ID
               .

           MERGE-CAMP-INTO-OVERALL SECTION.
               PERFORM VARYING WS-RANK-IX2 FROM 1 BY 1
                       UNTIL WS-RANK-IX2 > WS-RANK-SIZE
