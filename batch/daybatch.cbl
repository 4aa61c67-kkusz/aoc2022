              FILE STATUS IS WS-RUNLOG-IN-STATUS.
              SELECT FORECAST-OUT ASSIGN TO 'daybatch_forecast.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PART-STATUS-IN ASSIGN TO WS-PART-STATUS-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PART-STATUS-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD FORECAST-OUT.
              01 WS-FORECAST-LINE        PIC X(110).

              FD PART-STATUS-IN.
              01 IN-PART-STATUS-CARD.
                 03 IN-PST-PART          PIC X(2).
                 03 FILLER               PIC X(1).
                 03 IN-PST-DATE          PIC X(8).
                 03 FILLER               PIC X(1).
                 03 IN-PST-CODE          PIC X(2).
                 03 FILLER               PIC X(1).
                 03 IN-PST-CAMPS         PIC X(2).
                 03 FILLER               PIC X(1).
                 03 IN-PST-REASON        PIC X(40).

              FD STEP-CARDS.
              01 IN-STEP-CARD.
                 03 IN-STEP-NAME         PIC X(8).
              01 WS-PARM-VALUE        PIC X(40).
              01 WS-PARM-FOUND-SW     PIC X.
                 88 WS-PARM-FOUND    VALUE 'Y'.
              01 WS-PARM-LEN          PIC 9(2) COMP.

              01 WS-MAX-PARTS            PIC 9(2) COMP VALUE 10.
              01 WS-PART-COUNT           PIC 9(2) COMP.
              01 WS-PART-NO              PIC 9(2).
              01 WS-PARTS-DONE           PIC 9(2) COMP.
              01 WS-PART-TABLE.
                 03 WS-PART-ENTRY OCCURS 10.
                    05 WS-PART-DONE-SW   PIC X.
                       88 WS-PART-DONE          VALUE 'Y'.
                    05 WS-PART-CODE      PIC 9(2).
                    05 WS-PART-CAMPS     PIC X(2).
                    05 WS-PART-REASON    PIC X(40).
              01 WS-PART-STATUS-FILE     PIC X(40).
              01 WS-PART-STATUS-STATUS   PIC X(2).
              01 WS-PART-CMD             PIC X(40) VALUE 'day01prt'.
              01 WS-PART-SHELL-CMD       PIC X(80).
              01 WS-PART-WAIT            PIC 9(5) VALUE 3600.
              01 WS-PART-WAITED          PIC 9(5).
              01 WS-SHADOW-SW            PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE            VALUE 'Y'.

              COPY STATBLK.

                  MOVE 'MONTH-END ROLLUP RUN BY ARCHIVER'
                    TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  CALL 'MGMTPACK'
                  CANCEL 'MGMTPACK'
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'MONTH-END MANAGEMENT PACK RUN BY MGMTPACK - '
                         'MGMT_PACK_' WS-RUN-DATE(1:6) '.TXT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE 'NEXT ' TO WS-BUSCAL-FUNC
               CALL 'BUSCAL' USING WS-BUSCAL-FUNC
               MOVE SPACES TO WS-STEP-STATUS-REASON
               EVALUATE WS-STEP-NAME(WS-STEP-IX)
                  WHEN 'DAY01'
                     PERFORM RESOLVE-DAY01-PARTITIONS
                     IF WS-PART-COUNT > 1
                        PERFORM RUN-DAY01-PARTITIONS
                     END-IF
                     IF WS-STEP-STATUS-CODE = ZERO
                        CALL 'DAY01' USING WS-DAY01-RESULT
                                            WS-STEP-STATUS
                                            WS-RUN-ID
                     END-IF
                  WHEN 'DAY01P2'
                     CALL 'DAY01P2' USING WS-DAY01P2-RESULT
                                           WS-STEP-STATUS
               PERFORM WRITE-FORECAST-LINE
               .

      *****************************************************************
      *  A PARTITIONED DAY01 (DAY01_PARTITIONS ABOVE 1) STARTS ONE
      *  DAY01PRT EXECUTION PER PARTITION, ALL AT ONCE, THEN WAITS UP
      *  TO DAY01_PART_WAIT SECONDS FOR EVERY PARTITION TO LEAVE ITS
      *  STATUS FILE.  ONLY WHEN ALL OF THEM ENDED CLEAN DOES DAY01 RUN
      *  TO MERGE THEM; ANY FAILED OR UNFINISHED PARTITION FAILS THE
      *  STEP.
      *****************************************************************
           RESOLVE-DAY01-PARTITIONS SECTION.
               MOVE 1 TO WS-PART-COUNT
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

           RUN-DAY01-PARTITIONS SECTION.
               MOVE 'DAY01_PART_CMD' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
                  MOVE WS-PARM-VALUE TO WS-PART-CMD
               END-IF
               MOVE 'DAY01_PART_WAIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 6
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-PART-WAIT
                  END-IF
               END-IF
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-SHADOW-MODE TO TRUE
               END-IF

               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                  MOVE 'N' TO WS-PART-DONE-SW(WS-PART-NO)
                  PERFORM BUILD-PART-STATUS-NAME
                  CALL 'CBL_DELETE_FILE' USING WS-PART-STATUS-FILE
               END-PERFORM
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                  MOVE SPACES TO WS-PART-SHELL-CMD
                  STRING WS-PART-CMD DELIMITED BY '  '
                         ' ' WS-PART-NO ' &' DELIMITED BY SIZE
                     INTO WS-PART-SHELL-CMD
                  DISPLAY 'DAYBATCH: STARTING DAY01 PARTITION '
                          WS-PART-NO
                  CALL 'SYSTEM' USING WS-PART-SHELL-CMD
               END-PERFORM

               MOVE ZERO TO WS-PART-WAITED
               PERFORM CHECK-PARTITIONS-DONE
               PERFORM UNTIL WS-PARTS-DONE >= WS-PART-COUNT
                       OR WS-PART-WAITED >= WS-PART-WAIT
                  CALL 'C$SLEEP' USING WS-SLEEP-SECS
                  ADD WS-SLEEP-SECS TO WS-PART-WAITED
                  PERFORM CHECK-PARTITIONS-DONE
               END-PERFORM

               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                  PERFORM WRITE-PARTITION-LINE
               END-PERFORM
               .

           BUILD-PART-STATUS-NAME SECTION.
               MOVE SPACES TO WS-PART-STATUS-FILE
               IF WS-SHADOW-MODE
                  STRING 'shadow_day01_part_' WS-PART-NO '_status.txt'
                     DELIMITED BY SIZE INTO WS-PART-STATUS-FILE
               ELSE
                  STRING 'day01_part_' WS-PART-NO '_status.txt'
                     DELIMITED BY SIZE INTO WS-PART-STATUS-FILE
               END-IF
               .

      *  A PARTITION'S STATUS FILE IS WRITTEN AS ITS LAST ACT; A CARD
      *  NOT YET COMPLETE IS LOOKED AT AGAIN ON THE NEXT POLL
           CHECK-PARTITIONS-DONE SECTION.
               MOVE ZERO TO WS-PARTS-DONE
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                  IF NOT WS-PART-DONE(WS-PART-NO)
                     PERFORM BUILD-PART-STATUS-NAME
                     OPEN INPUT PART-STATUS-IN
                     IF WS-PART-STATUS-STATUS = '00'
                        MOVE SPACES TO IN-PART-STATUS-CARD
                        READ PART-STATUS-IN
                        AT END
                           CONTINUE
                        END-READ
                        CLOSE PART-STATUS-IN
                        IF  IN-PST-CODE IS NUMERIC
                        AND IN-PST-DATE IS NUMERIC
                           SET WS-PART-DONE(WS-PART-NO) TO TRUE
                           MOVE IN-PST-CODE
                             TO WS-PART-CODE(WS-PART-NO)
                           MOVE IN-PST-CAMPS
                             TO WS-PART-CAMPS(WS-PART-NO)
                           MOVE IN-PST-REASON
                             TO WS-PART-REASON(WS-PART-NO)
                        END-IF
                     END-IF
                  END-IF
                  IF WS-PART-DONE(WS-PART-NO)
                     ADD 1 TO WS-PARTS-DONE
                  END-IF
               END-PERFORM
               .

      *  THE FIRST PARTITION THAT FAILED OR DID NOT FINISH GIVES THE
      *  STEP ITS FAILURE CODE AND REASON
           WRITE-PARTITION-LINE SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               IF NOT WS-PART-DONE(WS-PART-NO)
                  STRING 'DAY01 PARTITION=' WS-PART-NO
                         ' DID NOT FINISH WITHIN ' WS-PART-WAIT
                         ' SECONDS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  IF WS-STEP-STATUS-CODE = ZERO
                     MOVE 8 TO WS-STEP-STATUS-CODE
                     STRING 'PARTITION ' WS-PART-NO
                            ' DID NOT FINISH'
                        DELIMITED BY SIZE INTO WS-STEP-STATUS-REASON
                  END-IF
               ELSE
                  STRING 'DAY01 PARTITION=' WS-PART-NO
                         ' CAMPS=' WS-PART-CAMPS(WS-PART-NO)
                         ' CODE=' WS-PART-CODE(WS-PART-NO)
                         ' ' WS-PART-REASON(WS-PART-NO)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  IF  WS-PART-CODE(WS-PART-NO) NOT = ZERO
                  AND WS-STEP-STATUS-CODE = ZERO
                     MOVE WS-PART-CODE(WS-PART-NO)
                       TO WS-STEP-STATUS-CODE
                     STRING 'PARTITION ' WS-PART-NO ' FAILED - '
                            WS-PART-REASON(WS-PART-NO)
                        DELIMITED BY SIZE INTO WS-STEP-STATUS-REASON
                  END-IF
               END-IF
               WRITE WS-REPORT-LINE
               .

           LOAD-ELAPSED-HISTORY SECTION.
               SET WS-NOT-EOF TO TRUE
               MOVE '00' TO WS-EOF-FILE-STATUS
