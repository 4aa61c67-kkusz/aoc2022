              SELECT REJECT-OUT ASSIGN TO WS-REJECT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECT-STATUS.
              SELECT CKPT-FILE ASSIGN TO WS-CKPT-FILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CKPT-STATUS.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              SELECT REORDER-OUT ASSIGN TO 'day01_reorder.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REORDER-STATUS.
              SELECT LOTS-IN ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.
              SELECT LOTS-OUT ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT NUTRI-OUT ASSIGN TO WS-NUTRI-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUTRI-STATUS.
              SELECT DIST-OUT ASSIGN TO WS-DIST-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIST-STATUS.
              SELECT CONSUMED-IO ASSIGN TO WS-CONSUMED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONSUMED-STATUS.

           DATA DIVISION.
              FILE SECTION.
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-REORDER   PIC X(7).

              FD LOTS-IN.
              01 IN-LOT-CARD.
                 03 IN-LOT-PROV-CODE   PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-LOT-ID          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LOT-EXPIRY      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LOT-QTY         PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-LOT-RECEIVED    PIC X(8).

              FD LOTS-OUT.
              01 WS-LOT-OUT-LINE.
                 03 OUT-LOT-PROV-CODE  PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-LOT-ID         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LOT-EXPIRY     PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LOT-QTY        PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-LOT-RECEIVED   PIC X(8).

              FD LEDGER-OUT.
              01 WS-LEDGER-LINE     PIC X(100).

              FD DIST-OUT.
              01 WS-DIST-LINE       PIC X(80).

      *  PROVISIONS CONSUMED BY ONE CAMP OF A PARTITIONED RUN, POSTED
      *  TO THE MASTER IN ONE PASS ONCE EVERY PARTITION HAS FINISHED
              FD CONSUMED-IO.
              01 WS-CONSUMED-CARD.
                 03 CNS-PROV-CODE      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 CNS-CAMP           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 CNS-QTY            PIC 9(7).

              FD CKPT-FILE.
              01 WS-CKPT-RECORD.
                 03 WS-CKPT-RECORDS-READ  PIC 9(7).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              01 WS-CKPT-STATUS      PIC X(2).
              01 WS-CKPT-FILE        PIC X(40)
                 VALUE 'day01_ckpt.dat'.
              01 WS-CONSUMED-STATUS  PIC X(2).
              01 WS-CONSUMED-FILE    PIC X(40).
              01 WS-CONSUMED-EOF-SW  PIC X.
                 88 WS-CONSUMED-EOF        VALUE 'Y'.
              01 WS-PART-STEM        PIC X(40).
              01 WS-REJECT-STATUS    PIC X(2).
              01 WS-REJECT-FILE      PIC X(40)
                 VALUE 'day01_rejects.txt'.
                 VALUE 'day01_distribution.txt'.
              01 WS-SHADOW-SW        PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE         VALUE 'Y'.
              01 WS-BKUP-MASTER      PIC X(40).
              01 WS-BKUP-STATUS      PIC X(2).
                 88 WS-BKUP-FAILED         VALUE '08'.
              01 WS-PARM-NAME        PIC X(20).
              01 WS-PARM-VALUE       PIC X(40).
              01 WS-PARM-FOUND-SW    PIC X.
              01 WS-REJECT-SW        PIC X    VALUE 'N'.
                 88 WS-REJECTS-EXIST          VALUE 'Y'.
              01 WS-ELF-DISPLAY      PIC 9(4).
              01 WS-ECH-FUNCTION     PIC X(5).
              01 WS-ELF-ID           PIC X(8).
              01 WS-ELF-NAME         PIC X(20).
              01 WS-ELF-FOUND-SW     PIC X.
              01 WS-STOCK-SHORT      PIC 9(7).
              01 WS-REORDER-COUNT    PIC 9(3).

              01 WS-LOTS-STATUS      PIC X(2).
              01 WS-LOTS-EOF-SW      PIC X.
                 88 WS-LOTS-EOF            VALUE 'Y'.
              01 WS-LOTS-SW          PIC X VALUE 'N'.
                 88 WS-LOTS-LOADED         VALUE 'Y'.
              01 WS-MAX-LOTS         PIC 9(4) COMP VALUE 1000.
              01 WS-LOT-TABLE.
                 03 WS-LOT-ENTRY OCCURS 1000.
                    05 WS-LOT-PROV-CODE   PIC X(6).
                    05 WS-LOT-ID          PIC X(8).
                    05 WS-LOT-EXPIRY      PIC 9(8).
                    05 WS-LOT-QTY         PIC 9(7).
                    05 WS-LOT-DRAWN       PIC 9(7).
                    05 WS-LOT-RECEIVED    PIC X(8).
              01 WS-LOT-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-LOT-IX           PIC 9(4) COMP.
              01 WS-LOT-SCAN-IX      PIC 9(4) COMP.
              01 WS-LOT-DRAW-QTY     PIC 9(7).
              01 WS-LOT-TAKE         PIC 9(7).
              01 WS-LOT-REMAINING    PIC 9(7).
              01 WS-LEDGER-CAMP      PIC X(4).
              01 WS-MAX-POST-CAMPS   PIC 9(3) COMP VALUE 100.
              01 WS-POST-CAMP-TABLE.
                 03 WS-POST-CAMP     PIC X(4) OCCURS 100.
              01 WS-POST-CAMP-COUNT  PIC 9(3) COMP VALUE 0.
              01 WS-POST-CAMP-IX     PIC 9(3) COMP.
              01 WS-POST-CAMP-SCAN   PIC 9(3) COMP.
              01 WS-PARM-LEN         PIC 9(2) COMP.
              01 WS-EXPIRY-DAYS      PIC 9(3) VALUE 7.
              01 WS-EXPIRY-HORIZON   PIC 9(8).
              01 WS-EXPIRING-QTY     PIC 9(7).
              01 WS-USABLE-ONHAND    PIC 9(7).

              01 WS-ITEM-CODE        PIC X(6).
              01 WS-ITEM-VALUE-RAW   PIC X(20).
              01 WS-ITEM-VALUE-LEN   PIC 9(3) COMP.
              01 LK-ELF-COUNT        PIC 9(4).
              01 LK-TOTALS-SW        PIC X.
                 88 LK-TOTALS-WANTED       VALUE 'Y'.
      *  SPACES FOR AN ORDINARY RUN, THE PARTITION NUMBER WHEN RUN AS
      *  ONE PARTITION OF THE CAMP LIST, 'PP' TO POST THE CONSUMPTION
      *  OF ALL PARTITIONS NAMED BY LK-CALORIES-FILE
              01 LK-PART-ID          PIC X(2).
                 88 LK-UNPARTITIONED       VALUE SPACES.
                 88 LK-PARTITION-POSTING   VALUE 'PP'.

           PROCEDURE DIVISION USING LK-CALORIES-FILE
                                     LK-RANK-SIZE
                                     LK-RUN-DATE
                                     LK-CAMP-CODE
                                     LK-ELF-COUNT
                                     LK-TOTALS-SW
                                     LK-PART-ID.

              INITIALIZE LK-TOP-CALORIES LK-SUM-CALORIES
                         LK-REJECT-COUNT LK-RECORDS-READ
              MOVE LK-RUN-DATE TO WS-RUN-DATE-X

              PERFORM RESOLVE-SHADOW-MODE
              IF  NOT LK-UNPARTITIONED
              AND NOT LK-PARTITION-POSTING
                 PERFORM RESOLVE-PARTITION-FILES
              END-IF
              PERFORM LOAD-PROVISIONS-MASTER
              IF WS-MASTER-LOADED
                 PERFORM LOAD-PROVISION-LOTS
              END-IF
              IF LK-PARTITION-POSTING
                 PERFORM POST-PARTITION-CONSUMPTION
                 GOBACK
              END-IF
              IF NOT WS-SHADOW-MODE
                 PERFORM LOAD-CHECKPOINT
              END-IF
                 CLOSE REJECT-OUT
              END-IF
              IF NOT WS-SHADOW-MODE
                 CALL 'CBL_DELETE_FILE' USING WS-CKPT-FILE
              END-IF
              MOVE ZERO TO LK-SUM-CALORIES
              PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                 PERFORM WRITE-ELF-TOTALS
                 PERFORM WRITE-DISTRIBUTION-REPORT
                 IF WS-MASTER-LOADED AND NOT WS-SHADOW-MODE
                    IF LK-UNPARTITIONED
                       PERFORM POST-STOCK-MOVEMENT
                    ELSE
                       PERFORM WRITE-PARTITION-CONSUMPTION
                    END-IF
                 END-IF
              END-IF
              GOBACK.

           POST-STOCK-MOVEMENT SECTION.
               MOVE LK-CAMP-CODE TO WS-LEDGER-CAMP
               MOVE 'provisions_master.txt' TO WS-BKUP-MASTER
               PERFORM KEEP-MASTER-GENERATION
               IF WS-BKUP-FAILED
                  MOVE 8 TO LK-CALC-STATUS-CODE
                  MOVE 'MASTER GENERATION NOT KEPT'
                    TO LK-CALC-STATUS-REASON
               ELSE
                  PERFORM WRITE-STOCK-LEDGER
                  PERFORM REWRITE-PROVISIONS-MASTER
                  IF WS-LOTS-LOADED
                     PERFORM REWRITE-PROVISION-LOTS
                  END-IF
               END-IF
               .

      *****************************************************************
      *  A PARTITION KEEPS ITS OWN CHECKPOINT AND WRITES ITS TOTALS,
      *  DISTRIBUTION, NUTRITION AND REJECTS TO ITS OWN FILES, NAMED
      *  DAY01_PART_NN_XXX, FOR DAY01 TO MERGE.
      *****************************************************************
           RESOLVE-PARTITION-FILES SECTION.
               MOVE SPACES TO WS-PART-STEM
               IF WS-SHADOW-MODE
                  STRING 'shadow_day01_part_' LK-PART-ID
                     DELIMITED BY SIZE INTO WS-PART-STEM
               ELSE
                  STRING 'day01_part_' LK-PART-ID
                     DELIMITED BY SIZE INTO WS-PART-STEM
               END-IF
               MOVE SPACES TO WS-CKPT-FILE WS-REJECT-FILE
                              WS-NUTRI-FILE WS-TOTALS-FILE
                              WS-DIST-FILE WS-CONSUMED-FILE
               STRING 'day01_ckpt_' LK-PART-ID '.dat'
                  DELIMITED BY SIZE INTO WS-CKPT-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_rejects.txt' DELIMITED BY SIZE
                  INTO WS-REJECT-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_nutrition.txt' DELIMITED BY SIZE
                  INTO WS-NUTRI-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_totals.txt' DELIMITED BY SIZE
                  INTO WS-TOTALS-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_distribution.txt' DELIMITED BY SIZE
                  INTO WS-DIST-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_consumed.txt' DELIMITED BY SIZE
                  INTO WS-CONSUMED-FILE
               .

           WRITE-PARTITION-CONSUMPTION SECTION.
               OPEN EXTEND CONSUMED-IO
               IF WS-CONSUMED-STATUS NOT = '00'
                  OPEN OUTPUT CONSUMED-IO
               END-IF
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
                       UNTIL WS-PROV-IX > WS-PROV-COUNT
                  IF WS-PROV-CONSUMED(WS-PROV-IX) > ZERO
                     MOVE SPACES TO WS-CONSUMED-CARD
                     MOVE WS-PROV-CODE(WS-PROV-IX) TO CNS-PROV-CODE
                     MOVE LK-CAMP-CODE             TO CNS-CAMP
                     MOVE WS-PROV-CONSUMED(WS-PROV-IX) TO CNS-QTY
                     WRITE WS-CONSUMED-CARD
                  END-IF
               END-PERFORM
               CLOSE CONSUMED-IO
               .

      *****************************************************************
      *  ONE CONSOLIDATED POSTING FOR A PARTITIONED RUN: ONE MASTER
      *  GENERATION IS KEPT, THEN THE CONSUMPTION OF EACH CAMP NAMED ON
      *  THE CONSUMED FILE IS DRAWN FROM THE MASTER AND ITS LOTS IN
      *  TURN, WITH A STOCK LEDGER SECTION PER CAMP JUST AS AN
      *  UNPARTITIONED RUN WRITES, AND THE MASTER AND LOTS ARE
      *  REWRITTEN ONCE AT THE END.
      *****************************************************************
           POST-PARTITION-CONSUMPTION SECTION.
               IF NOT WS-MASTER-LOADED
                  DISPLAY 'DAY01CALC: NO PROVISIONS MASTER - '
                          'PARTITION CONSUMPTION NOT POSTED'
               ELSE
                  MOVE LK-CALORIES-FILE TO WS-CONSUMED-FILE
                  PERFORM COLLECT-CONSUMED-CAMPS
                  IF  WS-POST-CAMP-COUNT > ZERO
                  AND LK-CALC-STATUS-CODE = ZERO
                  AND NOT WS-SHADOW-MODE
                     MOVE 'provisions_master.txt' TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                     IF WS-BKUP-FAILED
                        MOVE 8 TO LK-CALC-STATUS-CODE
                        MOVE 'MASTER GENERATION NOT KEPT'
                          TO LK-CALC-STATUS-REASON
                     ELSE
                        PERFORM VARYING WS-POST-CAMP-IX FROM 1 BY 1
                                UNTIL WS-POST-CAMP-IX >
                                      WS-POST-CAMP-COUNT
                           PERFORM POST-ONE-CONSUMED-CAMP
                        END-PERFORM
                        PERFORM REWRITE-PROVISIONS-MASTER
                        IF WS-LOTS-LOADED
                           PERFORM REWRITE-PROVISION-LOTS
                        END-IF
                     END-IF
                  END-IF
               END-IF
               .

           COLLECT-CONSUMED-CAMPS SECTION.
               MOVE ZERO TO WS-POST-CAMP-COUNT
               MOVE 'N' TO WS-CONSUMED-EOF-SW
               OPEN INPUT CONSUMED-IO
               IF WS-CONSUMED-STATUS = '00'
                  PERFORM UNTIL WS-CONSUMED-EOF
                     READ CONSUMED-IO
                     AT END
                        SET WS-CONSUMED-EOF TO TRUE
                     NOT AT END
                        PERFORM NOTE-CONSUMED-CAMP
                     END-READ
                  END-PERFORM
                  CLOSE CONSUMED-IO
               END-IF
               .

           NOTE-CONSUMED-CAMP SECTION.
               MOVE ZERO TO WS-POST-CAMP-IX
               PERFORM VARYING WS-POST-CAMP-SCAN FROM 1 BY 1
                       UNTIL WS-POST-CAMP-SCAN > WS-POST-CAMP-COUNT
                  IF WS-POST-CAMP(WS-POST-CAMP-SCAN) = CNS-CAMP
                     MOVE WS-POST-CAMP-SCAN TO WS-POST-CAMP-IX
                     MOVE WS-POST-CAMP-COUNT TO WS-POST-CAMP-SCAN
                  END-IF
               END-PERFORM
               IF WS-POST-CAMP-IX = ZERO
                  IF WS-POST-CAMP-COUNT >= WS-MAX-POST-CAMPS
                     DISPLAY 'DAY01CALC: CAMP TABLE CAPACITY OF '
                             WS-MAX-POST-CAMPS ' EXCEEDED - '
                             'PARTITION CONSUMPTION NOT POSTED'
                     MOVE 8 TO LK-CALC-STATUS-CODE
                     MOVE 'CONSUMED CAMP TABLE FULL'
                       TO LK-CALC-STATUS-REASON
                     SET WS-CONSUMED-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-POST-CAMP-COUNT
                     MOVE CNS-CAMP TO WS-POST-CAMP(WS-POST-CAMP-COUNT)
                  END-IF
               END-IF
               .

      *  THE LOTS DRAWN FOR THE CAMP BEFORE ARE TAKEN OFF THEIR LOTS SO
      *  THE LEDGER LOT LINES SHOW ONLY WHAT THIS CAMP DREW
           POST-ONE-CONSUMED-CAMP SECTION.
               MOVE WS-POST-CAMP(WS-POST-CAMP-IX) TO WS-LEDGER-CAMP
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
                       UNTIL WS-PROV-IX > WS-PROV-COUNT
                  MOVE ZERO TO WS-PROV-CONSUMED(WS-PROV-IX)
               END-PERFORM
               PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                       UNTIL WS-LOT-IX > WS-LOT-COUNT
                  SUBTRACT WS-LOT-DRAWN(WS-LOT-IX)
                      FROM WS-LOT-QTY(WS-LOT-IX)
                  MOVE ZERO TO WS-LOT-DRAWN(WS-LOT-IX)
               END-PERFORM
               MOVE 'N' TO WS-CONSUMED-EOF-SW
               OPEN INPUT CONSUMED-IO
               PERFORM UNTIL WS-CONSUMED-EOF
                  READ CONSUMED-IO
                  AT END
                     SET WS-CONSUMED-EOF TO TRUE
                  NOT AT END
                     IF CNS-CAMP = WS-LEDGER-CAMP
                        PERFORM APPLY-CONSUMED-CARD
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE CONSUMED-IO
               PERFORM WRITE-STOCK-LEDGER
               .

           APPLY-CONSUMED-CARD SECTION.
               MOVE ZERO TO WS-PROV-IX
               IF CNS-QTY IS NUMERIC
                  PERFORM VARYING WS-SORT-IX FROM 1 BY 1
                          UNTIL WS-SORT-IX > WS-PROV-COUNT
                     IF WS-PROV-CODE(WS-SORT-IX) = CNS-PROV-CODE
                        MOVE WS-SORT-IX TO WS-PROV-IX
                        MOVE WS-PROV-COUNT TO WS-SORT-IX
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-PROV-IX = ZERO
                  DISPLAY 'DAY01CALC: CONSUMPTION NOT POSTED - '
                          WS-CONSUMED-CARD
               ELSE
                  ADD CNS-QTY TO WS-PROV-CONSUMED(WS-PROV-IX)
                  IF WS-LOTS-LOADED
                     MOVE CNS-QTY TO WS-LOT-DRAW-QTY
                     PERFORM DRAW-FROM-OLDEST-LOT
                  END-IF
               END-IF
               .

           RESOLVE-SHADOW-MODE SECTION.
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                        MOVE WS-PROV-CATEGORY(WS-PROV-IX)
                          TO WS-ITEM-CATEGORY
                        ADD 1 TO WS-PROV-CONSUMED(WS-PROV-IX)
                        IF WS-LOTS-LOADED
                           MOVE 1 TO WS-LOT-DRAW-QTY
                           PERFORM DRAW-FROM-OLDEST-LOT
                        END-IF
                        PERFORM ACCEPT-ITEMIZED-VALUE
                     END-IF
                  END-IF
                         ' CALORIES=' WS-ELF-CALORIE(WS-SORT-IX)
                     DELIMITED BY SIZE INTO WS-TOTALS-LINE
                  WRITE WS-TOTALS-LINE
                  IF NOT WS-SHADOW-MODE AND LK-UNPARTITIONED
                     MOVE 'POST' TO WS-ECH-FUNCTION
                     CALL 'ELFCHST' USING WS-ECH-FUNCTION
                                           LK-CAMP-CODE
                                           WS-ELF-DISPLAY
                                           LK-RUN-DATE
                                           WS-ELF-CALORIE(WS-SORT-IX)
                  END-IF
               END-PERFORM
               CLOSE TOTALS-OUT
               IF NOT WS-SHADOW-MODE AND LK-UNPARTITIONED
                  MOVE 'CLOSE' TO WS-ECH-FUNCTION
                  CALL 'ELFCHST' USING WS-ECH-FUNCTION
                                        LK-CAMP-CODE
                                        WS-ELF-DISPLAY
                                        LK-RUN-DATE
                                        WS-CALORIE
               END-IF
               .

           WRITE-DISTRIBUTION-REPORT SECTION.
                                UNTIL WS-CKPT-IX2 > WS-PROV-COUNT
                           MOVE WS-CKPT-PROV-CONSUMED(WS-CKPT-IX2)
                             TO WS-PROV-CONSUMED(WS-CKPT-IX2)
                           IF  WS-LOTS-LOADED
                           AND WS-PROV-CONSUMED(WS-CKPT-IX2) > ZERO
                              MOVE WS-CKPT-IX2 TO WS-PROV-IX
                              MOVE WS-PROV-CONSUMED(WS-CKPT-IX2)
                                TO WS-LOT-DRAW-QTY
                              PERFORM DRAW-FROM-OLDEST-LOT
                           END-IF
                        END-PERFORM
                     ELSE
                        DISPLAY 'DAY01CALC: PROVISIONS MASTER '
               END-IF
               MOVE SPACES TO WS-LEDGER-LINE
               STRING 'STOCK LEDGER DATE=' WS-RUN-DATE-X
                      ' CAMP=' WS-LEDGER-CAMP
                  DELIMITED BY SIZE INTO WS-LEDGER-LINE
               WRITE WS-LEDGER-LINE
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
               WRITE WS-LEDGER-LINE
               MOVE WS-STOCK-CLOSING
                 TO WS-PROV-ONHAND(WS-PROV-IX)
               MOVE WS-STOCK-CLOSING TO WS-USABLE-ONHAND
               IF WS-LOTS-LOADED
                  PERFORM WRITE-LEDGER-LOT-LINES
               END-IF
               IF WS-USABLE-ONHAND <= WS-PROV-REORDER(WS-PROV-IX)
               AND WS-PROV-CONSUMED(WS-PROV-IX) > ZERO
                  ADD 1 TO WS-REORDER-COUNT
                  OPEN EXTEND REORDER-OUT
                  STRING 'DATE=' WS-RUN-DATE-X
                         ' PROVISION=' WS-PROV-CODE(WS-PROV-IX)
                         ' DESC=' WS-PROV-DESC(WS-PROV-IX)
                         ' ONHAND=' WS-USABLE-ONHAND
                         ' REORDER-POINT='
                         WS-PROV-REORDER(WS-PROV-IX)
                     DELIMITED BY SIZE INTO WS-REORDER-LINE
               END-IF
               .

           LOAD-PROVISION-LOTS SECTION.
               MOVE 'N' TO WS-LOTS-EOF-SW
               OPEN INPUT LOTS-IN
               IF WS-LOTS-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  SET WS-LOTS-LOADED TO TRUE
                  PERFORM UNTIL WS-LOTS-EOF
                     READ LOTS-IN
                     AT END
                        SET WS-LOTS-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-LOT-CARD
                     END-READ
                  END-PERFORM
                  CLOSE LOTS-IN
               END-IF
               MOVE 'EXPIRY_DAYS' TO WS-PARM-NAME
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
                       TO WS-EXPIRY-DAYS
                  END-IF
               END-IF
               COMPUTE WS-EXPIRY-HORIZON = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        + WS-EXPIRY-DAYS)
               .

           POST-LOT-CARD SECTION.
               IF  IN-LOT-PROV-CODE NOT = SPACES
               AND IN-LOT-EXPIRY IS NUMERIC
               AND IN-LOT-QTY IS NUMERIC
                  IF WS-LOT-COUNT >= WS-MAX-LOTS
                     DISPLAY 'DAY01CALC: LOT TABLE CAPACITY OF '
                             WS-MAX-LOTS ' EXCEEDED - LOTS NOT '
                             'MAINTAINED THIS RUN'
                     MOVE 'N' TO WS-LOTS-SW
                     SET WS-LOTS-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-LOT-COUNT
                     MOVE IN-LOT-PROV-CODE
                       TO WS-LOT-PROV-CODE(WS-LOT-COUNT)
                     MOVE IN-LOT-ID TO WS-LOT-ID(WS-LOT-COUNT)
                     MOVE IN-LOT-EXPIRY
                       TO WS-LOT-EXPIRY(WS-LOT-COUNT)
                     MOVE IN-LOT-QTY TO WS-LOT-QTY(WS-LOT-COUNT)
                     MOVE ZERO TO WS-LOT-DRAWN(WS-LOT-COUNT)
                     MOVE IN-LOT-RECEIVED
                       TO WS-LOT-RECEIVED(WS-LOT-COUNT)
                  END-IF
               END-IF
               .

           DRAW-FROM-OLDEST-LOT SECTION.
               PERFORM UNTIL WS-LOT-DRAW-QTY = ZERO
                  MOVE ZERO TO WS-LOT-IX
                  PERFORM VARYING WS-LOT-SCAN-IX FROM 1 BY 1
                          UNTIL WS-LOT-SCAN-IX > WS-LOT-COUNT
                     IF  WS-LOT-PROV-CODE(WS-LOT-SCAN-IX) =
                         WS-PROV-CODE(WS-PROV-IX)
                     AND WS-LOT-EXPIRY(WS-LOT-SCAN-IX) >= WS-RUN-DATE
                     AND WS-LOT-DRAWN(WS-LOT-SCAN-IX) <
                         WS-LOT-QTY(WS-LOT-SCAN-IX)
                        IF WS-LOT-IX = ZERO
                           MOVE WS-LOT-SCAN-IX TO WS-LOT-IX
                        ELSE
                           IF WS-LOT-EXPIRY(WS-LOT-SCAN-IX) <
                              WS-LOT-EXPIRY(WS-LOT-IX)
                              MOVE WS-LOT-SCAN-IX TO WS-LOT-IX
                           END-IF
                        END-IF
                     END-IF
                  END-PERFORM
                  IF WS-LOT-IX = ZERO
                     MOVE ZERO TO WS-LOT-DRAW-QTY
                  ELSE
                     COMPUTE WS-LOT-TAKE = WS-LOT-QTY(WS-LOT-IX)
                                         - WS-LOT-DRAWN(WS-LOT-IX)
                     IF WS-LOT-TAKE > WS-LOT-DRAW-QTY
                        MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
                     END-IF
                     ADD WS-LOT-TAKE TO WS-LOT-DRAWN(WS-LOT-IX)
                     SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY
                  END-IF
               END-PERFORM
               .

           WRITE-LEDGER-LOT-LINES SECTION.
               MOVE ZERO TO WS-EXPIRING-QTY
               PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                       UNTIL WS-LOT-IX > WS-LOT-COUNT
                  IF WS-LOT-PROV-CODE(WS-LOT-IX) =
                     WS-PROV-CODE(WS-PROV-IX)
                     COMPUTE WS-LOT-REMAINING = WS-LOT-QTY(WS-LOT-IX)
                                              - WS-LOT-DRAWN(WS-LOT-IX)
                     IF WS-LOT-DRAWN(WS-LOT-IX) > ZERO
                        MOVE SPACES TO WS-LEDGER-LINE
                        STRING '  LOT=' WS-LOT-ID(WS-LOT-IX)
                               ' EXPIRY=' WS-LOT-EXPIRY(WS-LOT-IX)
                               ' DRAWN=' WS-LOT-DRAWN(WS-LOT-IX)
                               ' REMAINING=' WS-LOT-REMAINING
                           DELIMITED BY SIZE INTO WS-LEDGER-LINE
                        WRITE WS-LEDGER-LINE
                     END-IF
                     IF WS-LOT-EXPIRY(WS-LOT-IX) <= WS-EXPIRY-HORIZON
                        ADD WS-LOT-REMAINING TO WS-EXPIRING-QTY
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-EXPIRING-QTY >= WS-USABLE-ONHAND
                  MOVE ZERO TO WS-USABLE-ONHAND
               ELSE
                  SUBTRACT WS-EXPIRING-QTY FROM WS-USABLE-ONHAND
               END-IF
               .

           REWRITE-PROVISION-LOTS SECTION.
               OPEN OUTPUT LOTS-OUT
               PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                       UNTIL WS-LOT-IX > WS-LOT-COUNT
                  IF WS-LOT-DRAWN(WS-LOT-IX) < WS-LOT-QTY(WS-LOT-IX)
                     MOVE SPACES TO WS-LOT-OUT-LINE
                     MOVE WS-LOT-PROV-CODE(WS-LOT-IX)
                       TO OUT-LOT-PROV-CODE
                     MOVE WS-LOT-ID(WS-LOT-IX)       TO OUT-LOT-ID
                     MOVE WS-LOT-EXPIRY(WS-LOT-IX)   TO OUT-LOT-EXPIRY
                     COMPUTE OUT-LOT-QTY = WS-LOT-QTY(WS-LOT-IX)
                                         - WS-LOT-DRAWN(WS-LOT-IX)
                     MOVE WS-LOT-RECEIVED(WS-LOT-IX)
                       TO OUT-LOT-RECEIVED
                     WRITE WS-LOT-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE LOTS-OUT
               .

           REWRITE-PROVISIONS-MASTER SECTION.
               OPEN OUTPUT PROV-OUT
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
