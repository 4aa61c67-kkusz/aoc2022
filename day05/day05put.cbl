           IDENTIFICATION DIVISION.
           PROGRAM-ID. DAY05PUT.
      *****************************************************************
      *  PUTAWAY ADVISOR.  READS THE DAY'S INBOUND CRATE LIST AND THE
      *  CLOSING YARD INVENTORY AND RECOMMENDS A LANDING STACK FOR
      *  EACH ARRIVING CRATE, WITH THE RECEIVE INSTRUCTION TO KEY.
      *
      *  A STACK IS RULED OUT THE WAY DAY05 WILL REJECT THE RECEIPT:
      *  ITEM CAPACITY, YARD HEIGHT LIMIT OR A SEGREGATION CONFLICT
      *  WITH THE CRATES ALREADY ON IT.  THE STACKS LEFT ARE SCORED,
      *  LOWEST SCORE FIRST:
      *     ORDER    - 0 WHEN THE STACK ALREADY HOLDS A CRATE OF THE
      *                SAME SHIPMENT ORDER, 250 WHEN IT DOES NOT, 350
      *                WHEN ANOTHER ORDER'S ARRIVAL IS ON TOP
      *     WEIGHT   - 200 WHEN THE CRATE WOULD SIT ON A LIGHTER ONE
      *     HEIGHT   - PERCENT OF THE STACK'S HEIGHT USED AFTER THE
      *                LANDING (ITEM CAPACITY WHEN THERE IS NO LIMIT)
      *  TIES GO TO THE LOWEST STACK.  EACH RECOMMENDATION IS APPLIED
      *  TO THE WORKING YARD BEFORE THE NEXT CRATE IS ADVISED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INVENTORY-IN ASSIGN TO 'day05_inventory.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTORY-STATUS.
              SELECT INBOUND-IN ASSIGN TO WS-INBOUND-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INBOUND-STATUS.
              SELECT CRATE-MASTER ASSIGN TO 'crate_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRATE-MST-STATUS.
              SELECT SEG-RULES ASSIGN TO 'segregation_rules.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEG-STATUS.
              SELECT YARD-CONFIG ASSIGN TO 'yard_config.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YARD-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'day05_putaway.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD INVENTORY-IN.
              01 IN-INVENTORY-LINE.
                 03 FILLER                 PIC X(6).
                 03 IN-INV-STACK           PIC X(2).
                 03 FILLER                 PIC X(5).
                 03 IN-INV-POS             PIC X(3).
                 03 FILLER                 PIC X(7).
                 03 IN-INV-CRATE           PIC X(1).
                 03 FILLER                 PIC X(5).
                 03 IN-INV-BAY             PIC X(1).
                 03 FILLER                 PIC X(11).
                 03 IN-INV-BAY-STACK       PIC X(2).
                 03 FILLER                 PIC X(37).

              FD INBOUND-IN.
              01 IN-INBOUND-CARD.
                 03 IN-INB-ORDER           PIC X(6).
                 03 FILLER                 PIC X(1).
                 03 IN-INB-CRATE           PIC X(1).

              FD CRATE-MASTER.
              01 IN-CRATE-CARD.
                 03 IN-CRATE-LETTER        PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-DESC          PIC X(20).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-WEIGHT        PIC X(5).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-HAZARD        PIC X(1).

              FD SEG-RULES.
              01 IN-SEG-CARD.
                 03 IN-SEG-KIND            PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-SEG-ITEM1           PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-SEG-ITEM2           PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-SEG-RULE            PIC X(16).

              FD YARD-CONFIG.
              01 IN-YARD-CARD.
                 03 IN-YARD-BAY            PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-YARD-STACK          PIC X(2).
                 03 FILLER                 PIC X(1).
                 03 IN-YARD-MAXHGT         PIC X(3).

              FD REPORT-OUT.
              01 WS-REPORT-LINE               PIC X(100).

           WORKING-STORAGE SECTION.

              01 WS-INVENTORY-STATUS          PIC X(2).
              01 WS-INBOUND-STATUS            PIC X(2).
              01 WS-CRATE-MST-STATUS          PIC X(2).
              01 WS-SEG-STATUS                PIC X(2).
              01 WS-YARD-STATUS               PIC X(2).
              01 WS-INBOUND-FILE              PIC X(40).

              01 WS-RUN-DATE                  PIC 9(8).
              01 WS-RUN-DATE-X                PIC X(8).

              01 WS-PARM-NAME                 PIC X(20).
              01 WS-PARM-VALUE                PIC X(40).
              01 WS-PARM-FOUND-SW             PIC X.
                 88 WS-PARM-FOUND                   VALUE 'Y'.

              01 WS-BAY-STACKS-TABLE.
                 03 WS-BAY-STACKS  PIC 99 OCCURS 3 VALUE 0.
              01 WS-BAY-LETTERS               PIC X(3) VALUE 'ABC'.
              01 WS-BAY-LETTER-TABLE REDEFINES WS-BAY-LETTERS.
                 03 WS-BAY-LETTER  PIC X OCCURS 3.
              01 WS-BAY-IX                    PIC 9    COMP.
              01 WS-IN-BAY                    PIC 99.
              01 WS-MAX-ABS-STACKS            PIC 99   COMP VALUE 60.
              01 WS-MAX-STACK-ITEMS           PIC 9(3) COMP VALUE 500.

              01 WS-YARD-TABLE.
                 03 WS-STACK OCCURS 60.
                    05 WS-STACK-SIZE          PIC 9(3) VALUE 0.
                    05 WS-STACK-ITEM          PIC X VALUE ' '
                                               OCCURS 500.
              01 WS-PUT-ORDER-TABLE           VALUE SPACES.
                 03 WS-PUT-STACK OCCURS 60.
                    05 WS-PUT-ORDER           PIC X(6) OCCURS 500.

              01 WS-YARD-EOF-SW               PIC X.
                 88 WS-YARD-EOF                     VALUE 'Y'.
              01 WS-YARD-LOADED-SW            PIC X VALUE 'N'.
                 88 WS-YARD-LOADED                  VALUE 'Y'.
              01 WS-HEIGHT-TABLE.
                 03 WS-HEIGHT-LIMIT PIC 9(3) OCCURS 60 VALUE 0.
              01 WS-YARD-BAY                  PIC 9 COMP.
              01 WS-YARD-ABS                  PIC 99 COMP.

              01 WS-CRATE-EOF-SW              PIC X.
                 88 WS-CRATE-EOF                    VALUE 'Y'.
              01 WS-CRATE-MST-SW              PIC X VALUE 'N'.
                 88 WS-CRATE-MST-LOADED             VALUE 'Y'.
              01 WS-MAX-CRATES                PIC 9(3) COMP VALUE 100.
              01 WS-CRATE-TABLE.
                 03 WS-CRATE-ENTRY OCCURS 100.
                    05 WS-CRATE-LETTER        PIC X(1).
                    05 WS-CRATE-WEIGHT        PIC 9(5).
                    05 WS-CRATE-HAZARD        PIC X(1).
              01 WS-CRATE-COUNT               PIC 9(3) COMP VALUE 0.
              01 WS-CRATE-IX                  PIC 9(3) COMP.
              01 WS-LOOK-LETTER               PIC X(1).
              01 WS-LOOK-WEIGHT               PIC 9(5).
              01 WS-LOOK-HAZARD               PIC X(1).
              01 WS-LOOK-FOUND-SW             PIC X.
                 88 WS-LOOK-FOUND                   VALUE 'Y'.

              01 WS-SEG-EOF-SW                PIC X.
                 88 WS-SEG-EOF                      VALUE 'Y'.
              01 WS-MAX-SEG-RULES             PIC 9(2) COMP VALUE 50.
              01 WS-SEG-TABLE.
                 03 WS-SEG-ENTRY OCCURS 50.
                    05 WS-SEG-KIND            PIC X(1).
                    05 WS-SEG-ITEM1           PIC X(1).
                    05 WS-SEG-ITEM2           PIC X(1).
                    05 WS-SEG-RULE            PIC X(16).
                       88 WS-SEG-SAME-STACK
                          VALUE 'NEVER-SAME-STACK'.
                       88 WS-SEG-ADJACENT
                          VALUE 'NEVER-ADJACENT'.
              01 WS-SEG-COUNT                 PIC 9(2) COMP VALUE 0.
              01 WS-SEG-IX                    PIC 9(2) COMP.
              01 WS-SEG-CRATE-A               PIC X(1).
              01 WS-SEG-CRATE-B               PIC X(1).
              01 WS-SEG-CLASS-A               PIC X(1).
              01 WS-SEG-CLASS-B               PIC X(1).
              01 WS-SEG-CHECK-TYPE            PIC X(1).
              01 WS-SEG-HIT-SW                PIC X.
                 88 WS-SEG-HIT                      VALUE 'Y'.
              01 WS-SEG-VIOLATION-SW          PIC X.
                 88 WS-SEG-VIOLATION                VALUE 'Y'.

              01 WS-INB-ORDER                 PIC X(6).
              01 WS-INB-CRATE                 PIC X(1).
              01 WS-INB-WEIGHT                PIC 9(5).
              01 WS-INB-HAZARD                PIC X(1).
              01 WS-INB-REASON                PIC X(40).

              01 WS-CAND                      PIC 99 COMP.
              01 WS-CAND-CAP                  PIC 9(3) COMP.
              01 WS-CAND-SCORE                PIC 9(5).
              01 WS-CAND-HEADROOM             PIC 9(3).
              01 WS-CAND-HEADROOM-X           PIC X(8).
              01 WS-CAND-WEIGHT-X             PIC X(14).
              01 WS-CAND-ORDER-X              PIC X(5).
              01 WS-CAND-TOP-WEIGHT           PIC 9(5).
              01 WS-CAND-OUT-SW               PIC X.
                 88 WS-CAND-RULED-OUT               VALUE 'Y'.
              01 WS-CAND-REASON               PIC X(40).

              01 WS-RANK-TABLE.
                 03 WS-RANK-ENTRY OCCURS 3.
                    05 WS-RANK-ABS            PIC 99.
                    05 WS-RANK-SCORE          PIC 9(5).
                    05 WS-RANK-HEIGHT         PIC 9(3).
                    05 WS-RANK-HEADROOM-X     PIC X(8).
                    05 WS-RANK-WEIGHT-X       PIC X(14).
                    05 WS-RANK-ORDER-X        PIC X(5).
              01 WS-RANK-COUNT                PIC 9 COMP.
              01 WS-RANK-POS                  PIC 9 COMP.
              01 WS-RANK-IX                   PIC 9 COMP.
              01 WS-RANK-DISP                 PIC 9.

              01 WS-OUT-TABLE.
                 03 WS-OUT-ABS     PIC 99     OCCURS 60.
                 03 WS-OUT-REASON  PIC X(40)  OCCURS 60.
              01 WS-OUT-COUNT                 PIC 99 COMP.
              01 WS-OUT-IX                    PIC 99 COMP.

              01 IX                           PIC 9(3) COMP.
              01 IX2                          PIC 9(3) COMP.
              01 WS-ABS                       PIC 99 COMP.
              01 WS-STACK-EDIT                PIC Z9.
              01 WS-STACK-TOKEN               PIC X(3).
              01 WS-STACK-NUM                 PIC 99.
              01 WS-POS-NUM                   PIC 9(3).
              01 WS-INSTRUCTION               PIC X(30).

              01 WS-INBOUND-TOTAL             PIC 9(5) VALUE 0.
              01 WS-PLACED-TOTAL              PIC 9(5) VALUE 0.
              01 WS-UNPLACED-TOTAL            PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X

               MOVE SPACES TO WS-INBOUND-FILE
               MOVE 'INBOUND_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-INBOUND-FILE
               ELSE
                  ACCEPT WS-INBOUND-FILE FROM ENVIRONMENT
                         'INBOUND_FILE'
               END-IF
               IF WS-INBOUND-FILE = SPACES
                  STRING 'inbound_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-INBOUND-FILE
               END-IF

               PERFORM LOAD-CRATE-MASTER
               PERFORM LOAD-SEGREGATION-RULES
               PERFORM LOAD-YARD-CONFIG
               PERFORM LOAD-INVENTORY

               IF WS-BAY-STACKS(1) = ZERO
               AND WS-BAY-STACKS(2) = ZERO
               AND WS-BAY-STACKS(3) = ZERO
                  DISPLAY 'DAY05PUT: NO STACKS IN INVENTORY OR YARD '
                          'CONFIG - NOWHERE TO PUT CRATES'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN INPUT INBOUND-IN
               IF WS-INBOUND-STATUS NOT = '00'
                  DISPLAY 'DAY05PUT: NO INBOUND CRATE LIST - '
                          'NOTHING TO ADVISE'
                  MOVE 4 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PUTAWAY ADVICE FOR ' WS-RUN-DATE-X
                      ' INBOUND=' WS-INBOUND-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM UNTIL WS-INBOUND-STATUS NOT = '00'
                  READ INBOUND-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     IF IN-INB-CRATE NOT = SPACE
                        PERFORM ADVISE-ONE-CRATE
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE INBOUND-IN

               MOVE SPACES TO WS-REPORT-LINE
               STRING 'INBOUND=' WS-INBOUND-TOTAL
                      ' PLACED=' WS-PLACED-TOTAL
                      ' UNPLACED=' WS-UNPLACED-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'DAY05PUT: ' WS-PLACED-TOTAL ' OF '
                       WS-INBOUND-TOTAL ' CRATE(S) PLACED - '
                       WS-UNPLACED-TOTAL ' UNPLACED - SEE '
                       'DAY05_PUTAWAY.TXT'
               IF WS-UNPLACED-TOTAL > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-INVENTORY SECTION.
               OPEN INPUT INVENTORY-IN
               IF WS-INVENTORY-STATUS NOT = '00'
                  DISPLAY 'DAY05PUT: NO DAY05_INVENTORY.TXT - '
                          'CANNOT SEE THE YARD'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-INVENTORY-STATUS NOT = '00'
                  READ INVENTORY-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     IF  IN-INV-STACK IS NUMERIC
                     AND IN-INV-POS IS NUMERIC
                     AND IN-INV-BAY-STACK IS NUMERIC
                        PERFORM POST-INVENTORY-LINE
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE INVENTORY-IN
               .

           POST-INVENTORY-LINE SECTION.
               MOVE IN-INV-STACK TO WS-STACK-NUM
               MOVE IN-INV-POS   TO WS-POS-NUM
               IF  WS-STACK-NUM >= 1
               AND WS-STACK-NUM <= WS-MAX-ABS-STACKS
               AND WS-POS-NUM >= 1
               AND WS-POS-NUM <= WS-MAX-STACK-ITEMS
                  MOVE IN-INV-CRATE
                    TO WS-STACK-ITEM(WS-STACK-NUM, WS-POS-NUM)
                  IF WS-POS-NUM > WS-STACK-SIZE(WS-STACK-NUM)
                     MOVE WS-POS-NUM
                       TO WS-STACK-SIZE(WS-STACK-NUM)
                  END-IF
                  COMPUTE WS-BAY-IX = (WS-STACK-NUM - 1) / 20 + 1
                  MOVE IN-INV-BAY-STACK TO WS-IN-BAY
                  IF WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                     MOVE WS-IN-BAY TO WS-BAY-STACKS(WS-BAY-IX)
                  END-IF
               END-IF
               .

      *****************************************************************
      *  ONE INBOUND CRATE: TRY EVERY STACK IN THE YARD, KEEP THE BEST
      *  THREE, REPORT THEM AND THE STACKS RULED OUT, THEN LAND THE
      *  CRATE ON THE FIRST CHOICE IN THE WORKING YARD.
      *****************************************************************
           ADVISE-ONE-CRATE SECTION.
               ADD 1 TO WS-INBOUND-TOTAL
               MOVE IN-INB-ORDER TO WS-INB-ORDER
               MOVE IN-INB-CRATE TO WS-INB-CRATE
               MOVE SPACES TO WS-INB-REASON
               MOVE ZERO TO WS-RANK-COUNT WS-OUT-COUNT

               MOVE WS-INB-CRATE TO WS-LOOK-LETTER
               PERFORM LOOK-UP-CRATE
               MOVE WS-LOOK-WEIGHT TO WS-INB-WEIGHT
               MOVE WS-LOOK-HAZARD TO WS-INB-HAZARD
               IF WS-CRATE-MST-LOADED AND NOT WS-LOOK-FOUND
                  MOVE 'CRATE NOT ON CRATE MASTER'
                    TO WS-INB-REASON
               ELSE
                  PERFORM VARYING WS-BAY-IX FROM 1 BY 1
                          UNTIL WS-BAY-IX > 3
                     PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                             UNTIL WS-IN-BAY >
                                   WS-BAY-STACKS(WS-BAY-IX)
                        COMPUTE WS-CAND =
                                (WS-BAY-IX - 1) * 20 + WS-IN-BAY
                        PERFORM CHECK-CANDIDATE
                     END-PERFORM
                  END-PERFORM
                  IF WS-RANK-COUNT = ZERO
                     MOVE 'NO STACK AVAILABLE - HOLD AT GATE'
                       TO WS-INB-REASON
                  END-IF
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RANK-COUNT = ZERO
                  ADD 1 TO WS-UNPLACED-TOTAL
                  STRING 'CRATE=' WS-INB-CRATE
                         ' ORDER=' WS-INB-ORDER
                         ' WEIGHT=' WS-INB-WEIGHT
                         ' CLASS=' WS-INB-HAZARD
                         ' UNPLACED: ' WS-INB-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  ADD 1 TO WS-PLACED-TOTAL
                  MOVE WS-RANK-ABS(1) TO WS-ABS
                  PERFORM BUILD-STACK-TOKEN
                  MOVE SPACES TO WS-INSTRUCTION
                  STRING 'receive ' WS-INB-CRATE
                         ' to ' FUNCTION TRIM(WS-STACK-TOKEN)
                     DELIMITED BY SIZE INTO WS-INSTRUCTION
                  STRING 'CRATE=' WS-INB-CRATE
                         ' ORDER=' WS-INB-ORDER
                         ' WEIGHT=' WS-INB-WEIGHT
                         ' CLASS=' WS-INB-HAZARD
                         ' RECOMMEND=' WS-STACK-TOKEN
                         ' KEY: ' WS-INSTRUCTION
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                          UNTIL WS-RANK-IX > WS-RANK-COUNT
                     PERFORM WRITE-RANK-LINE
                  END-PERFORM
               END-IF
               PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                       UNTIL WS-OUT-IX > WS-OUT-COUNT
                  MOVE WS-OUT-ABS(WS-OUT-IX) TO WS-ABS
                  PERFORM BUILD-STACK-TOKEN
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '    RULED OUT STACK=' WS-STACK-TOKEN
                         ' REASON=' WS-OUT-REASON(WS-OUT-IX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               IF WS-RANK-COUNT > ZERO
                  MOVE WS-RANK-ABS(1) TO WS-CAND
                  ADD 1 TO WS-STACK-SIZE(WS-CAND)
                  MOVE WS-INB-CRATE
                    TO WS-STACK-ITEM(WS-CAND, WS-STACK-SIZE(WS-CAND))
                  MOVE WS-INB-ORDER
                    TO WS-PUT-ORDER(WS-CAND, WS-STACK-SIZE(WS-CAND))
               END-IF
               .

      *****************************************************************
      *  RULE THE STACK OUT WITH A REASON, OR SCORE IT AND SLOT IT
      *  INTO THE TOP THREE.
      *****************************************************************
           CHECK-CANDIDATE SECTION.
               MOVE 'N' TO WS-CAND-OUT-SW
               MOVE SPACES TO WS-CAND-REASON
               IF WS-STACK-SIZE(WS-CAND) >= WS-MAX-STACK-ITEMS
                  SET WS-CAND-RULED-OUT TO TRUE
                  MOVE 'STACK AT ITEM CAPACITY' TO WS-CAND-REASON
               END-IF
               IF  NOT WS-CAND-RULED-OUT
               AND WS-HEIGHT-LIMIT(WS-CAND) > ZERO
               AND WS-STACK-SIZE(WS-CAND) + 1 >
                   WS-HEIGHT-LIMIT(WS-CAND)
                  SET WS-CAND-RULED-OUT TO TRUE
                  STRING 'AT HEIGHT LIMIT '
                         WS-HEIGHT-LIMIT(WS-CAND)
                     DELIMITED BY SIZE INTO WS-CAND-REASON
               END-IF
               IF NOT WS-CAND-RULED-OUT AND WS-SEG-COUNT > ZERO
                  MOVE 'N' TO WS-SEG-VIOLATION-SW
                  MOVE WS-INB-CRATE TO WS-SEG-CRATE-A
                  PERFORM CHECK-LANDING-CRATE
                  IF WS-SEG-VIOLATION
                     SET WS-CAND-RULED-OUT TO TRUE
                     STRING 'SEGREGATION CONFLICT WITH CRATE '
                            WS-SEG-CRATE-B
                        DELIMITED BY SIZE INTO WS-CAND-REASON
                  END-IF
               END-IF

               IF WS-CAND-RULED-OUT
                  ADD 1 TO WS-OUT-COUNT
                  MOVE WS-CAND TO WS-OUT-ABS(WS-OUT-COUNT)
                  MOVE WS-CAND-REASON TO WS-OUT-REASON(WS-OUT-COUNT)
               ELSE
                  PERFORM SCORE-CANDIDATE
                  PERFORM RANK-CANDIDATE
               END-IF
               .

           SCORE-CANDIDATE SECTION.
               IF WS-HEIGHT-LIMIT(WS-CAND) > ZERO
                  MOVE WS-HEIGHT-LIMIT(WS-CAND) TO WS-CAND-CAP
                  COMPUTE WS-CAND-HEADROOM =
                          WS-CAND-CAP - WS-STACK-SIZE(WS-CAND) - 1
                  MOVE WS-CAND-HEADROOM TO WS-CAND-HEADROOM-X
               ELSE
                  MOVE WS-MAX-STACK-ITEMS TO WS-CAND-CAP
                  MOVE 'NO LIMIT' TO WS-CAND-HEADROOM-X
               END-IF
               COMPUTE WS-CAND-SCORE =
                       (WS-STACK-SIZE(WS-CAND) + 1) * 100
                       / WS-CAND-CAP

               IF WS-STACK-SIZE(WS-CAND) = ZERO
                  MOVE 'GROUND' TO WS-CAND-WEIGHT-X
               ELSE
                  MOVE WS-STACK-ITEM(WS-CAND, WS-STACK-SIZE(WS-CAND))
                    TO WS-LOOK-LETTER
                  PERFORM LOOK-UP-CRATE
                  MOVE WS-LOOK-WEIGHT TO WS-CAND-TOP-WEIGHT
                  IF WS-CAND-TOP-WEIGHT < WS-INB-WEIGHT
                     MOVE 'HEAVY-ON-LIGHT' TO WS-CAND-WEIGHT-X
                     ADD 200 TO WS-CAND-SCORE
                  ELSE
                     MOVE 'OK' TO WS-CAND-WEIGHT-X
                  END-IF
               END-IF

               IF WS-INB-ORDER = SPACES
                  MOVE 'NONE' TO WS-CAND-ORDER-X
               ELSE
                  MOVE 'APART' TO WS-CAND-ORDER-X
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-STACK-SIZE(WS-CAND)
                     IF WS-PUT-ORDER(WS-CAND, IX) = WS-INB-ORDER
                        MOVE 'WITH' TO WS-CAND-ORDER-X
                     END-IF
                  END-PERFORM
                  IF  WS-CAND-ORDER-X = 'APART'
                  AND WS-STACK-SIZE(WS-CAND) > ZERO
                  AND WS-PUT-ORDER(WS-CAND, WS-STACK-SIZE(WS-CAND))
                      NOT = SPACES
                     MOVE 'MIXED' TO WS-CAND-ORDER-X
                  END-IF
                  EVALUATE WS-CAND-ORDER-X
                     WHEN 'APART'
                        ADD 250 TO WS-CAND-SCORE
                     WHEN 'MIXED'
                        ADD 350 TO WS-CAND-SCORE
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               .

      *****************************************************************
      *  A STRICTLY LOWER SCORE GOES AHEAD, SO EQUAL SCORES KEEP THE
      *  LOWER STACK IN FRONT.
      *****************************************************************
           RANK-CANDIDATE SECTION.
               COMPUTE WS-RANK-POS = WS-RANK-COUNT + 1
               PERFORM VARYING WS-RANK-IX FROM WS-RANK-COUNT BY -1
                       UNTIL WS-RANK-IX < 1
                  IF WS-CAND-SCORE < WS-RANK-SCORE(WS-RANK-IX)
                     MOVE WS-RANK-IX TO WS-RANK-POS
                  END-IF
               END-PERFORM
               IF WS-RANK-POS <= 3
                  IF WS-RANK-COUNT < 3
                     ADD 1 TO WS-RANK-COUNT
                  END-IF
                  PERFORM VARYING WS-RANK-IX FROM WS-RANK-COUNT BY -1
                          UNTIL WS-RANK-IX <= WS-RANK-POS
                     MOVE WS-RANK-ENTRY(WS-RANK-IX - 1)
                       TO WS-RANK-ENTRY(WS-RANK-IX)
                  END-PERFORM
                  MOVE WS-CAND TO WS-RANK-ABS(WS-RANK-POS)
                  MOVE WS-CAND-SCORE TO WS-RANK-SCORE(WS-RANK-POS)
                  MOVE WS-STACK-SIZE(WS-CAND)
                    TO WS-RANK-HEIGHT(WS-RANK-POS)
                  MOVE WS-CAND-HEADROOM-X
                    TO WS-RANK-HEADROOM-X(WS-RANK-POS)
                  MOVE WS-CAND-WEIGHT-X
                    TO WS-RANK-WEIGHT-X(WS-RANK-POS)
                  MOVE WS-CAND-ORDER-X
                    TO WS-RANK-ORDER-X(WS-RANK-POS)
               END-IF
               .

           WRITE-RANK-LINE SECTION.
               MOVE WS-RANK-ABS(WS-RANK-IX) TO WS-ABS
               PERFORM BUILD-STACK-TOKEN
               MOVE WS-RANK-IX TO WS-RANK-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    RANK=' WS-RANK-DISP
                      ' STACK=' WS-STACK-TOKEN
                      ' SCORE=' WS-RANK-SCORE(WS-RANK-IX)
                      ' HEIGHT=' WS-RANK-HEIGHT(WS-RANK-IX)
                      ' HEADROOM=' WS-RANK-HEADROOM-X(WS-RANK-IX)
                      ' LANDS=' WS-RANK-WEIGHT-X(WS-RANK-IX)
                      ' ORDER=' WS-RANK-ORDER-X(WS-RANK-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

      *****************************************************************
      *  THE CRATE IS CHECKED AGAINST THE CRATE IT LANDS ON (EITHER
      *  RULE) AND AGAINST EVERY CRATE IN THE STACK (SAME-STACK RULE),
      *  AS DAY05 CHECKS A RECEIPT.  ON A HIT WS-SEG-CRATE-B HOLDS
      *  THE CRATE IT CONFLICTS WITH.
      *****************************************************************
           CHECK-LANDING-CRATE SECTION.
               IF WS-STACK-SIZE(WS-CAND) > ZERO
                  MOVE WS-STACK-ITEM(WS-CAND,
                       WS-STACK-SIZE(WS-CAND))
                    TO WS-SEG-CRATE-B
                  MOVE 'A' TO WS-SEG-CHECK-TYPE
                  PERFORM CHECK-CRATE-PAIR
                  IF WS-SEG-HIT
                     SET WS-SEG-VIOLATION TO TRUE
                  END-IF
               END-IF
               IF NOT WS-SEG-VIOLATION
                  PERFORM CHECK-SAME-STACK-ONLY
               END-IF
               .

           CHECK-SAME-STACK-ONLY SECTION.
               PERFORM VARYING IX2 FROM 1 BY 1
                       UNTIL IX2 > WS-STACK-SIZE(WS-CAND)
                       OR WS-SEG-VIOLATION
                  MOVE WS-STACK-ITEM(WS-CAND, IX2)
                    TO WS-SEG-CRATE-B
                  MOVE 'S' TO WS-SEG-CHECK-TYPE
                  PERFORM CHECK-CRATE-PAIR
                  IF WS-SEG-HIT
                     SET WS-SEG-VIOLATION TO TRUE
                  END-IF
               END-PERFORM
               .

           CHECK-CRATE-PAIR SECTION.
               MOVE 'N' TO WS-SEG-HIT-SW
               MOVE SPACE TO WS-SEG-CLASS-A WS-SEG-CLASS-B
               MOVE WS-SEG-CRATE-A TO WS-LOOK-LETTER
               PERFORM LOOK-UP-CRATE
               MOVE WS-LOOK-HAZARD TO WS-SEG-CLASS-A
               MOVE WS-SEG-CRATE-B TO WS-LOOK-LETTER
               PERFORM LOOK-UP-CRATE
               MOVE WS-LOOK-HAZARD TO WS-SEG-CLASS-B
               PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                       UNTIL WS-SEG-IX > WS-SEG-COUNT
                       OR WS-SEG-HIT
                  IF (WS-SEG-CHECK-TYPE = 'S'
                      AND WS-SEG-SAME-STACK(WS-SEG-IX))
                  OR (WS-SEG-CHECK-TYPE = 'A'
                      AND (WS-SEG-SAME-STACK(WS-SEG-IX)
                           OR WS-SEG-ADJACENT(WS-SEG-IX)))
                     PERFORM MATCH-SEG-RULE-PAIR
                  END-IF
               END-PERFORM
               .

           MATCH-SEG-RULE-PAIR SECTION.
               IF WS-SEG-KIND(WS-SEG-IX) = 'L'
                  IF (WS-SEG-ITEM1(WS-SEG-IX) = WS-SEG-CRATE-A
                      AND WS-SEG-ITEM2(WS-SEG-IX) = WS-SEG-CRATE-B)
                  OR (WS-SEG-ITEM1(WS-SEG-IX) = WS-SEG-CRATE-B
                      AND WS-SEG-ITEM2(WS-SEG-IX) = WS-SEG-CRATE-A)
                     SET WS-SEG-HIT TO TRUE
                  END-IF
               ELSE
                  IF WS-SEG-CLASS-A NOT = SPACE
                  AND WS-SEG-CLASS-B NOT = SPACE
                     IF (WS-SEG-ITEM1(WS-SEG-IX) = WS-SEG-CLASS-A
                         AND WS-SEG-ITEM2(WS-SEG-IX)
                             = WS-SEG-CLASS-B)
                     OR (WS-SEG-ITEM1(WS-SEG-IX) = WS-SEG-CLASS-B
                         AND WS-SEG-ITEM2(WS-SEG-IX)
                             = WS-SEG-CLASS-A)
                        SET WS-SEG-HIT TO TRUE
                     END-IF
                  END-IF
               END-IF
               .

           BUILD-STACK-TOKEN SECTION.
               COMPUTE WS-BAY-IX = (WS-ABS - 1) / 20 + 1
               COMPUTE WS-IN-BAY = WS-ABS - (WS-BAY-IX - 1) * 20
               MOVE WS-IN-BAY TO WS-STACK-EDIT
               MOVE SPACES TO WS-STACK-TOKEN
               STRING WS-BAY-LETTER(WS-BAY-IX)
                      FUNCTION TRIM(WS-STACK-EDIT)
                  DELIMITED BY SIZE INTO WS-STACK-TOKEN
               .

           LOAD-CRATE-MASTER SECTION.
               MOVE 'N' TO WS-CRATE-EOF-SW
               OPEN INPUT CRATE-MASTER
               IF WS-CRATE-MST-STATUS NOT = '00'
                  DISPLAY 'DAY05PUT: NO CRATE MASTER - WEIGHT AND '
                          'HAZARD CHECKS UNAVAILABLE'
               ELSE
                  SET WS-CRATE-MST-LOADED TO TRUE
                  PERFORM UNTIL WS-CRATE-EOF
                     READ CRATE-MASTER
                     AT END
                        SET WS-CRATE-EOF TO TRUE
                     NOT AT END
                        IF  IN-CRATE-LETTER NOT = SPACE
                        AND IN-CRATE-WEIGHT IS NUMERIC
                        AND WS-CRATE-COUNT < WS-MAX-CRATES
                           ADD 1 TO WS-CRATE-COUNT
                           MOVE IN-CRATE-LETTER
                             TO WS-CRATE-LETTER(WS-CRATE-COUNT)
                           MOVE IN-CRATE-WEIGHT
                             TO WS-CRATE-WEIGHT(WS-CRATE-COUNT)
                           MOVE IN-CRATE-HAZARD
                             TO WS-CRATE-HAZARD(WS-CRATE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CRATE-MASTER
               END-IF
               .

           LOOK-UP-CRATE SECTION.
               MOVE ZERO TO WS-LOOK-WEIGHT
               MOVE SPACE TO WS-LOOK-HAZARD
               MOVE 'N' TO WS-LOOK-FOUND-SW
               PERFORM VARYING WS-CRATE-IX FROM 1 BY 1
                       UNTIL WS-CRATE-IX > WS-CRATE-COUNT
                       OR WS-LOOK-FOUND
                  IF WS-CRATE-LETTER(WS-CRATE-IX) = WS-LOOK-LETTER
                     MOVE WS-CRATE-WEIGHT(WS-CRATE-IX)
                       TO WS-LOOK-WEIGHT
                     MOVE WS-CRATE-HAZARD(WS-CRATE-IX)
                       TO WS-LOOK-HAZARD
                     SET WS-LOOK-FOUND TO TRUE
                  END-IF
               END-PERFORM
               .

           LOAD-SEGREGATION-RULES SECTION.
               MOVE 'N' TO WS-SEG-EOF-SW
               OPEN INPUT SEG-RULES
               IF WS-SEG-STATUS = '00'
                  PERFORM UNTIL WS-SEG-EOF
                     READ SEG-RULES
                     AT END
                        SET WS-SEG-EOF TO TRUE
                     NOT AT END
                        IF  WS-SEG-COUNT < WS-MAX-SEG-RULES
                        AND (IN-SEG-KIND = 'L' OR IN-SEG-KIND = 'C')
                        AND IN-SEG-ITEM1 NOT = SPACE
                        AND IN-SEG-ITEM2 NOT = SPACE
                        AND (IN-SEG-RULE = 'NEVER-SAME-STACK'
                             OR IN-SEG-RULE = 'NEVER-ADJACENT')
                           ADD 1 TO WS-SEG-COUNT
                           MOVE IN-SEG-KIND
                             TO WS-SEG-KIND(WS-SEG-COUNT)
                           MOVE IN-SEG-ITEM1
                             TO WS-SEG-ITEM1(WS-SEG-COUNT)
                           MOVE IN-SEG-ITEM2
                             TO WS-SEG-ITEM2(WS-SEG-COUNT)
                           MOVE IN-SEG-RULE
                             TO WS-SEG-RULE(WS-SEG-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SEG-RULES
               END-IF
               .

           LOAD-YARD-CONFIG SECTION.
               MOVE 'N' TO WS-YARD-EOF-SW
               OPEN INPUT YARD-CONFIG
               IF WS-YARD-STATUS = '00'
                  SET WS-YARD-LOADED TO TRUE
                  PERFORM UNTIL WS-YARD-EOF
                     READ YARD-CONFIG
                     AT END
                        SET WS-YARD-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-YARD-CARD
                     END-READ
                  END-PERFORM
                  CLOSE YARD-CONFIG
               END-IF
               .

           POST-YARD-CARD SECTION.
               EVALUATE IN-YARD-BAY
                  WHEN 'A'
                     MOVE 1 TO WS-YARD-BAY
                  WHEN 'B'
                     MOVE 2 TO WS-YARD-BAY
                  WHEN 'C'
                     MOVE 3 TO WS-YARD-BAY
                  WHEN OTHER
                     MOVE ZERO TO WS-YARD-BAY
               END-EVALUATE
               IF  WS-YARD-BAY > ZERO
               AND IN-YARD-STACK IS NUMERIC
               AND IN-YARD-MAXHGT IS NUMERIC
               AND IN-YARD-STACK NOT = '00'
               AND IN-YARD-STACK <= '20'
                  MOVE IN-YARD-STACK TO WS-IN-BAY
                  COMPUTE WS-YARD-ABS =
                          (WS-YARD-BAY - 1) * 20 + WS-IN-BAY
                  MOVE IN-YARD-MAXHGT
                    TO WS-HEIGHT-LIMIT(WS-YARD-ABS)
                  IF WS-IN-BAY > WS-BAY-STACKS(WS-YARD-BAY)
                     MOVE WS-IN-BAY TO WS-BAY-STACKS(WS-YARD-BAY)
                  END-IF
               END-IF
               .
