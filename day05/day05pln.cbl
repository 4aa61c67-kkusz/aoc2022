           IDENTIFICATION DIVISION.
           PROGRAM-ID. DAY05PLN.
      *****************************************************************
      *  MOVE PLANNER.  READS THE CLOSING YARD INVENTORY AND THE OPEN
      *  OUTBOUND ORDERS AND WORKS OUT THE CRANE MOVES NEEDED TO BRING
      *  EACH ORDERED CRATE TO THE TOP OF ITS ORDERED STACK.  THE PLAN
      *  IS WRITTEN AS A DAY05 INPUT FILE (HDR, ONE DIAGRAM PER BAY,
      *  MOVE INSTRUCTIONS, TRL) SO IT CAN BE RUN AS NEXT INPUT_LONG.
      *
      *  EACH LIFT IS CHECKED THE WAY DAY05 WILL CHECK IT: CRANE
      *  WEIGHT LIMIT, YARD HEIGHT LIMITS AND SEGREGATION RULES.
      *  A 9001 CRANE LIFTS A WHOLE BLOCK AT ONCE, SO BLOCKING CRATES
      *  ARE MOVED IN THE LARGEST BLOCK THE CRANE CAN TAKE; A 9000
      *  CRANE LIFTS ONE CRATE AT A TIME.  BLOCKING CRATES ARE PARKED
      *  ON THE LOWEST STACK THAT HOLDS NO CRATE STILL TO BE PICKED.
      *  AN ORDER THAT CANNOT BE REACHED LEAVES THE YARD AS IT WAS.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INVENTORY-IN ASSIGN TO 'day05_inventory.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTORY-STATUS.
              SELECT ORDERS-IN ASSIGN TO WS-ORDER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERS-STATUS.
              SELECT CRATE-MASTER ASSIGN TO 'crate_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRATE-MST-STATUS.
              SELECT SEG-RULES ASSIGN TO 'segregation_rules.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEG-STATUS.
              SELECT YARD-CONFIG ASSIGN TO 'yard_config.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YARD-STATUS.
              SELECT PLAN-OUT ASSIGN TO 'day05_plan.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'day05_plan_report.txt'
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

              FD ORDERS-IN.
              01 IN-ORDER-CARD.
                 03 IN-ORD-ID              PIC X(6).
                 03 FILLER                 PIC X(1).
                 03 IN-ORD-CRATE           PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-ORD-BAY             PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-ORD-STACK           PIC X(2).
                 03 FILLER                 PIC X(1).
                 03 IN-ORD-POS             PIC X(3).

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

              FD PLAN-OUT.
              01 WS-PLAN-LINE                 PIC X(80).

              FD REPORT-OUT.
              01 WS-REPORT-LINE               PIC X(100).

           WORKING-STORAGE SECTION.

              01 WS-INVENTORY-STATUS          PIC X(2).
              01 WS-ORDERS-STATUS             PIC X(2).
              01 WS-CRATE-MST-STATUS          PIC X(2).
              01 WS-SEG-STATUS                PIC X(2).
              01 WS-YARD-STATUS               PIC X(2).
              01 WS-ORDER-FILE                PIC X(40).

              01 WS-RUN-DATE                  PIC 9(8).
              01 WS-RUN-DATE-X                PIC X(8).

              01 WS-PARM-NAME                 PIC X(20).
              01 WS-PARM-VALUE                PIC X(40).
              01 WS-PARM-FOUND-SW             PIC X.
                 88 WS-PARM-FOUND                   VALUE 'Y'.
              01 WS-PARM-LEN                  PIC 9(3) COMP.

              01 WS-CRANE-MODE                PIC X(4).
                 88 WS-CRANE-9000                   VALUE '9000'.
                 88 WS-CRANE-9001                   VALUE '9001'.
                 88 WS-CRANE-BOTH                   VALUE 'BOTH'.
              01 WS-CRANE-LIMIT               PIC 9(7) VALUE 0.
              01 WS-LIFT-WEIGHT               PIC 9(7).

              01 WS-BAY-STACKS-TABLE.
                 03 WS-BAY-STACKS  PIC 99 OCCURS 3 VALUE 0.
              01 WS-BAY-LETTERS               PIC X(3) VALUE 'ABC'.
              01 WS-BAY-LETTER-TABLE REDEFINES WS-BAY-LETTERS.
                 03 WS-BAY-LETTER  PIC X OCCURS 3.
              01 WS-BAY-IX                    PIC 9    COMP.
              01 WS-BAY-NUM                   PIC 9    COMP.
              01 WS-IN-BAY                    PIC 99.
              01 WS-MAX-ABS-STACKS            PIC 99   COMP VALUE 60.
              01 WS-MAX-STACK-ITEMS           PIC 9(3) COMP VALUE 500.
              01 WS-MAX-DIAG-ROWS             PIC 9(3) COMP VALUE 49.

              01 WS-YARD-TABLE.
                 03 WS-STACK OCCURS 60.
                    05 WS-STACK-SIZE          PIC 9(3) VALUE 0.
                    05 WS-STACK-ITEM          PIC X VALUE ' '
                                               OCCURS 500.
              01 WS-START-TABLE.
                 03 WS-START-STACK OCCURS 60.
                    05 WS-START-SIZE          PIC 9(3).
                    05 WS-START-ITEM          PIC X OCCURS 500.
              01 WS-SAVE-TABLE.
                 03 WS-SAVE-STACK OCCURS 60.
                    05 WS-SAVE-SIZE           PIC 9(3).
                    05 WS-SAVE-ITEM           PIC X OCCURS 500.
              01 WS-LOCK-TABLE.
                 03 WS-LOCK-SW     PIC X OCCURS 60 VALUE 'N'.
                    88 WS-STACK-LOCKED              VALUE 'Y'.

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
              01 WS-SEG-IX2                   PIC 9(3) COMP.
              01 WS-SEG-CRATE-A               PIC X(1).
              01 WS-SEG-CRATE-B               PIC X(1).
              01 WS-SEG-CLASS-A               PIC X(1).
              01 WS-SEG-CLASS-B               PIC X(1).
              01 WS-SEG-PREV-CRATE            PIC X(1).
              01 WS-SEG-CHECK-TYPE            PIC X(1).
              01 WS-SEG-HIT-SW                PIC X.
                 88 WS-SEG-HIT                      VALUE 'Y'.
              01 WS-SEG-VIOLATION-SW          PIC X.
                 88 WS-SEG-VIOLATION                VALUE 'Y'.

              01 WS-MAX-ORDERS                PIC 9(3) COMP VALUE 200.
              01 WS-ORDER-TABLE.
                 03 WS-ORD-ENTRY OCCURS 200.
                    05 WS-ORD-ID              PIC X(6).
                    05 WS-ORD-CRATE           PIC X(1).
                    05 WS-ORD-BAY-LTR         PIC X(1).
                    05 WS-ORD-STACK-X         PIC X(2).
                    05 WS-ORD-POS             PIC X(3).
              01 WS-ORDER-COUNT               PIC 9(3) COMP VALUE 0.
              01 WS-ORD-IX                    PIC 9(3) COMP.
              01 WS-ORD-IX2                   PIC 9(3) COMP.

              01 WS-MAX-INSTR                 PIC 9(4) COMP VALUE 2000.
              01 WS-INSTR-TABLE.
                 03 WS-INSTR-LINE  PIC X(40) OCCURS 2000.
              01 WS-INSTR-COUNT               PIC 9(4) COMP VALUE 0.
              01 WS-INSTR-SAVE                PIC 9(4) COMP.
              01 WS-INSTR-IX                  PIC 9(4) COMP.

              01 WS-TARGET                    PIC 99 COMP.
              01 WS-SOURCE                    PIC 99 COMP.
              01 WS-DEST                      PIC 99 COMP.
              01 WS-CAND                      PIC 99 COMP.
              01 WS-CRATE-POS                 PIC 9(3) COMP.
              01 WS-BLOCKERS                  PIC 9(3) COMP.
              01 WS-BLOCK                     PIC 9(3) COMP.
              01 WS-BEST-BLOCKERS             PIC 9(3) COMP.
              01 WS-BEST-SCORE                PIC 9(5) COMP.
              01 WS-CAND-SCORE                PIC 9(5) COMP.
              01 WS-REQ-POS                   PIC 9(3).
              01 WS-HELD-SW                   PIC X.
                 88 WS-HELD-BY-ORDER                VALUE 'Y'.
              01 WS-WANTED-SW                 PIC X.
                 88 WS-CAND-WANTED                  VALUE 'Y'.
              01 WS-FITS-SW                   PIC X.
                 88 WS-CAND-FITS                    VALUE 'Y'.
              01 WS-FAIL-SW                   PIC X.
                 88 WS-ORDER-FAILED                 VALUE 'Y'.
              01 WS-ORDER-STATUS              PIC X(11).
              01 WS-ORDER-REASON              PIC X(32).

              01 IX                           PIC 9(3) COMP.
              01 IX2                          PIC 9(3) COMP.
              01 WS-TEMP-CRATES               PIC X OCCURS 500.
              01 WS-TEMP-IX                   PIC 9(3) COMP.

              01 WS-ORDER-LIFTS               PIC 9(5) COMP.
              01 WS-TOTAL-LIFTS               PIC 9(7) COMP VALUE 0.
              01 WS-ORDERS-TOTAL              PIC 9(5) VALUE 0.
              01 WS-ORDERS-READY              PIC 9(5) VALUE 0.
              01 WS-ORDERS-PLANNED            PIC 9(5) VALUE 0.
              01 WS-ORDERS-UNREACH            PIC 9(5) VALUE 0.

              01 WS-LIFTS-DISP                PIC 9(5).
              01 WS-TOTAL-LIFTS-DISP          PIC 9(7).
              01 WS-INSTR-DISP                PIC 9(4).
              01 WS-BLOCK-EDIT                PIC Z9.
              01 WS-STACK-EDIT                PIC Z9.
              01 WS-STACK-TOKEN               PIC X(3).
              01 WS-FROM-TOKEN                PIC X(3).
              01 WS-TO-TOKEN                  PIC X(3).
              01 WS-STACK-NUM                 PIC 99.
              01 WS-POS-NUM                   PIC 9(3).

              01 WS-CTL-COUNT                 PIC 9(7) VALUE 0.
              01 WS-DIAG-ROWS                 PIC 9(3).
              01 WS-DIAG-STACKS               PIC 99.
              01 WS-DIAG-LEVEL                PIC 9(3) COMP.
              01 WS-COL-POS                   PIC 9(3) COMP.
              01 WS-ABS                       PIC 99 COMP.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X

               MOVE SPACES TO WS-CRANE-MODE
               MOVE 'CRANE_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-CRANE-MODE(1:4)
               ELSE
                  ACCEPT WS-CRANE-MODE FROM ENVIRONMENT 'CRANE_MODE'
               END-IF
               IF NOT WS-CRANE-9001
                  SET WS-CRANE-9000 TO TRUE
               END-IF

               MOVE 'CRANE_LIMIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT FUNCTION REVERSE(WS-PARM-VALUE)
                     TALLYING WS-PARM-LEN FOR LEADING SPACES
                  COMPUTE WS-PARM-LEN =
                          LENGTH OF WS-PARM-VALUE - WS-PARM-LEN
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 8
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-CRANE-LIMIT
                  END-IF
               END-IF

               MOVE SPACES TO WS-ORDER-FILE
               MOVE 'ORDER_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ORDER-FILE
               ELSE
                  ACCEPT WS-ORDER-FILE FROM ENVIRONMENT
                         'ORDER_FILE'
               END-IF
               IF WS-ORDER-FILE = SPACES
                  STRING 'orders_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ORDER-FILE
               END-IF

               PERFORM LOAD-CRATE-MASTER
               PERFORM LOAD-SEGREGATION-RULES
               PERFORM LOAD-YARD-CONFIG
               PERFORM LOAD-INVENTORY
               PERFORM LOAD-ORDERS

               MOVE WS-YARD-TABLE TO WS-START-TABLE

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'MOVE PLAN FOR ' WS-RUN-DATE-X
                      ' CRANE=' WS-CRANE-MODE
                      ' LIMIT=' WS-CRANE-LIMIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                       UNTIL WS-ORD-IX > WS-ORDER-COUNT
                  PERFORM PLAN-ONE-ORDER
               END-PERFORM

               PERFORM WRITE-PLAN-FILE

               MOVE WS-TOTAL-LIFTS TO WS-TOTAL-LIFTS-DISP
               MOVE WS-INSTR-COUNT TO WS-INSTR-DISP
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ORDERS=' WS-ORDERS-TOTAL
                      ' READY=' WS-ORDERS-READY
                      ' PLANNED=' WS-ORDERS-PLANNED
                      ' UNREACHABLE=' WS-ORDERS-UNREACH
                      ' INSTRUCTIONS=' WS-INSTR-DISP
                      ' LIFTS=' WS-TOTAL-LIFTS-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'DAY05PLN: ' WS-TOTAL-LIFTS-DISP
                       ' LIFT(S) PLANNED FOR ' WS-ORDERS-TOTAL
                       ' ORDER(S) - ' WS-ORDERS-UNREACH
                       ' UNREACHABLE - SEE DAY05_PLAN_REPORT.TXT'
               IF WS-ORDERS-UNREACH > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-INVENTORY SECTION.
               OPEN INPUT INVENTORY-IN
               IF WS-INVENTORY-STATUS NOT = '00'
                  DISPLAY 'DAY05PLN: NO DAY05_INVENTORY.TXT - '
                          'NOTHING TO PLAN FROM'
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

           LOAD-ORDERS SECTION.
               OPEN INPUT ORDERS-IN
               IF WS-ORDERS-STATUS NOT = '00'
                  DISPLAY 'DAY05PLN: NO OUTBOUND ORDERS FILE - '
                          'NOTHING TO PLAN'
                  MOVE 4 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-ORDERS-STATUS NOT = '00'
                  READ ORDERS-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     IF IN-ORD-ID NOT = SPACES
                        IF WS-ORDER-COUNT >= WS-MAX-ORDERS
                           DISPLAY 'DAY05PLN: ORDER TABLE CAPACITY '
                                   'OF ' WS-MAX-ORDERS
                                   ' EXCEEDED - CANNOT PLAN'
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO WS-ORDER-COUNT
                        MOVE IN-ORD-ID
                          TO WS-ORD-ID(WS-ORDER-COUNT)
                        MOVE IN-ORD-CRATE
                          TO WS-ORD-CRATE(WS-ORDER-COUNT)
                        MOVE IN-ORD-BAY
                          TO WS-ORD-BAY-LTR(WS-ORDER-COUNT)
                        MOVE IN-ORD-STACK
                          TO WS-ORD-STACK-X(WS-ORDER-COUNT)
                        MOVE IN-ORD-POS
                          TO WS-ORD-POS(WS-ORDER-COUNT)
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE ORDERS-IN
               .

      *****************************************************************
      *  PLAN ONE ORDER CARD.  THE ORDERED STACK IS LOCKED ONCE ITS
      *  CRATE IS ON TOP SO LATER ORDERS NEITHER LIFT FROM IT NOR
      *  PARK CRATES ON IT.
      *****************************************************************
           PLAN-ONE-ORDER SECTION.
               ADD 1 TO WS-ORDERS-TOTAL
               MOVE 'N' TO WS-FAIL-SW
               MOVE SPACES TO WS-ORDER-REASON
               MOVE ZERO TO WS-ORDER-LIFTS
               EVALUATE WS-ORD-BAY-LTR(WS-ORD-IX)
                  WHEN 'B'
                     MOVE 2 TO WS-BAY-NUM
                  WHEN 'C'
                     MOVE 3 TO WS-BAY-NUM
                  WHEN OTHER
                     MOVE 1 TO WS-BAY-NUM
               END-EVALUATE
               IF WS-ORD-STACK-X(WS-ORD-IX) NOT NUMERIC
               OR WS-ORD-STACK-X(WS-ORD-IX) = '00'
               OR WS-ORD-STACK-X(WS-ORD-IX) > '20'
                  SET WS-ORDER-FAILED TO TRUE
                  MOVE 'MALFORMED ORDER CARD' TO WS-ORDER-REASON
               ELSE
                  MOVE WS-ORD-STACK-X(WS-ORD-IX) TO WS-IN-BAY
                  COMPUTE WS-TARGET =
                          (WS-BAY-NUM - 1) * 20 + WS-IN-BAY
                  IF WS-IN-BAY > WS-BAY-STACKS(WS-BAY-NUM)
                     MOVE WS-IN-BAY TO WS-BAY-STACKS(WS-BAY-NUM)
                  END-IF
                  IF WS-ORD-POS(WS-ORD-IX) = 'TOP'
                     PERFORM PLAN-TOP-ORDER
                  ELSE
                     PERFORM CHECK-FIXED-POSITION
                  END-IF
               END-IF

               IF WS-ORDER-FAILED
                  ADD 1 TO WS-ORDERS-UNREACH
                  MOVE 'UNREACHABLE' TO WS-ORDER-STATUS
               ELSE
                  SET WS-STACK-LOCKED(WS-TARGET) TO TRUE
                  IF WS-ORDER-LIFTS = ZERO
                     ADD 1 TO WS-ORDERS-READY
                     MOVE 'READY' TO WS-ORDER-STATUS
                  ELSE
                     ADD 1 TO WS-ORDERS-PLANNED
                     MOVE 'PLANNED' TO WS-ORDER-STATUS
                  END-IF
                  ADD WS-ORDER-LIFTS TO WS-TOTAL-LIFTS
               END-IF
               PERFORM WRITE-ORDER-LINE
               .

           CHECK-FIXED-POSITION SECTION.
               IF WS-ORD-POS(WS-ORD-IX) IS NUMERIC
                  MOVE WS-ORD-POS(WS-ORD-IX) TO WS-REQ-POS
               ELSE
                  MOVE ZERO TO WS-REQ-POS
               END-IF
               IF  WS-REQ-POS > ZERO
               AND WS-REQ-POS <= WS-STACK-SIZE(WS-TARGET)
               AND WS-STACK-ITEM(WS-TARGET, WS-REQ-POS)
                   = WS-ORD-CRATE(WS-ORD-IX)
                  CONTINUE
               ELSE
                  SET WS-ORDER-FAILED TO TRUE
                  MOVE 'ONLY TOP POSITIONS ARE PLANNED'
                    TO WS-ORDER-REASON
               END-IF
               .

           PLAN-TOP-ORDER SECTION.
               IF WS-STACK-LOCKED(WS-TARGET)
                  SET WS-ORDER-FAILED TO TRUE
                  MOVE 'STACK ALREADY HOLDS AN ORDER'
                    TO WS-ORDER-REASON
               ELSE
                  PERFORM FIND-ORDER-CRATE
               END-IF
               IF NOT WS-ORDER-FAILED
                  MOVE WS-YARD-TABLE TO WS-SAVE-TABLE
                  MOVE WS-INSTR-COUNT TO WS-INSTR-SAVE
                  PERFORM UNTIL WS-ORDER-FAILED
                          OR WS-STACK-SIZE(WS-SOURCE) = WS-CRATE-POS
                     PERFORM CLEAR-ONE-BLOCK
                  END-PERFORM
                  IF NOT WS-ORDER-FAILED
                  AND WS-SOURCE NOT = WS-TARGET
                     PERFORM MOVE-CRATE-TO-TARGET
                  END-IF
                  IF WS-ORDER-FAILED
                     MOVE WS-SAVE-TABLE TO WS-YARD-TABLE
                     MOVE WS-INSTR-SAVE TO WS-INSTR-COUNT
                     MOVE ZERO TO WS-ORDER-LIFTS
                  END-IF
               END-IF
               .

      *****************************************************************
      *  LOOK FOR THE ORDERED CRATE IN ITS OWN STACK FIRST, THEN IN
      *  THE REST OF THE YARD, TAKING THE COPY WITH FEWEST CRATES ON
      *  TOP OF IT.
      *****************************************************************
           FIND-ORDER-CRATE SECTION.
               MOVE ZERO TO WS-SOURCE WS-CRATE-POS
               MOVE 'N' TO WS-HELD-SW
               PERFORM VARYING IX FROM WS-STACK-SIZE(WS-TARGET)
                       BY -1 UNTIL IX < 1 OR WS-SOURCE > ZERO
                  IF WS-STACK-ITEM(WS-TARGET, IX)
                     = WS-ORD-CRATE(WS-ORD-IX)
                     MOVE WS-TARGET TO WS-SOURCE
                     MOVE IX TO WS-CRATE-POS
                  END-IF
               END-PERFORM
               IF WS-SOURCE = ZERO
                  MOVE 999 TO WS-BEST-BLOCKERS
                  PERFORM VARYING WS-CAND FROM 1 BY 1
                          UNTIL WS-CAND > WS-MAX-ABS-STACKS
                     PERFORM VARYING IX FROM WS-STACK-SIZE(WS-CAND)
                             BY -1 UNTIL IX < 1
                        IF WS-STACK-ITEM(WS-CAND, IX)
                           = WS-ORD-CRATE(WS-ORD-IX)
                           IF WS-STACK-LOCKED(WS-CAND)
                              SET WS-HELD-BY-ORDER TO TRUE
                           ELSE
                              COMPUTE WS-BLOCKERS =
                                      WS-STACK-SIZE(WS-CAND) - IX
                              IF WS-BLOCKERS < WS-BEST-BLOCKERS
                                 MOVE WS-BLOCKERS
                                   TO WS-BEST-BLOCKERS
                                 MOVE WS-CAND TO WS-SOURCE
                                 MOVE IX TO WS-CRATE-POS
                              END-IF
                           END-IF
                           MOVE 1 TO IX
                        END-IF
                     END-PERFORM
                  END-PERFORM
               END-IF
               IF WS-SOURCE = ZERO
                  SET WS-ORDER-FAILED TO TRUE
                  IF WS-HELD-BY-ORDER
                     MOVE 'CRATE HELD BY ANOTHER ORDER'
                       TO WS-ORDER-REASON
                  ELSE
                     MOVE 'CRATE NOT IN YARD' TO WS-ORDER-REASON
                  END-IF
               END-IF
               .

      *****************************************************************
      *  LIFT THE LARGEST BLOCK OFF THE SOURCE STACK THAT THE CRANE
      *  CAN TAKE AND SOME OTHER STACK CAN ACCEPT.
      *****************************************************************
           CLEAR-ONE-BLOCK SECTION.
               COMPUTE WS-BLOCKERS =
                       WS-STACK-SIZE(WS-SOURCE) - WS-CRATE-POS
               IF WS-BLOCKERS > 99
                  MOVE 99 TO WS-BLOCK
               ELSE
                  MOVE WS-BLOCKERS TO WS-BLOCK
               END-IF
               MOVE ZERO TO WS-DEST
               PERFORM UNTIL WS-BLOCK < 1 OR WS-DEST > ZERO
                  PERFORM CHECK-BLOCK-WEIGHT
                  IF WS-CAND-FITS
                     PERFORM FIND-DESTINATION
                  END-IF
                  IF WS-DEST = ZERO
                     SUBTRACT 1 FROM WS-BLOCK
                  END-IF
               END-PERFORM
               IF WS-DEST = ZERO
                  SET WS-ORDER-FAILED TO TRUE
                  MOVE 1 TO WS-BLOCK
                  PERFORM CHECK-BLOCK-WEIGHT
                  IF WS-CAND-FITS
                     MOVE 'NO ROOM FOR BLOCKING CRATES'
                       TO WS-ORDER-REASON
                  ELSE
                     MOVE 'BLOCKING CRATE OVER CRANE LIMIT'
                       TO WS-ORDER-REASON
                  END-IF
               ELSE
                  PERFORM ADD-MOVE-INSTRUCTION
               END-IF
               .

           MOVE-CRATE-TO-TARGET SECTION.
               MOVE 1 TO WS-BLOCK
               PERFORM CHECK-BLOCK-WEIGHT
               IF NOT WS-CAND-FITS
                  SET WS-ORDER-FAILED TO TRUE
                  MOVE 'ORDERED CRATE OVER CRANE LIMIT'
                    TO WS-ORDER-REASON
               ELSE
                  MOVE WS-TARGET TO WS-CAND
                  PERFORM CHECK-CANDIDATE
                  IF WS-CAND-FITS
                     MOVE WS-TARGET TO WS-DEST
                     PERFORM ADD-MOVE-INSTRUCTION
                  ELSE
                     SET WS-ORDER-FAILED TO TRUE
                     MOVE 'ORDERED STACK CANNOT TAKE CRATE'
                       TO WS-ORDER-REASON
                  END-IF
               END-IF
               .

      *****************************************************************
      *  A 9001 LIFT CARRIES THE WHOLE BLOCK; A 9000 LIFT CARRIES ONE
      *  CRATE, SO EVERY CRATE IN THE BLOCK MUST BE WITHIN THE LIMIT.
      *****************************************************************
           CHECK-BLOCK-WEIGHT SECTION.
               MOVE 'Y' TO WS-FITS-SW
               IF WS-CRANE-LIMIT > ZERO
               AND WS-CRATE-MST-LOADED
                  MOVE ZERO TO WS-LIFT-WEIGHT
                  COMPUTE IX = WS-STACK-SIZE(WS-SOURCE)
                               - WS-BLOCK + 1
                  PERFORM WS-BLOCK TIMES
                     MOVE WS-STACK-ITEM(WS-SOURCE, IX)
                       TO WS-LOOK-LETTER
                     PERFORM LOOK-UP-CRATE
                     IF WS-CRANE-9001
                        ADD WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                     ELSE
                        IF WS-LOOK-WEIGHT > WS-LIFT-WEIGHT
                           MOVE WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                        END-IF
                     END-IF
                     ADD 1 TO IX
                  END-PERFORM
                  IF WS-LIFT-WEIGHT > WS-CRANE-LIMIT
                     MOVE 'N' TO WS-FITS-SW
                  END-IF
               END-IF
               .

           FIND-DESTINATION SECTION.
               MOVE ZERO TO WS-DEST
               MOVE 99999 TO WS-BEST-SCORE
               PERFORM VARYING WS-CAND FROM 1 BY 1
                       UNTIL WS-CAND > WS-MAX-ABS-STACKS
                  COMPUTE WS-BAY-IX = (WS-CAND - 1) / 20 + 1
                  COMPUTE WS-IN-BAY =
                          WS-CAND - (WS-BAY-IX - 1) * 20
                  IF  WS-CAND NOT = WS-SOURCE
                  AND WS-CAND NOT = WS-TARGET
                  AND NOT WS-STACK-LOCKED(WS-CAND)
                  AND WS-IN-BAY <= WS-BAY-STACKS(WS-BAY-IX)
                     PERFORM CHECK-CANDIDATE
                     IF WS-CAND-FITS
                        PERFORM CHECK-CANDIDATE-WANTED
                        COMPUTE WS-CAND-SCORE =
                                WS-STACK-SIZE(WS-CAND)
                        IF WS-CAND-WANTED
                           ADD 1000 TO WS-CAND-SCORE
                        END-IF
                        IF WS-CAND-SCORE < WS-BEST-SCORE
                           MOVE WS-CAND-SCORE TO WS-BEST-SCORE
                           MOVE WS-CAND TO WS-DEST
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           CHECK-CANDIDATE SECTION.
               MOVE 'Y' TO WS-FITS-SW
               IF WS-STACK-SIZE(WS-CAND) + WS-BLOCK
                  > WS-MAX-STACK-ITEMS
                  MOVE 'N' TO WS-FITS-SW
               END-IF
               IF  WS-CAND-FITS
               AND WS-YARD-LOADED
               AND WS-HEIGHT-LIMIT(WS-CAND) > ZERO
                  IF WS-STACK-SIZE(WS-CAND) + WS-BLOCK >
                     WS-HEIGHT-LIMIT(WS-CAND)
                     MOVE 'N' TO WS-FITS-SW
                  END-IF
               END-IF
               IF WS-CAND-FITS AND WS-SEG-COUNT > ZERO
                  MOVE 'N' TO WS-SEG-VIOLATION-SW
                  IF WS-CRANE-9001
                     PERFORM CHECK-9001-LANDING
                  ELSE
                     PERFORM CHECK-9000-LANDING
                  END-IF
                  IF WS-SEG-VIOLATION
                     MOVE 'N' TO WS-FITS-SW
                  END-IF
               END-IF
               .

           CHECK-CANDIDATE-WANTED SECTION.
               MOVE 'N' TO WS-WANTED-SW
               PERFORM VARYING WS-ORD-IX2 FROM WS-ORD-IX BY 1
                       UNTIL WS-ORD-IX2 > WS-ORDER-COUNT
                       OR WS-CAND-WANTED
                  PERFORM VARYING IX2 FROM 1 BY 1
                          UNTIL IX2 > WS-STACK-SIZE(WS-CAND)
                          OR WS-CAND-WANTED
                     IF WS-STACK-ITEM(WS-CAND, IX2)
                        = WS-ORD-CRATE(WS-ORD-IX2)
                        SET WS-CAND-WANTED TO TRUE
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

      *****************************************************************
      *  SEGREGATION IS CHECKED AS DAY05 CHECKS IT: THE CRATE THAT
      *  LANDS ON THE CANDIDATE STACK MUST NOT BE BARRED FROM ITS TOP
      *  CRATE, AND NO LIFTED CRATE MAY SHARE A STACK WITH A CRATE IT
      *  IS BARRED FROM.  A 9000 CRANE LANDS THE BLOCK IN REVERSE.
      *****************************************************************
           CHECK-9001-LANDING SECTION.
               COMPUTE WS-SEG-IX2 =
                       WS-STACK-SIZE(WS-SOURCE) - WS-BLOCK + 1
               MOVE WS-STACK-ITEM(WS-SOURCE, WS-SEG-IX2)
                 TO WS-SEG-CRATE-A
               PERFORM CHECK-LANDING-CRATE
               PERFORM VARYING WS-SEG-IX2 FROM WS-SEG-IX2 BY 1
                       UNTIL WS-SEG-IX2 > WS-STACK-SIZE(WS-SOURCE)
                       OR WS-SEG-VIOLATION
                  MOVE WS-STACK-ITEM(WS-SOURCE, WS-SEG-IX2)
                    TO WS-SEG-CRATE-A
                  PERFORM CHECK-SAME-STACK-ONLY
               END-PERFORM
               .

           CHECK-9000-LANDING SECTION.
               MOVE WS-STACK-SIZE(WS-SOURCE) TO WS-SEG-IX2
               MOVE SPACE TO WS-SEG-PREV-CRATE
               PERFORM WS-BLOCK TIMES
                  MOVE WS-STACK-ITEM(WS-SOURCE, WS-SEG-IX2)
                    TO WS-SEG-CRATE-A
                  IF NOT WS-SEG-VIOLATION
                     IF WS-SEG-PREV-CRATE = SPACE
                        PERFORM CHECK-LANDING-CRATE
                     ELSE
                        MOVE WS-SEG-PREV-CRATE TO WS-SEG-CRATE-B
                        MOVE 'A' TO WS-SEG-CHECK-TYPE
                        PERFORM CHECK-CRATE-PAIR
                        IF WS-SEG-HIT
                           SET WS-SEG-VIOLATION TO TRUE
                        END-IF
                        IF NOT WS-SEG-VIOLATION
                           PERFORM CHECK-SAME-STACK-ONLY
                        END-IF
                     END-IF
                  END-IF
                  MOVE WS-SEG-CRATE-A TO WS-SEG-PREV-CRATE
                  SUBTRACT 1 FROM WS-SEG-IX2
               END-PERFORM
               .

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

      *****************************************************************
      *  RECORD THE INSTRUCTION AND APPLY IT TO THE WORKING YARD THE
      *  WAY THE CRANE WILL CARRY IT OUT.
      *****************************************************************
           ADD-MOVE-INSTRUCTION SECTION.
               IF WS-INSTR-COUNT >= WS-MAX-INSTR
                  DISPLAY 'DAY05PLN: INSTRUCTION TABLE CAPACITY OF '
                          WS-MAX-INSTR ' EXCEEDED - CANNOT PLAN'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-DEST TO WS-ABS
               PERFORM BUILD-STACK-TOKEN
               MOVE WS-STACK-TOKEN TO WS-TO-TOKEN
               MOVE WS-SOURCE TO WS-ABS
               PERFORM BUILD-STACK-TOKEN
               MOVE WS-STACK-TOKEN TO WS-FROM-TOKEN
               MOVE WS-BLOCK TO WS-BLOCK-EDIT
               ADD 1 TO WS-INSTR-COUNT
               MOVE SPACES TO WS-INSTR-LINE(WS-INSTR-COUNT)
               STRING 'move ' FUNCTION TRIM(WS-BLOCK-EDIT)
                      ' from ' FUNCTION TRIM(WS-FROM-TOKEN)
                      ' to ' FUNCTION TRIM(WS-TO-TOKEN)
                  DELIMITED BY SIZE
                  INTO WS-INSTR-LINE(WS-INSTR-COUNT)

               COMPUTE IX = WS-STACK-SIZE(WS-SOURCE) - WS-BLOCK + 1
               PERFORM VARYING WS-TEMP-IX FROM 1 BY 1
                       UNTIL WS-TEMP-IX > WS-BLOCK
                  MOVE WS-STACK-ITEM(WS-SOURCE, IX)
                    TO WS-TEMP-CRATES(WS-TEMP-IX)
                  MOVE SPACE TO WS-STACK-ITEM(WS-SOURCE, IX)
                  ADD 1 TO IX
               END-PERFORM
               SUBTRACT WS-BLOCK FROM WS-STACK-SIZE(WS-SOURCE)
               MOVE WS-STACK-SIZE(WS-DEST) TO IX
               IF WS-CRANE-9001
                  PERFORM VARYING WS-TEMP-IX FROM 1 BY 1
                          UNTIL WS-TEMP-IX > WS-BLOCK
                     ADD 1 TO IX
                     MOVE WS-TEMP-CRATES(WS-TEMP-IX)
                       TO WS-STACK-ITEM(WS-DEST, IX)
                  END-PERFORM
                  ADD 1 TO WS-ORDER-LIFTS
               ELSE
                  PERFORM VARYING WS-TEMP-IX FROM WS-BLOCK BY -1
                          UNTIL WS-TEMP-IX < 1
                     ADD 1 TO IX
                     MOVE WS-TEMP-CRATES(WS-TEMP-IX)
                       TO WS-STACK-ITEM(WS-DEST, IX)
                  END-PERFORM
                  ADD WS-BLOCK TO WS-ORDER-LIFTS
               END-IF
               ADD WS-BLOCK TO WS-STACK-SIZE(WS-DEST)
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

           WRITE-ORDER-LINE SECTION.
               MOVE WS-ORDER-LIFTS TO WS-LIFTS-DISP
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-ORDER-FAILED
                  STRING 'ORDER=' WS-ORD-ID(WS-ORD-IX)
                         ' CRATE=' WS-ORD-CRATE(WS-ORD-IX)
                         ' BAY=' WS-ORD-BAY-LTR(WS-ORD-IX)
                         ' STACK=' WS-ORD-STACK-X(WS-ORD-IX)
                         ' STATUS=' WS-ORDER-STATUS
                         ' REASON=' WS-ORDER-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                  STRING 'ORDER=' WS-ORD-ID(WS-ORD-IX)
                         ' CRATE=' WS-ORD-CRATE(WS-ORD-IX)
                         ' BAY=' WS-ORD-BAY-LTR(WS-ORD-IX)
                         ' STACK=' WS-ORD-STACK-X(WS-ORD-IX)
                         ' STATUS=' WS-ORDER-STATUS
                         ' LIFTS=' WS-LIFTS-DISP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
               .

      *****************************************************************
      *  THE PLAN FILE STARTS FROM THE YARD AS IT STOOD BEFORE ANY
      *  PLANNED MOVE, ONE DIAGRAM PER BAY IN USE.
      *****************************************************************
           WRITE-PLAN-FILE SECTION.
               OPEN OUTPUT PLAN-OUT
               MOVE SPACES TO WS-PLAN-LINE
               STRING 'HDR' WS-RUN-DATE-X
                  DELIMITED BY SIZE INTO WS-PLAN-LINE
               WRITE WS-PLAN-LINE
               PERFORM VARYING WS-BAY-IX FROM 1 BY 1
                       UNTIL WS-BAY-IX > 3
                  IF WS-BAY-STACKS(WS-BAY-IX) > ZERO
                     PERFORM WRITE-BAY-DIAGRAM
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-INSTR-IX FROM 1 BY 1
                       UNTIL WS-INSTR-IX > WS-INSTR-COUNT
                  MOVE WS-INSTR-LINE(WS-INSTR-IX) TO WS-PLAN-LINE
                  WRITE WS-PLAN-LINE
                  ADD 1 TO WS-CTL-COUNT
               END-PERFORM
               MOVE SPACES TO WS-PLAN-LINE
               STRING 'TRL' WS-CTL-COUNT
                  DELIMITED BY SIZE INTO WS-PLAN-LINE
               WRITE WS-PLAN-LINE
               CLOSE PLAN-OUT
               .

           WRITE-BAY-DIAGRAM SECTION.
               MOVE ZERO TO WS-DIAG-ROWS
               PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                       UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                  COMPUTE WS-ABS = (WS-BAY-IX - 1) * 20 + WS-IN-BAY
                  IF WS-START-SIZE(WS-ABS) > WS-DIAG-ROWS
                     MOVE WS-START-SIZE(WS-ABS) TO WS-DIAG-ROWS
                  END-IF
               END-PERFORM
               IF WS-DIAG-ROWS > WS-MAX-DIAG-ROWS
                  DISPLAY 'DAY05PLN: BAY ' WS-BAY-LETTER(WS-BAY-IX)
                          ' STANDS ' WS-DIAG-ROWS ' HIGH - TOO TALL '
                          'FOR A DAY05 DIAGRAM'
                  MOVE 8 TO RETURN-CODE
                  CLOSE PLAN-OUT
                  GOBACK
               END-IF
               MOVE WS-BAY-STACKS(WS-BAY-IX) TO WS-DIAG-STACKS
               MOVE SPACES TO WS-PLAN-LINE
               STRING 'DIAG' WS-DIAG-ROWS WS-DIAG-STACKS
                      WS-BAY-LETTER(WS-BAY-IX)
                  DELIMITED BY SIZE INTO WS-PLAN-LINE
               WRITE WS-PLAN-LINE
               ADD 1 TO WS-CTL-COUNT
               PERFORM VARYING WS-DIAG-LEVEL FROM WS-DIAG-ROWS BY -1
                       UNTIL WS-DIAG-LEVEL < 1
                  MOVE SPACES TO WS-PLAN-LINE
                  PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                          UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                     COMPUTE WS-ABS =
                             (WS-BAY-IX - 1) * 20 + WS-IN-BAY
                     IF WS-START-SIZE(WS-ABS) >= WS-DIAG-LEVEL
                        COMPUTE WS-COL-POS = (WS-IN-BAY - 1) * 4 + 1
                        MOVE '[' TO WS-PLAN-LINE(WS-COL-POS:1)
                        MOVE WS-START-ITEM(WS-ABS, WS-DIAG-LEVEL)
                          TO WS-PLAN-LINE(WS-COL-POS + 1:1)
                        MOVE ']' TO WS-PLAN-LINE(WS-COL-POS + 2:1)
                     END-IF
                  END-PERFORM
                  WRITE WS-PLAN-LINE
                  ADD 1 TO WS-CTL-COUNT
               END-PERFORM
               MOVE SPACES TO WS-PLAN-LINE
               PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                       UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                  COMPUTE WS-COL-POS = (WS-IN-BAY - 1) * 4 + 2
                  IF WS-IN-BAY < 10
                     MOVE WS-IN-BAY(2:1)
                       TO WS-PLAN-LINE(WS-COL-POS:1)
                  ELSE
                     MOVE WS-IN-BAY TO WS-PLAN-LINE(WS-COL-POS:2)
                  END-IF
               END-PERFORM
               WRITE WS-PLAN-LINE
               ADD 1 TO WS-CTL-COUNT
               MOVE SPACES TO WS-PLAN-LINE
               WRITE WS-PLAN-LINE
               ADD 1 TO WS-CTL-COUNT
               .

           LOAD-CRATE-MASTER SECTION.
               MOVE 'N' TO WS-CRATE-EOF-SW
               OPEN INPUT CRATE-MASTER
               IF WS-CRATE-MST-STATUS NOT = '00'
                  DISPLAY 'DAY05PLN: NO CRATE MASTER - WEIGHT AND '
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
               PERFORM VARYING WS-CRATE-IX FROM 1 BY 1
                       UNTIL WS-CRATE-IX > WS-CRATE-COUNT
                  IF WS-CRATE-LETTER(WS-CRATE-IX) = WS-LOOK-LETTER
                     MOVE WS-CRATE-WEIGHT(WS-CRATE-IX)
                       TO WS-LOOK-WEIGHT
                     MOVE WS-CRATE-HAZARD(WS-CRATE-IX)
                       TO WS-LOOK-HAZARD
                     MOVE WS-CRATE-COUNT TO WS-CRATE-IX
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
