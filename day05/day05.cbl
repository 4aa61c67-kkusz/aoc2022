              FILE STATUS IS WS-OPERATORS-STATUS.
              SELECT OPRPT-OUT ASSIGN TO WS-OPRPT-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CRANE-MASTER ASSIGN TO 'crane_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRANE-MST-STATUS.
              SELECT CRANE-MASTER-OUT ASSIGN TO WS-CRANE-MST-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
                 03 WS-CKPT-CTL-COUNT      PIC 9(7).
                 03 WS-CKPT-BAY-STACKS     PIC 99 OCCURS 3.
                 03 WS-CKPT-POST-LINES     PIC 9(7).
                 03 WS-CKPT-ARRIVAL-STACK OCCURS 60.
                    05 WS-CKPT-ARRIVED     PIC 9(8) OCCURS 500.

              FD INVENTORY-OUT.
              01 WS-INVENTORY-LINE            PIC X(80).
                 03 IN-PI-POS              PIC X(3).
                 03 FILLER                 PIC X(7).
                 03 IN-PI-CRATE            PIC X(1).
                 03 FILLER                 PIC X(28).
                 03 IN-PI-ARRIVED          PIC X(8).
                 03 FILLER                 PIC X(20).

              FD CONT-OUT.
              01 WS-CONT-LINE                 PIC X(100).
              FD OPRPT-OUT.
              01 WS-OPRPT-LINE                PIC X(120).

              FD CRANE-MASTER.
              01 IN-CRANE-CARD.
                 03 IN-CRN-ID              PIC X(4).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-BAY             PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-CAPACITY        PIC X(7).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-LIFTS           PIC X(9).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-TONNAGE         PIC X(11).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-INTERVAL        PIC X(7).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-NEXT-DUE        PIC X(9).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-STATUS          PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-CRN-LAST-SVC        PIC X(8).

              FD CRANE-MASTER-OUT.
              01 WS-CRANE-OUT-LINE.
                 03 OUT-CRN-ID             PIC X(4).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-BAY            PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-CAPACITY       PIC 9(7).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-LIFTS          PIC 9(9).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-TONNAGE        PIC 9(11).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-INTERVAL       PIC 9(7).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-NEXT-DUE       PIC 9(9).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-STATUS         PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 OUT-CRN-LAST-SVC       PIC 9(8).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-PERD-OPEN-SW              PIC X.
                 88 WS-PERD-OPEN                   VALUE 'Y'.
              01 WS-RUN-DATE                  PIC 9(8).
              01 WS-RUN-DATE-X                PIC X(8).
              01 WS-ERROR-FILE                PIC X(40)
                 VALUE 'day05_continuity.txt'.
              01 WS-HIST-FILE                 PIC X(40)
                 VALUE 'daily_results.txt'.
              01 WS-CRANE-MST-FILE            PIC X(40)
                 VALUE 'crane_master.txt'.
              01 WS-SHADOW-SW                 PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE                  VALUE 'Y'.
              01 WS-BKUP-MASTER               PIC X(40).
              01 WS-BKUP-STATUS               PIC X(2).
                 88 WS-BKUP-FAILED                  VALUE '08'.
              01 WS-EXCP-FILE-NAME            PIC X(40).
              01 WS-EXCP-LINE-NO              PIC 9(7).
              01 WS-EXCP-REASON               PIC X(8).
                     05 WS-PRIOR-SIZE        PIC 9(3) VALUE 0.
                     05 WS-PRIOR-ITEM        PIC X VALUE ' '
                                              OCCURS 500.
                     05 WS-PRIOR-ARRIVED     PIC 9(8) VALUE 0
                                              OCCURS 500.
               01 WS-PI-STACK-NUM             PIC 99.
               01 WS-PI-POS-NUM               PIC 9(3).
               01 WS-CONT-DIFFS               PIC 9(5) VALUE 0.
               01 WS-TEMP-CRATES              PIC X VALUE ' '
                                               OCCURS 500.
               01 WS-TEMP-IX                  PIC 9(3) COMP.
               01 WS-TEMP-ARRIVED             PIC 9(8) VALUE 0
                                               OCCURS 500.

               01 WS-ARRIVAL-TABLE.
                  03 WS-ARRIVAL-STACK OCCURS 60.
                     05 WS-ARRIVED           PIC 9(8) VALUE 0
                                              OCCURS 500.
               01 WS-INV-ARRIVED              PIC 9(8).

               01 WS-TIMES-RAW                PIC X(6).
               01 WS-FROM-RAW                 PIC X(6).
               01 WS-TO-RAW                   PIC X(6).
               01 WS-OP-RAW                   PIC X(6).
               01 WS-CRANE-RAW                PIC X(6).
               01 WS-CMD-TAIL-DELIM-1         PIC X(7).
               01 WS-CMD-TAIL-DELIM-2         PIC X(7).
               01 WS-CMD-TAIL-RAW-1           PIC X(6).
               01 WS-CMD-TAIL-RAW-2           PIC X(6).

               01 WS-XFER-TYPE                PIC X(4).
                  88 WS-XFER-RECEIVE                   VALUE 'RECV'.
                  88 WS-XFER-DISPATCH                  VALUE 'DISP'.
               01 WS-XFER-CRATE-RAW           PIC X(6).
               01 WS-XFER-STACK-RAW           PIC X(6).
               01 WS-XFER-ORDER-RAW           PIC X(10).
               01 WS-XFER-CRATE               PIC X.
               01 WS-XFER-ORDER               PIC X(6).
               01 WS-XFER-STACK               PIC 99 COMP.
               01 WS-XFER-STACK-DISP          PIC 99.
               01 WS-XFER-REASON              PIC X(8).
               01 WS-XFER-REJECT-TEXT         PIC X(40).
               01 WS-XFER-BAY-LTR             PIC X.
               01 WS-RECEIVED-COUNT           PIC 9(5) VALUE 0.
               01 WS-DISPATCHED-COUNT         PIC 9(5) VALUE 0.

               01 WS-OPERATORS-STATUS         PIC X(2).
               01 WS-OP-EOF-SW                PIC X.
               01 WS-OP-KNOWN-SW              PIC X.
                  88 WS-OP-KNOWN                       VALUE 'Y'.

               01 WS-CRANE-MST-STATUS         PIC X(2).
               01 WS-CRN-EOF-SW               PIC X.
                  88 WS-CRN-EOF                        VALUE 'Y'.
               01 WS-CRNS-LOADED-SW           PIC X VALUE 'N'.
                  88 WS-CRNS-LOADED                    VALUE 'Y'.
               01 WS-MAX-CRANES               PIC 9(2) COMP VALUE 20.
               01 WS-CRN-TABLE.
                  03 WS-CRN-ENTRY OCCURS 20.
                     05 WS-CRN-ID            PIC X(4).
                     05 WS-CRN-BAY           PIC X(1).
                     05 WS-CRN-CAPACITY      PIC 9(7).
                     05 WS-CRN-LIFTS         PIC 9(9).
                     05 WS-CRN-TONNAGE       PIC 9(11).
                     05 WS-CRN-INTERVAL      PIC 9(7).
                     05 WS-CRN-NEXT-DUE      PIC 9(9).
                     05 WS-CRN-STATUS        PIC X(1).
                        88 WS-CRN-OUT-OF-SERVICE       VALUE 'O'.
                     05 WS-CRN-LAST-SVC      PIC 9(8).
               01 WS-CRN-COUNT                PIC 9(2) COMP VALUE 0.
               01 WS-CRN-IX                   PIC 9(2) COMP.
               01 WS-CUR-CRANE                PIC X(4) VALUE SPACES.
               01 WS-CUR-CRANE-IX             PIC 9(2) COMP VALUE 0.
               01 WS-CRANE-REASON             PIC X(8).
               01 WS-CRANE-REJECT-TEXT        PIC X(40).
               01 WS-CRANE-LIFTS              PIC 9(3) COMP.
               01 WS-MOVE-LIMIT               PIC 9(7) VALUE 0.

               01 WS-CMD-VALID-SW             PIC X    VALUE 'Y'.
                  88 WS-CMD-VALID                      VALUE 'Y'.
                  88 WS-CMD-INVALID                    VALUE 'N'.
               01 WS-LOOK-WEIGHT              PIC 9(5).
               01 WS-LOOK-DESC                PIC X(20).
               01 WS-LOOK-HAZARD              PIC X(1).
               01 WS-LOOK-FOUND-SW            PIC X.
                  88 WS-LOOK-FOUND                     VALUE 'Y'.

               01 WS-CRANE-LIMIT              PIC 9(7) VALUE 0.
               01 WS-LIFT-WEIGHT              PIC 9(7).
               MOVE ZERO TO LK-DAY05-STATUS-CODE
               MOVE SPACES TO LK-DAY05-STATUS-REASON
               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO LK-DAY05-STATUS-CODE
                  MOVE 'BUSINESS DATE IS CLOSED'
                    TO LK-DAY05-STATUS-REASON
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X
               ACCEPT WS-HIST-RUN-TIME FROM TIME
               MOVE WS-HIST-RUN-TIME TO WS-STAT-START-TIME
                    TO WS-CONT-FILE
                  MOVE 'shadow_daily_results.txt'
                    TO WS-HIST-FILE
                  MOVE 'shadow_crane_master.txt'
                    TO WS-CRANE-MST-FILE
                  DISPLAY 'DAY05: SHADOW MODE - CHECKPOINTING '
                          'SUSPENDED AND PRODUCTION FILES '
                          'UNTOUCHED'
               PERFORM LOAD-SEGREGATION-RULES
               PERFORM LOAD-YARD-CONFIG
               PERFORM LOAD-OPERATORS
               PERFORM LOAD-CRANE-MASTER
               IF WS-CRNS-LOADED AND NOT WS-SHADOW-MODE
                  MOVE 'crane_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
               END-IF
               MOVE 'CRANE_LIMIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                           MOVE WS-CKPT-STACK-ITEM(WS-CKPT-IX,
                                                    WS-CKPT-IX2)
                             TO WS-STACK-ITEM(WS-CKPT-IX,WS-CKPT-IX2)
                           IF WS-CKPT-ARRIVED(WS-CKPT-IX, WS-CKPT-IX2)
                              IS NUMERIC
                              MOVE WS-CKPT-ARRIVED(WS-CKPT-IX,
                                                   WS-CKPT-IX2)
                                TO WS-ARRIVED(WS-CKPT-IX,WS-CKPT-IX2)
                           END-IF
                        END-PERFORM
                     END-PERFORM
                     MOVE WS-CKPT-CTL-HDR-SW TO WS-CTL-HDR-SW
                          UNTIL WS-CKPT-IX2 > WS-STACK-SIZE(WS-CKPT-IX)
                     MOVE WS-STACK-ITEM(WS-CKPT-IX,WS-CKPT-IX2)
                       TO WS-CKPT-STACK-ITEM(WS-CKPT-IX,WS-CKPT-IX2)
                     MOVE WS-ARRIVED(WS-CKPT-IX,WS-CKPT-IX2)
                       TO WS-CKPT-ARRIVED(WS-CKPT-IX,WS-CKPT-IX2)
                  END-PERFORM
               END-PERFORM
               MOVE WS-CTL-HDR-SW       TO WS-CKPT-CTL-HDR-SW
                  SET WS-CONT-DONE TO TRUE
                  IF WS-PRIOR-LOADED
                     PERFORM CHECK-CONTINUITY
                     PERFORM CARRY-ARRIVAL-DATES
                  END-IF
               END-IF
               ADD 1 TO WS-CMD-LINE-NUM
               IF IN-INPUT(1:8) = 'receive '
               OR IN-INPUT(1:9) = 'dispatch '
                  PERFORM INTERPRET-TRANSFER-COMMAND
               ELSE
                  PERFORM INTERPRET-MOVE-COMMAND
               END-IF

               ADD 1 TO WS-SINCE-CKPT
               IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
               AND NOT WS-CRANE-BOTH
               AND NOT WS-SHADOW-MODE
                  PERFORM WRITE-CHECKPOINT
                  PERFORM WRITE-STATUS-REPORT
                  IF WS-CRNS-LOADED AND NOT WS-BKUP-FAILED
                     PERFORM WRITE-CRANE-MASTER
                  END-IF
                  MOVE 0 TO WS-SINCE-CKPT
               END-IF
               .

           INTERPRET-MOVE-COMMAND SECTION.
               PERFORM VALIDATE-COMMAND
               PERFORM FIND-OR-ADD-OP-TALLY
               IF WS-CMD-INVALID
                  IF WS-CUR-OP-IX > ZERO
                     ADD 1 TO WS-OPS-REJECTS(WS-CUR-OP-IX)
                  END-IF
                  IF WS-CRANE-REASON NOT = SPACES
                     PERFORM WRITE-CRANE-ERROR
                  ELSE
                     PERFORM WRITE-ERROR-RECORD
                  END-IF
               ELSE
                  IF WS-STACK-SIZE(WS-TO) + WS-TIMES
                                          > WS-MAX-STACK-ITEMS
                           ADD WS-TIMES
                             TO WS-OPS-CRATES(WS-CUR-OP-IX)
                        END-IF
                        IF WS-CUR-CRANE-IX > ZERO
                           PERFORM SUM-LANDED-WEIGHT
                           IF WS-CRANE-9001
                              MOVE 1 TO WS-CRANE-LIFTS
                           ELSE
                              MOVE WS-TIMES TO WS-CRANE-LIFTS
                           END-IF
                           PERFORM POST-CRANE-USAGE
                        END-IF
                     END-IF
                  END-IF
                  END-IF
               END-IF
               .

      *****************************************************************
      *  RECEIVE PLACES A NEW CRATE ON TOP OF A STACK; DISPATCH TAKES
      *  THE TOP CRATE OF A STACK OUT OF THE YARD AGAINST A SHIPMENT
      *  ORDER.  BOTH ARE LOGGED WITH STACK 00 STANDING FOR OUTSIDE
      *  THE YARD, SO THE YARD'S CRATE COUNT CAN CHANGE.
      *
      *     receive <CRATE> to <STACK> [op <OPER>] [crane <CRANE>]
      *     dispatch <STACK> order <ORDER-ID> [op <OPER>]
      *              [crane <CRANE>]
      *****************************************************************
           INTERPRET-TRANSFER-COMMAND SECTION.
               PERFORM VALIDATE-TRANSFER-COMMAND
               PERFORM FIND-OR-ADD-OP-TALLY
               IF WS-CMD-INVALID
                  ADD 1 TO WS-INVALID-COUNT
                  IF WS-CUR-OP-IX > ZERO
                     ADD 1 TO WS-OPS-REJECTS(WS-CUR-OP-IX)
                  END-IF
                  PERFORM WRITE-TRANSFER-ERROR
               ELSE
                  IF WS-XFER-DISPATCH
                     PERFORM DISPATCH-CRATE
                     IF WS-CRANE-BOTH
                        PERFORM ALT-DISPATCH-CRATE
                     END-IF
                     IF WS-CUR-OP-IX > ZERO
                        ADD 1 TO WS-OPS-MOVES(WS-CUR-OP-IX)
                        ADD 1 TO WS-OPS-CRATES(WS-CUR-OP-IX)
                     END-IF
                     PERFORM POST-TRANSFER-CRANE-USAGE
                  ELSE
                     MOVE WS-XFER-STACK TO WS-TO
                     MOVE 1 TO WS-TIMES
                     PERFORM CHECK-STACK-HEIGHT
                     IF WS-HEIGHT-BAD
                        ADD 1 TO WS-INVALID-COUNT
                        ADD 1 TO WS-HEIGHT-REJECTS
                        IF WS-CUR-OP-IX > ZERO
                           ADD 1 TO WS-OPS-REJECTS(WS-CUR-OP-IX)
                        END-IF
                        PERFORM WRITE-OVERHEIGHT-RECORD
                     ELSE
                        MOVE 'N' TO WS-SEG-VIOLATION-SW
                        IF WS-SEG-COUNT > ZERO
                           MOVE WS-XFER-CRATE TO WS-SEG-CRATE-A
                           PERFORM CHECK-LANDING-CRATE
                        END-IF
                        IF WS-SEG-VIOLATION
                           ADD 1 TO WS-INVALID-COUNT
                           IF WS-CUR-OP-IX > ZERO
                              ADD 1 TO WS-OPS-REJECTS(WS-CUR-OP-IX)
                              ADD 1 TO WS-OPS-SEGVIOL(WS-CUR-OP-IX)
                           END-IF
                           PERFORM WRITE-SEGREGATION-RECORD
                        ELSE
                           PERFORM RECEIVE-CRATE
                           IF WS-CRANE-BOTH
                              PERFORM ALT-RECEIVE-CRATE
                           END-IF
                           PERFORM UPDATE-PEAK-HEIGHT
                           IF WS-CUR-OP-IX > ZERO
                              ADD 1 TO WS-OPS-MOVES(WS-CUR-OP-IX)
                              ADD 1 TO WS-OPS-CRATES(WS-CUR-OP-IX)
                           END-IF
                           PERFORM POST-TRANSFER-CRANE-USAGE
                        END-IF
                     END-IF
                  END-IF
               END-IF
               .

           VALIDATE-TRANSFER-COMMAND SECTION.
               SET WS-CMD-VALID TO TRUE
               MOVE SPACES TO WS-XFER-CRATE-RAW WS-XFER-STACK-RAW
                              WS-XFER-ORDER-RAW WS-OP-RAW
                              WS-CMD-TAIL-DELIM-1 WS-CMD-TAIL-DELIM-2
                              WS-CMD-TAIL-RAW-1 WS-CMD-TAIL-RAW-2
                              WS-XFER-REASON WS-XFER-REJECT-TEXT
               MOVE SPACES TO WS-XFER-CRATE WS-XFER-ORDER
               MOVE ZERO TO WS-XFER-STACK
               MOVE 'NONE' TO WS-CUR-OP
               IF IN-INPUT(1:8) = 'receive '
                  SET WS-XFER-RECEIVE TO TRUE
                  UNSTRING IN-INPUT(8:)
                      DELIMITED BY ' to ' OR ' op ' OR ' crane '
                      INTO WS-XFER-CRATE-RAW,
                           WS-XFER-STACK-RAW
                              DELIMITER IN WS-CMD-TAIL-DELIM-1,
                           WS-CMD-TAIL-RAW-1
                              DELIMITER IN WS-CMD-TAIL-DELIM-2,
                           WS-CMD-TAIL-RAW-2
                  END-UNSTRING
                  PERFORM SPLIT-COMMAND-TAIL
                  MOVE FUNCTION TRIM(WS-XFER-CRATE-RAW)
                    TO WS-XFER-CRATE-RAW
                  IF WS-XFER-CRATE-RAW(2:5) NOT = SPACES
                  OR WS-XFER-CRATE-RAW(1:1) IS NOT ALPHABETIC
                  OR WS-XFER-CRATE-RAW(1:1) = SPACE
                     SET WS-CMD-INVALID TO TRUE
                     MOVE 'BADRECV' TO WS-XFER-REASON
                     MOVE 'MALFORMED RECEIVE INSTRUCTION'
                       TO WS-XFER-REJECT-TEXT
                  ELSE
                     MOVE WS-XFER-CRATE-RAW(1:1) TO WS-XFER-CRATE
                  END-IF
               ELSE
                  SET WS-XFER-DISPATCH TO TRUE
                  UNSTRING IN-INPUT(9:)
                      DELIMITED BY ' order ' OR ' op ' OR ' crane '
                      INTO WS-XFER-STACK-RAW,
                           WS-XFER-ORDER-RAW
                              DELIMITER IN WS-CMD-TAIL-DELIM-1,
                           WS-CMD-TAIL-RAW-1
                              DELIMITER IN WS-CMD-TAIL-DELIM-2,
                           WS-CMD-TAIL-RAW-2
                  END-UNSTRING
                  PERFORM SPLIT-COMMAND-TAIL
                  MOVE FUNCTION TRIM(WS-XFER-ORDER-RAW)
                    TO WS-XFER-ORDER-RAW
                  IF WS-XFER-ORDER-RAW = SPACES
                  OR WS-XFER-ORDER-RAW(7:4) NOT = SPACES
                     SET WS-CMD-INVALID TO TRUE
                     MOVE 'BADDISP' TO WS-XFER-REASON
                     MOVE 'MALFORMED DISPATCH INSTRUCTION'
                       TO WS-XFER-REJECT-TEXT
                  ELSE
                     MOVE WS-XFER-ORDER-RAW(1:6) TO WS-XFER-ORDER
                  END-IF
               END-IF

               MOVE WS-XFER-STACK-RAW TO WS-STK-TOKEN
               PERFORM RESOLVE-STACK-TOKEN
               IF WS-STK-OK
                  MOVE WS-STK-ABS TO WS-XFER-STACK
               ELSE
                  IF WS-CMD-VALID
                     SET WS-CMD-INVALID TO TRUE
                     IF WS-XFER-RECEIVE
                        MOVE 'BADRECV' TO WS-XFER-REASON
                        MOVE 'MALFORMED RECEIVE INSTRUCTION'
                          TO WS-XFER-REJECT-TEXT
                     ELSE
                        MOVE 'BADDISP' TO WS-XFER-REASON
                        MOVE 'MALFORMED DISPATCH INSTRUCTION'
                          TO WS-XFER-REJECT-TEXT
                     END-IF
                  END-IF
               END-IF

               IF WS-CMD-VALID AND WS-XFER-DISPATCH
                  IF WS-STACK-SIZE(WS-XFER-STACK) = ZERO
                     SET WS-CMD-INVALID TO TRUE
                     MOVE 'EMPTYSTK' TO WS-XFER-REASON
                     MOVE 'NOTHING TO DISPATCH FROM EMPTY STACK'
                       TO WS-XFER-REJECT-TEXT
                  ELSE
                     MOVE WS-STACK-ITEM(WS-XFER-STACK,
                          WS-STACK-SIZE(WS-XFER-STACK))
                       TO WS-XFER-CRATE
                  END-IF
               END-IF

               IF WS-CMD-VALID AND WS-XFER-RECEIVE
                  IF WS-STACK-SIZE(WS-XFER-STACK) >=
                     WS-MAX-STACK-ITEMS
                     SET WS-CMD-INVALID TO TRUE
                     MOVE 'FULLSTK' TO WS-XFER-REASON
                     MOVE 'STACK AT ITEM CAPACITY'
                       TO WS-XFER-REJECT-TEXT
                  END-IF
               END-IF

               IF WS-CMD-VALID AND WS-CRATE-MST-LOADED
                  MOVE WS-XFER-CRATE TO WS-LOOK-LETTER
                  PERFORM LOOK-UP-CRATE
                  IF NOT WS-LOOK-FOUND
                     SET WS-CMD-INVALID TO TRUE
                     MOVE 'NOCRATE' TO WS-XFER-REASON
                     MOVE 'CRATE NOT ON CRATE MASTER'
                       TO WS-XFER-REJECT-TEXT
                  END-IF
               END-IF

               IF WS-OP-RAW NOT = SPACES
                  MOVE FUNCTION TRIM(WS-OP-RAW) TO WS-CUR-OP
                  IF WS-OPS-LOADED
                     PERFORM CHECK-OPERATOR-ID
                     IF NOT WS-OP-KNOWN
                     AND WS-CMD-VALID
                        SET WS-CMD-INVALID TO TRUE
                        MOVE 'BADOPER' TO WS-XFER-REASON
                        MOVE 'OPERATOR NOT ON FILE'
                          TO WS-XFER-REJECT-TEXT
                     END-IF
                  END-IF
               END-IF

               PERFORM CHECK-CRANE-ID
               IF  WS-CRANE-REASON NOT = SPACES
               AND WS-CMD-VALID
                  SET WS-CMD-INVALID TO TRUE
                  MOVE WS-CRANE-REASON      TO WS-XFER-REASON
                  MOVE WS-CRANE-REJECT-TEXT TO WS-XFER-REJECT-TEXT
               END-IF
               .

           RECEIVE-CRATE SECTION.
               ADD 1 TO WS-STACK-SIZE(WS-XFER-STACK)
               MOVE WS-XFER-CRATE
                 TO WS-STACK-ITEM(WS-XFER-STACK,
                                  WS-STACK-SIZE(WS-XFER-STACK))
               MOVE WS-RUN-DATE
                 TO WS-ARRIVED(WS-XFER-STACK,
                               WS-STACK-SIZE(WS-XFER-STACK))
               ADD 1 TO WS-RECEIVED-COUNT
               PERFORM WRITE-TRANSFER-LOG-RECORD
               .

           DISPATCH-CRATE SECTION.
               MOVE SPACE
                 TO WS-STACK-ITEM(WS-XFER-STACK,
                                  WS-STACK-SIZE(WS-XFER-STACK))
               MOVE ZERO
                 TO WS-ARRIVED(WS-XFER-STACK,
                               WS-STACK-SIZE(WS-XFER-STACK))
               SUBTRACT 1 FROM WS-STACK-SIZE(WS-XFER-STACK)
               ADD 1 TO WS-DISPATCHED-COUNT
               PERFORM WRITE-TRANSFER-LOG-RECORD
               .

           ALT-RECEIVE-CRATE SECTION.
               ADD 1 TO WS-ALT-SIZE(WS-XFER-STACK)
               MOVE WS-XFER-CRATE
                 TO WS-ALT-ITEM(WS-XFER-STACK,
                                WS-ALT-SIZE(WS-XFER-STACK))
               .

           ALT-DISPATCH-CRATE SECTION.
               IF WS-ALT-SIZE(WS-XFER-STACK) > ZERO
                  MOVE SPACE
                    TO WS-ALT-ITEM(WS-XFER-STACK,
                                   WS-ALT-SIZE(WS-XFER-STACK))
                  SUBTRACT 1 FROM WS-ALT-SIZE(WS-XFER-STACK)
               END-IF
               .

           WRITE-TRANSFER-LOG-RECORD SECTION.
               ADD 1 TO WS-MOVE-SEQ
               MOVE WS-XFER-STACK TO WS-ABS-STACK
               PERFORM GET-ABS-STACK-INFO
               MOVE WS-BAY-LETTER(WS-ABS-BAY) TO WS-XFER-BAY-LTR
               MOVE SPACES TO WS-MOVELOG-LINE
               IF WS-XFER-RECEIVE
                  MOVE ZERO          TO WS-FROM-DISP
                  MOVE WS-XFER-STACK TO WS-TO-DISP
                  STRING 'SEQ=' WS-MOVE-SEQ
                         ' FROM=' WS-FROM-DISP
                         ' TO='   WS-TO-DISP
                         ' CRATE=' WS-XFER-CRATE
                         ' MODE=' WS-XFER-TYPE
                         ' LINE=' WS-CMD-LINE-NUM
                         ' BAY-FROM= '
                         ' BAY-TO=' WS-XFER-BAY-LTR
                         ' OP=' WS-CUR-OP
                     DELIMITED BY SIZE
                     INTO WS-MOVELOG-LINE
               ELSE
                  MOVE WS-XFER-STACK TO WS-FROM-DISP
                  MOVE ZERO          TO WS-TO-DISP
                  STRING 'SEQ=' WS-MOVE-SEQ
                         ' FROM=' WS-FROM-DISP
                         ' TO='   WS-TO-DISP
                         ' CRATE=' WS-XFER-CRATE
                         ' MODE=' WS-XFER-TYPE
                         ' LINE=' WS-CMD-LINE-NUM
                         ' BAY-FROM=' WS-XFER-BAY-LTR
                         ' BAY-TO= '
                         ' OP=' WS-CUR-OP
                         ' ORDER=' WS-XFER-ORDER
                     DELIMITED BY SIZE
                     INTO WS-MOVELOG-LINE
               END-IF
               WRITE WS-MOVELOG-LINE
               .

           WRITE-TRANSFER-ERROR SECTION.
               IF NOT WS-ERRORS-EXIST
                  OPEN OUTPUT ERROR-OUT
                  SET WS-ERRORS-EXIST TO TRUE
               END-IF
               MOVE SPACES TO WS-ERROR-LINE
               STRING 'LINE=' WS-CMD-LINE-NUM
                      ' OP=' WS-CUR-OP
                      ' ' DELIMITED BY SIZE
                      WS-XFER-REJECT-TEXT DELIMITED BY '  '
                      ': ' DELIMITED BY SIZE
                      IN-INPUT DELIMITED BY SIZE
                  INTO WS-ERROR-LINE
               WRITE WS-ERROR-LINE
               MOVE 'input_long.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-CMD-LINE-NUM  TO WS-EXCP-LINE-NO
               MOVE WS-XFER-REASON   TO WS-EXCP-REASON
               MOVE IN-INPUT         TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           VALIDATE-COMMAND SECTION.
               SET WS-CMD-VALID TO TRUE
               MOVE SPACES TO WS-CRANE-REASON
               MOVE ZERO TO WS-CUR-CRANE-IX
               IF IN-INPUT(1:5) NOT = 'move '
                  SET WS-CMD-INVALID TO TRUE
               ELSE
                  MOVE SPACES TO WS-TIMES-RAW WS-FROM-RAW WS-TO-RAW
                                 WS-OP-RAW
                                 WS-CMD-TAIL-DELIM-1 WS-CMD-TAIL-DELIM-2
                                 WS-CMD-TAIL-RAW-1 WS-CMD-TAIL-RAW-2
                  MOVE 'NONE' TO WS-CUR-OP
                  UNSTRING IN-INPUT(5:)
                      DELIMITED BY 'from' OR 'to' OR ' op '
                                OR ' crane '
                      INTO WS-TIMES-RAW, WS-FROM-RAW,
                           WS-TO-RAW
                              DELIMITER IN WS-CMD-TAIL-DELIM-1,
                           WS-CMD-TAIL-RAW-1
                              DELIMITER IN WS-CMD-TAIL-DELIM-2,
                           WS-CMD-TAIL-RAW-2
                  END-UNSTRING
                  PERFORM SPLIT-COMMAND-TAIL

                  IF WS-TIMES-RAW = SPACES
                  OR FUNCTION TRIM(WS-TIMES-RAW) NOT NUMERIC
                        END-IF
                     END-IF
                  END-IF

                  PERFORM CHECK-CRANE-ID
                  IF  WS-CRANE-REASON NOT = SPACES
                  AND WS-CMD-VALID
                     SET WS-CMD-INVALID TO TRUE
                  ELSE
                     MOVE SPACES TO WS-CRANE-REASON
                  END-IF
               END-IF
               .

      *****************************************************************
      *  THE OPTIONAL OP AND CRANE CLAUSES MAY FOLLOW AN INSTRUCTION IN
      *  EITHER ORDER.  THE DELIMITER THAT OPENED EACH TRAILING FIELD
      *  SAYS WHICH CLAUSE IT HOLDS.
      *****************************************************************
           SPLIT-COMMAND-TAIL SECTION.
               MOVE SPACES TO WS-OP-RAW WS-CRANE-RAW
               IF WS-CMD-TAIL-DELIM-1 = ' op '
                  MOVE WS-CMD-TAIL-RAW-1 TO WS-OP-RAW
               END-IF
               IF WS-CMD-TAIL-DELIM-1 = ' crane '
                  MOVE WS-CMD-TAIL-RAW-1 TO WS-CRANE-RAW
               END-IF
               IF WS-CMD-TAIL-DELIM-2 = ' op '
                  MOVE WS-CMD-TAIL-RAW-2 TO WS-OP-RAW
               END-IF
               IF WS-CMD-TAIL-DELIM-2 = ' crane '
                  MOVE WS-CMD-TAIL-RAW-2 TO WS-CRANE-RAW
               END-IF
               .

      *****************************************************************
      *  A LIFT NAMING A CRANE IS REFUSED WHEN THE CRANE IS NOT ON THE
      *  CRANE MASTER OR IS OUT OF SERVICE.  A CRANE'S RATED CAPACITY
      *  REPLACES CRANE_LIMIT AS THE WEIGHT LIMIT FOR ITS LIFTS.
      *****************************************************************
           CHECK-CRANE-ID SECTION.
               MOVE SPACES TO WS-CRANE-REASON WS-CRANE-REJECT-TEXT
                              WS-CUR-CRANE
               MOVE ZERO TO WS-CUR-CRANE-IX
               MOVE WS-CRANE-LIMIT TO WS-MOVE-LIMIT
               IF WS-CRANE-RAW NOT = SPACES
                  MOVE FUNCTION TRIM(WS-CRANE-RAW) TO WS-CUR-CRANE
                  IF WS-CRNS-LOADED
                     PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                             UNTIL WS-CRN-IX > WS-CRN-COUNT
                        IF WS-CRN-ID(WS-CRN-IX) = WS-CUR-CRANE
                           MOVE WS-CRN-IX TO WS-CUR-CRANE-IX
                           MOVE WS-CRN-COUNT TO WS-CRN-IX
                        END-IF
                     END-PERFORM
                     EVALUATE TRUE
                        WHEN WS-CUR-CRANE-IX = ZERO
                           MOVE 'BADCRANE' TO WS-CRANE-REASON
                           MOVE 'CRANE NOT ON CRANE MASTER'
                             TO WS-CRANE-REJECT-TEXT
                        WHEN WS-CRN-OUT-OF-SERVICE(WS-CUR-CRANE-IX)
                           MOVE 'CRANEOOS' TO WS-CRANE-REASON
                           MOVE 'CRANE OUT OF SERVICE'
                             TO WS-CRANE-REJECT-TEXT
                        WHEN WS-CRN-CAPACITY(WS-CUR-CRANE-IX) > ZERO
                           MOVE WS-CRN-CAPACITY(WS-CUR-CRANE-IX)
                             TO WS-MOVE-LIMIT
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
               END-IF
               .

           WRITE-CRANE-ERROR SECTION.
               IF NOT WS-ERRORS-EXIST
                  OPEN OUTPUT ERROR-OUT
                  SET WS-ERRORS-EXIST TO TRUE
               END-IF
               MOVE SPACES TO WS-ERROR-LINE
               STRING 'LINE=' WS-CMD-LINE-NUM
                      ' OP=' WS-CUR-OP
                      ' CRANE=' WS-CUR-CRANE
                      ' ' DELIMITED BY SIZE
                      WS-CRANE-REJECT-TEXT DELIMITED BY '  '
                      ': ' DELIMITED BY SIZE
                      IN-INPUT DELIMITED BY SIZE
                  INTO WS-ERROR-LINE
               WRITE WS-ERROR-LINE
               MOVE 'input_long.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-CMD-LINE-NUM  TO WS-EXCP-LINE-NO
               MOVE WS-CRANE-REASON  TO WS-EXCP-REASON
               MOVE IN-INPUT         TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           SUM-LANDED-WEIGHT SECTION.
               MOVE ZERO TO WS-LIFT-WEIGHT
               IF WS-CRATE-MST-LOADED
                  COMPUTE WS-LIFT-IX =
                          WS-STACK-SIZE(WS-TO) - WS-TIMES + 1
                  PERFORM WS-TIMES TIMES
                     MOVE WS-STACK-ITEM(WS-TO, WS-LIFT-IX)
                       TO WS-LOOK-LETTER
                     PERFORM LOOK-UP-CRATE
                     ADD WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                     ADD 1 TO WS-LIFT-IX
                  END-PERFORM
               END-IF
               .

           POST-TRANSFER-CRANE-USAGE SECTION.
               IF WS-CUR-CRANE-IX > ZERO
                  MOVE ZERO TO WS-LIFT-WEIGHT
                  IF WS-CRATE-MST-LOADED
                     MOVE WS-XFER-CRATE TO WS-LOOK-LETTER
                     PERFORM LOOK-UP-CRATE
                     MOVE WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                  END-IF
                  MOVE 1 TO WS-CRANE-LIFTS
                  PERFORM POST-CRANE-USAGE
               END-IF
               .

           POST-CRANE-USAGE SECTION.
               ADD WS-CRANE-LIFTS TO WS-CRN-LIFTS(WS-CUR-CRANE-IX)
               ADD WS-LIFT-WEIGHT TO WS-CRN-TONNAGE(WS-CUR-CRANE-IX)
               .

           LOAD-CRANE-MASTER SECTION.
               MOVE 'N' TO WS-CRN-EOF-SW
               OPEN INPUT CRANE-MASTER
               IF WS-CRANE-MST-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  SET WS-CRNS-LOADED TO TRUE
                  PERFORM UNTIL WS-CRN-EOF
                     READ CRANE-MASTER
                     AT END
                        SET WS-CRN-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-CRANE-CARD
                     END-READ
                  END-PERFORM
                  CLOSE CRANE-MASTER
               END-IF
               .

           POST-CRANE-CARD SECTION.
               IF  WS-CRN-COUNT < WS-MAX-CRANES
               AND IN-CRN-ID NOT = SPACES
               AND IN-CRN-CAPACITY IS NUMERIC
               AND IN-CRN-LIFTS IS NUMERIC
               AND IN-CRN-TONNAGE IS NUMERIC
               AND IN-CRN-INTERVAL IS NUMERIC
               AND IN-CRN-NEXT-DUE IS NUMERIC
                  ADD 1 TO WS-CRN-COUNT
                  MOVE IN-CRN-ID       TO WS-CRN-ID(WS-CRN-COUNT)
                  MOVE IN-CRN-BAY      TO WS-CRN-BAY(WS-CRN-COUNT)
                  MOVE IN-CRN-CAPACITY TO WS-CRN-CAPACITY(WS-CRN-COUNT)
                  MOVE IN-CRN-LIFTS    TO WS-CRN-LIFTS(WS-CRN-COUNT)
                  MOVE IN-CRN-TONNAGE  TO WS-CRN-TONNAGE(WS-CRN-COUNT)
                  MOVE IN-CRN-INTERVAL TO WS-CRN-INTERVAL(WS-CRN-COUNT)
                  MOVE IN-CRN-NEXT-DUE TO WS-CRN-NEXT-DUE(WS-CRN-COUNT)
                  IF IN-CRN-STATUS = 'O'
                     MOVE 'O' TO WS-CRN-STATUS(WS-CRN-COUNT)
                  ELSE
                     MOVE 'A' TO WS-CRN-STATUS(WS-CRN-COUNT)
                  END-IF
                  IF IN-CRN-LAST-SVC IS NUMERIC
                     MOVE IN-CRN-LAST-SVC
                       TO WS-CRN-LAST-SVC(WS-CRN-COUNT)
                  ELSE
                     MOVE ZERO TO WS-CRN-LAST-SVC(WS-CRN-COUNT)
                  END-IF
               ELSE
                  IF IN-CRN-ID NOT = SPACES
                     DISPLAY 'DAY05: MALFORMED CRANE MASTER CARD '
                             'SKIPPED: ' IN-CRANE-CARD
                  END-IF
               END-IF
               .

           WRITE-CRANE-MASTER SECTION.
               OPEN OUTPUT CRANE-MASTER-OUT
               PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                       UNTIL WS-CRN-IX > WS-CRN-COUNT
                  MOVE SPACES TO WS-CRANE-OUT-LINE
                  MOVE WS-CRN-ID(WS-CRN-IX)       TO OUT-CRN-ID
                  MOVE WS-CRN-BAY(WS-CRN-IX)      TO OUT-CRN-BAY
                  MOVE WS-CRN-CAPACITY(WS-CRN-IX) TO OUT-CRN-CAPACITY
                  MOVE WS-CRN-LIFTS(WS-CRN-IX)    TO OUT-CRN-LIFTS
                  MOVE WS-CRN-TONNAGE(WS-CRN-IX)  TO OUT-CRN-TONNAGE
                  MOVE WS-CRN-INTERVAL(WS-CRN-IX) TO OUT-CRN-INTERVAL
                  MOVE WS-CRN-NEXT-DUE(WS-CRN-IX) TO OUT-CRN-NEXT-DUE
                  MOVE WS-CRN-STATUS(WS-CRN-IX)   TO OUT-CRN-STATUS
                  MOVE WS-CRN-LAST-SVC(WS-CRN-IX) TO OUT-CRN-LAST-SVC
                  WRITE WS-CRANE-OUT-LINE
               END-PERFORM
               CLOSE CRANE-MASTER-OUT
               .

           REPORT-CRANE-SERVICE SECTION.
               PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                       UNTIL WS-CRN-IX > WS-CRN-COUNT
                  IF  WS-CRN-NEXT-DUE(WS-CRN-IX) > ZERO
                  AND WS-CRN-LIFTS(WS-CRN-IX) >=
                      WS-CRN-NEXT-DUE(WS-CRN-IX)
                     DISPLAY 'DAY05: CRANE ' WS-CRN-ID(WS-CRN-IX)
                             ' PAST SERVICE DUE - LIFTS '
                             WS-CRN-LIFTS(WS-CRN-IX)
                             ' DUE AT '
                             WS-CRN-NEXT-DUE(WS-CRN-IX)
                  END-IF
               END-PERFORM
               .

           CHECK-OPERATOR-ID SECTION.
               MOVE 'N' TO WS-OP-KNOWN-SW
               PERFORM VARYING WS-OPS-IX FROM 1 BY 1
                              MOVE IN-PI-CRATE
                                TO WS-PRIOR-ITEM(WS-PI-STACK-NUM,
                                                  WS-PI-POS-NUM)
                              IF IN-PI-ARRIVED IS NUMERIC
                                 MOVE IN-PI-ARRIVED
                                   TO WS-PRIOR-ARRIVED(WS-PI-STACK-NUM,
                                                       WS-PI-POS-NUM)
                              END-IF
                              IF WS-PI-POS-NUM >
                                 WS-PRIOR-SIZE(WS-PI-STACK-NUM)
                                 MOVE WS-PI-POS-NUM
               END-IF
               .

      *****************************************************************
      *  A CRATE STILL IN THE PLACE LAST NIGHT'S INVENTORY LEFT IT
      *  KEEPS ITS ARRIVAL DATE.  ANY OTHER CRATE ON THE OPENING
      *  DIAGRAM IS TAKEN AS ARRIVING TODAY.
      *****************************************************************
           CARRY-ARRIVAL-DATES SECTION.
               PERFORM VARYING WS-CONT-IX FROM 1 BY 1
                       UNTIL WS-CONT-IX > WS-NUM-STACKS
                  PERFORM VARYING WS-CONT-IX2 FROM 1 BY 1
                          UNTIL WS-CONT-IX2 > WS-STACK-SIZE(WS-CONT-IX)
                     IF  WS-CONT-IX2 <= WS-PRIOR-SIZE(WS-CONT-IX)
                     AND WS-PRIOR-ITEM(WS-CONT-IX, WS-CONT-IX2) =
                         WS-STACK-ITEM(WS-CONT-IX, WS-CONT-IX2)
                        MOVE WS-PRIOR-ARRIVED(WS-CONT-IX, WS-CONT-IX2)
                          TO WS-ARRIVED(WS-CONT-IX, WS-CONT-IX2)
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

           CHECK-CONTINUITY SECTION.
               MOVE ZERO TO WS-CONT-DIFFS
               OPEN OUTPUT CONT-OUT
                  MOVE WS-STACK-ITEM(WS-FROM,IX)
                    TO WS-STACK-ITEM(WS-TO  ,IX2)
                  MOVE WS-STACK-ITEM(WS-TO,IX2) TO WS-LOG-CRATE
                  MOVE WS-ARRIVED(WS-FROM,IX) TO WS-ARRIVED(WS-TO,IX2)

                  MOVE SPACE TO WS-STACK-ITEM(WS-FROM,IX)
                  MOVE ZERO  TO WS-ARRIVED(WS-FROM,IX)

                  SUBTRACT 1 FROM WS-STACK-SIZE(WS-FROM)

                       UNTIL WS-TEMP-IX > WS-TIMES
                  MOVE WS-STACK-ITEM(WS-FROM,IX) TO
                       WS-TEMP-CRATES(WS-TEMP-IX)
                  MOVE WS-ARRIVED(WS-FROM,IX) TO
                       WS-TEMP-ARRIVED(WS-TEMP-IX)
                  MOVE SPACE TO WS-STACK-ITEM(WS-FROM,IX)
                  MOVE ZERO  TO WS-ARRIVED(WS-FROM,IX)
                  ADD 1 TO IX
               END-PERFORM
               SUBTRACT WS-TIMES FROM WS-STACK-SIZE(WS-FROM)
                  ADD 1 TO IX2
                  MOVE WS-TEMP-CRATES(WS-TEMP-IX)
                    TO WS-STACK-ITEM(WS-TO,IX2)
                  MOVE WS-TEMP-ARRIVED(WS-TEMP-IX)
                    TO WS-ARRIVED(WS-TO,IX2)
                  MOVE WS-TEMP-CRATES(WS-TEMP-IX) TO WS-LOG-CRATE
                  PERFORM WRITE-MOVE-LOG-RECORD
               END-PERFORM
               END-PERFORM
               DISPLAY WS-OUTPUT
               DISPLAY WS-INVALID-COUNT
               IF WS-RECEIVED-COUNT > ZERO
               OR WS-DISPATCHED-COUNT > ZERO
                  DISPLAY 'CRATES RECEIVED: ' WS-RECEIVED-COUNT
                          ' DISPATCHED: ' WS-DISPATCHED-COUNT
               END-IF
               PERFORM PRINT-INVENTORY-REPORT
               PERFORM WRITE-SHIPPING-MANIFEST
               PERFORM WRITE-UTILIZATION-REPORT
               PERFORM WRITE-OPERATOR-REPORT
               IF WS-CRNS-LOADED
                  IF NOT WS-BKUP-FAILED
                     PERFORM WRITE-CRANE-MASTER
                  END-IF
                  PERFORM REPORT-CRANE-SERVICE
               END-IF
               PERFORM CHECK-ORDER-FULFILLMENT
               PERFORM SCAN-FINAL-SEGREGATION
               IF WS-CRANE-BOTH
               MOVE ZERO TO WS-LOOK-WEIGHT
               MOVE 'UNKNOWN' TO WS-LOOK-DESC
               MOVE SPACE TO WS-LOOK-HAZARD
               MOVE 'N' TO WS-LOOK-FOUND-SW
               PERFORM VARYING WS-CRATE-IX FROM 1 BY 1
                       UNTIL WS-CRATE-IX > WS-CRATE-COUNT
                  IF WS-CRATE-LETTER(WS-CRATE-IX) = WS-LOOK-LETTER
                     SET WS-LOOK-FOUND TO TRUE
                     MOVE WS-CRATE-WEIGHT(WS-CRATE-IX)
                       TO WS-LOOK-WEIGHT
                     MOVE WS-CRATE-DESC(WS-CRATE-IX)
               .

           CHECK-LIFT-WEIGHT SECTION.
               IF WS-MOVE-LIMIT = ZERO
               OR NOT WS-CRATE-MST-LOADED
                  CONTINUE
               ELSE
                     ADD WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                     ADD 1 TO WS-LIFT-IX
                  END-PERFORM
                  IF WS-LIFT-WEIGHT > WS-MOVE-LIMIT
                     SET WS-CMD-INVALID TO TRUE
                  END-IF
               END-IF
               STRING 'LINE=' WS-CMD-LINE-NUM
                      ' OP=' WS-CUR-OP
                      ' LIFT WEIGHT ' WS-LIFT-WEIGHT
                      ' OVER CRANE LIMIT ' WS-MOVE-LIMIT
                      ': ' DELIMITED BY SIZE
                      IN-INPUT DELIMITED BY SIZE
                  INTO WS-ERROR-LINE
               .

           CHECK-LIFT-WEIGHT-ALT SECTION.
               IF WS-MOVE-LIMIT = ZERO
               OR NOT WS-CRATE-MST-LOADED
                  CONTINUE
               ELSE
                     ADD WS-LOOK-WEIGHT TO WS-LIFT-WEIGHT
                     ADD 1 TO WS-LIFT-IX
                  END-PERFORM
                  IF WS-LIFT-WEIGHT > WS-MOVE-LIMIT
                     SET WS-CMD-INVALID TO TRUE
                  END-IF
               END-IF
                     PERFORM VARYING IX2 FROM 1 BY 1
                             UNTIL IX2 > WS-STACK-SIZE(IX)
                        MOVE IX2 TO WS-INV-POS-DISP
                        IF WS-ARRIVED(IX,IX2) = ZERO
                           MOVE WS-RUN-DATE TO WS-INV-ARRIVED
                        ELSE
                           MOVE WS-ARRIVED(IX,IX2) TO WS-INV-ARRIVED
                        END-IF
                        MOVE SPACES TO WS-INVENTORY-LINE
                        STRING 'STACK=' WS-INV-STACK-DISP
                               ' POS=' WS-INV-POS-DISP
                               ' BAY='
                               WS-BAY-LETTER(WS-ABS-BAY)
                               ' BAY-STACK=' WS-ABS-IN-BAY
                               ' ARRIVED=' WS-INV-ARRIVED
                           DELIMITED BY SIZE
                           INTO WS-INVENTORY-LINE
                        WRITE WS-INVENTORY-LINE
           COPY RUNLOG.

           COPY EXCPAPP.
           COPY KEEPGEN.
