           IDENTIFICATION DIVISION.
           PROGRAM-ID. DAY05NXT.
      *****************************************************************
      *  NEXT-DAY INPUT BUILDER.  CARRIES TONIGHT'S FINAL YARD
      *  INVENTORY FORWARD AS THE NEXT BUSINESS DATE'S OPENING STACK
      *  DIAGRAM AND WRITES IT AS INPUT_LONG.TXT: HDR FOR THE NEXT
      *  DATE, ONE DIAGRAM PER BAY LAID OUT FROM YARD_CONFIG.TXT AND
      *  THE INVENTORY, THE NEXT DATE'S MOVE INSTRUCTIONS (MOVES_FILE)
      *  AND A TRL CARRYING THE RECORD COUNT.
      *
      *  NOTHING IS WRITTEN UNLESS DAY05AUD HAS REPLAYED TONIGHT'S
      *  MOVE LOG CLEAN AGAINST THE INVENTORY.  THE INPUT JUST
      *  AUDITED IS KEPT AS INPUT_LONG_<DATE>.TXT BEFORE IT IS
      *  REPLACED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT-IN ASSIGN TO 'day05_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
              SELECT INVENTORY-IN ASSIGN TO 'day05_inventory.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTORY-STATUS.
              SELECT YARD-CONFIG ASSIGN TO 'yard_config.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YARD-STATUS.
              SELECT MOVES-IN ASSIGN TO WS-MOVES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVES-STATUS.
              SELECT PRIOR-INPUT ASSIGN TO 'input_long.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRIOR-STATUS.
              SELECT SAVED-INPUT ASSIGN TO WS-SAVED-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT NEXT-INPUT ASSIGN TO 'input_long.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD AUDIT-IN.
              01 IN-AUDIT-LINE                PIC X(100).

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

              FD YARD-CONFIG.
              01 IN-YARD-CARD.
                 03 IN-YARD-BAY            PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-YARD-STACK          PIC X(2).
                 03 FILLER                 PIC X(1).
                 03 IN-YARD-MAXHGT         PIC X(3).

              FD MOVES-IN.
              01 IN-MOVE-LINE                 PIC X(80).

              FD PRIOR-INPUT.
              01 IN-PRIOR-LINE                PIC X(80).

              FD SAVED-INPUT.
              01 WS-SAVED-LINE                PIC X(80).

              FD NEXT-INPUT.
              01 WS-NEXT-LINE                 PIC X(80).

           WORKING-STORAGE SECTION.

              01 WS-AUDIT-STATUS              PIC X(2).
              01 WS-INVENTORY-STATUS          PIC X(2).
              01 WS-YARD-STATUS               PIC X(2).
              01 WS-MOVES-STATUS              PIC X(2).
              01 WS-PRIOR-STATUS              PIC X(2).
              01 WS-MOVES-FILE                PIC X(40).
              01 WS-SAVED-FILE                PIC X(40).

              01 WS-HIST-PROGRAM-ID           PIC X(8) VALUE 'DAY05NXT'.
              01 WS-PERD-OPEN-SW              PIC X.
                 88 WS-PERD-OPEN                   VALUE 'Y'.
              01 WS-RUN-DATE                  PIC 9(8).
              01 WS-RUN-DATE-X                PIC X(8).
              01 WS-NEXT-DATE                 PIC 9(8).
              01 WS-NEXT-DATE-X               PIC X(8).
              01 WS-BUSCAL-FUNC               PIC X(5) VALUE 'NEXT '.
              01 WS-BUSCAL-MEND-SW            PIC X.

              01 WS-PARM-NAME                 PIC X(20).
              01 WS-PARM-VALUE                PIC X(40).
              01 WS-PARM-FOUND-SW             PIC X.
                 88 WS-PARM-FOUND                   VALUE 'Y'.

              01 WS-AUDIT-EOF-SW              PIC X.
                 88 WS-AUDIT-EOF                    VALUE 'Y'.
              01 WS-AUDIT-LINES               PIC 9(7) COMP VALUE 0.
              01 WS-AUDIT-DATE-X              PIC X(8).
              01 WS-AUDIT-VERDICT             PIC X(20).
              01 WS-AUDIT-REASON              PIC X(40).

              01 WS-BAY-STACKS-TABLE.
                 03 WS-BAY-STACKS  PIC 99 OCCURS 3 VALUE 0.
              01 WS-BAY-LETTERS               PIC X(3) VALUE 'ABC'.
              01 WS-BAY-LETTER-TABLE REDEFINES WS-BAY-LETTERS.
                 03 WS-BAY-LETTER  PIC X OCCURS 3.
              01 WS-BAY-IX                    PIC 9    COMP.
              01 WS-BAY-COUNT                 PIC 9    VALUE 0.
              01 WS-IN-BAY                    PIC 99.
              01 WS-MAX-ABS-STACKS            PIC 99   COMP VALUE 60.
              01 WS-MAX-STACK-ITEMS           PIC 9(3) COMP VALUE 500.
              01 WS-MAX-DIAG-ROWS             PIC 9(3) COMP VALUE 49.

              01 WS-YARD-TABLE.
                 03 WS-STACK OCCURS 60.
                    05 WS-STACK-SIZE          PIC 9(3) VALUE 0.
                    05 WS-STACK-ITEM          PIC X VALUE ' '
                                               OCCURS 500.

              01 WS-YARD-EOF-SW               PIC X.
                 88 WS-YARD-EOF                     VALUE 'Y'.
              01 WS-YARD-BAY                  PIC 9 COMP.

              01 WS-MAX-MOVES                 PIC 9(4) COMP VALUE 2000.
              01 WS-MOVE-TABLE.
                 03 WS-MOVE-LINE   PIC X(80) OCCURS 2000.
              01 WS-MOVE-COUNT                PIC 9(4) COMP VALUE 0.
              01 WS-MOVE-IX                   PIC 9(4) COMP.
              01 WS-MOVES-FOUND-SW            PIC X VALUE 'N'.
                 88 WS-MOVES-FOUND                  VALUE 'Y'.

              01 WS-PRIOR-EOF-SW              PIC X.
                 88 WS-PRIOR-EOF                    VALUE 'Y'.
              01 WS-PRIOR-SAVE-SW             PIC X.
                 88 WS-PRIOR-SAVED                  VALUE 'Y'.

              01 WS-CTL-COUNT                 PIC 9(7) VALUE 0.
              01 WS-CRATE-TOTAL               PIC 9(5) VALUE 0.
              01 WS-MOVE-DISP                 PIC 9(4).
              01 WS-DIAG-ROWS                 PIC 9(3).
              01 WS-DIAG-STACKS               PIC 99.
              01 WS-DIAG-LEVEL                PIC 9(3) COMP.
              01 WS-COL-POS                   PIC 9(3) COMP.
              01 WS-ABS                       PIC 99 COMP.
              01 WS-STACK-NUM                 PIC 99.
              01 WS-POS-NUM                   PIC 9(3).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X
               CALL 'BUSCAL' USING WS-BUSCAL-FUNC
                                   WS-RUN-DATE
                                   WS-NEXT-DATE
                                   WS-BUSCAL-MEND-SW
               IF WS-NEXT-DATE NOT > WS-RUN-DATE
                  COMPUTE WS-NEXT-DATE =
                          FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
               END-IF
               MOVE WS-NEXT-DATE TO WS-NEXT-DATE-X

               MOVE SPACES TO WS-MOVES-FILE
               MOVE 'MOVES_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-MOVES-FILE
               ELSE
                  ACCEPT WS-MOVES-FILE FROM ENVIRONMENT
                         'MOVES_FILE'
               END-IF
               IF WS-MOVES-FILE = SPACES
                  STRING 'moves_' WS-NEXT-DATE-X '.txt'
                     DELIMITED BY SIZE INTO WS-MOVES-FILE
               END-IF

               PERFORM CHECK-PRIOR-AUDIT
               PERFORM LOAD-YARD-CONFIG
               PERFORM LOAD-INVENTORY
               PERFORM CHECK-DIAGRAM-SIZE
               PERFORM LOAD-MOVES
               PERFORM SAVE-PRIOR-INPUT
               PERFORM WRITE-NEXT-INPUT

               MOVE WS-MOVE-COUNT TO WS-MOVE-DISP
               DISPLAY 'DAY05NXT: INPUT_LONG.TXT BUILT FOR '
                       WS-NEXT-DATE-X ' - ' WS-BAY-COUNT
                       ' BAY(S) ' WS-CRATE-TOTAL ' CRATE(S) '
                       WS-MOVE-DISP ' MOVE(S) TRL=' WS-CTL-COUNT
               IF WS-PRIOR-SAVED
                  DISPLAY 'DAY05NXT: AUDITED INPUT KEPT AS '
                          FUNCTION TRIM(WS-SAVED-FILE)
               END-IF
               IF NOT WS-MOVES-FOUND
                  DISPLAY 'DAY05NXT: NO MOVE INSTRUCTIONS FILE '
                          FUNCTION TRIM(WS-MOVES-FILE)
                          ' - DIAGRAM ONLY'
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

      *****************************************************************
      *  THE AUDIT MUST BE DATED FOR TONIGHT AND END CLEAN, OR THE
      *  INVENTORY CANNOT BE TRUSTED AS THE NEXT OPENING POSITION.
      *****************************************************************
           CHECK-PRIOR-AUDIT SECTION.
               MOVE SPACES TO WS-AUDIT-DATE-X WS-AUDIT-VERDICT
                              WS-AUDIT-REASON
               MOVE 'N' TO WS-AUDIT-EOF-SW
               OPEN INPUT AUDIT-IN
               IF WS-AUDIT-STATUS NOT = '00'
                  MOVE 'NO DAY05_AUDIT.TXT' TO WS-AUDIT-REASON
               ELSE
                  PERFORM UNTIL WS-AUDIT-EOF
                     READ AUDIT-IN
                     AT END
                        SET WS-AUDIT-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-AUDIT-LINES
                        IF  WS-AUDIT-LINES = 1
                        AND IN-AUDIT-LINE(1:33) =
                            'DAY05 INVENTORY AUDIT REPLAY FOR '
                           MOVE IN-AUDIT-LINE(34:8)
                             TO WS-AUDIT-DATE-X
                        END-IF
                        IF IN-AUDIT-LINE(1:8) = 'VERDICT='
                           MOVE IN-AUDIT-LINE(9:20)
                             TO WS-AUDIT-VERDICT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE AUDIT-IN
                  EVALUATE TRUE
                     WHEN WS-AUDIT-DATE-X NOT = WS-RUN-DATE-X
                        STRING 'AUDIT IS NOT FOR ' WS-RUN-DATE-X
                           DELIMITED BY SIZE INTO WS-AUDIT-REASON
                     WHEN WS-AUDIT-VERDICT = SPACES
                        MOVE 'AUDIT HAS NO VERDICT'
                          TO WS-AUDIT-REASON
                     WHEN WS-AUDIT-VERDICT(1:5) NOT = 'CLEAN'
                        MOVE 'AUDIT DID NOT PASS'
                          TO WS-AUDIT-REASON
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               IF WS-AUDIT-REASON NOT = SPACES
                  DISPLAY 'DAY05NXT: ' FUNCTION TRIM(WS-AUDIT-REASON)
                          ' - NEXT DAY INPUT NOT BUILT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               .

           LOAD-INVENTORY SECTION.
               OPEN INPUT INVENTORY-IN
               IF WS-INVENTORY-STATUS NOT = '00'
                  DISPLAY 'DAY05NXT: NO DAY05_INVENTORY.TXT - '
                          'NEXT DAY INPUT NOT BUILT'
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
                  ADD 1 TO WS-CRATE-TOTAL
                  COMPUTE WS-BAY-IX = (WS-STACK-NUM - 1) / 20 + 1
                  MOVE IN-INV-BAY-STACK TO WS-IN-BAY
                  IF WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                     MOVE WS-IN-BAY TO WS-BAY-STACKS(WS-BAY-IX)
                  END-IF
               END-IF
               .

      *****************************************************************
      *  EVERY BAY MUST FIT A DAY05 DIAGRAM BEFORE ANYTHING IS
      *  WRITTEN, SO A REFUSAL LEAVES THE AUDITED INPUT IN PLACE.
      *****************************************************************
           CHECK-DIAGRAM-SIZE SECTION.
               PERFORM VARYING WS-BAY-IX FROM 1 BY 1
                       UNTIL WS-BAY-IX > 3
                  IF WS-BAY-STACKS(WS-BAY-IX) > ZERO
                     ADD 1 TO WS-BAY-COUNT
                     PERFORM FIND-DIAGRAM-ROWS
                     IF WS-DIAG-ROWS > WS-MAX-DIAG-ROWS
                        DISPLAY 'DAY05NXT: BAY '
                                WS-BAY-LETTER(WS-BAY-IX)
                                ' STANDS ' WS-DIAG-ROWS ' HIGH - TOO '
                                'TALL FOR A DAY05 DIAGRAM'
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-BAY-COUNT = ZERO
                  DISPLAY 'DAY05NXT: NO STACKS IN INVENTORY OR YARD '
                          'CONFIG - NEXT DAY INPUT NOT BUILT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               .

           FIND-DIAGRAM-ROWS SECTION.
               MOVE ZERO TO WS-DIAG-ROWS
               PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                       UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                  COMPUTE WS-ABS = (WS-BAY-IX - 1) * 20 + WS-IN-BAY
                  IF WS-STACK-SIZE(WS-ABS) > WS-DIAG-ROWS
                     MOVE WS-STACK-SIZE(WS-ABS) TO WS-DIAG-ROWS
                  END-IF
               END-PERFORM
               .

           LOAD-MOVES SECTION.
               OPEN INPUT MOVES-IN
               IF WS-MOVES-STATUS = '00'
                  SET WS-MOVES-FOUND TO TRUE
                  PERFORM UNTIL WS-MOVES-STATUS NOT = '00'
                     READ MOVES-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-MOVE-LINE NOT = SPACES
                        AND IN-MOVE-LINE(1:3) NOT = 'HDR'
                        AND IN-MOVE-LINE(1:3) NOT = 'TRL'
                           IF WS-MOVE-COUNT >= WS-MAX-MOVES
                              DISPLAY 'DAY05NXT: MOVE TABLE CAPACITY '
                                      'OF ' WS-MAX-MOVES ' EXCEEDED - '
                                      'NEXT DAY INPUT NOT BUILT'
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                           END-IF
                           ADD 1 TO WS-MOVE-COUNT
                           MOVE IN-MOVE-LINE
                             TO WS-MOVE-LINE(WS-MOVE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE MOVES-IN
               END-IF
               .

      *****************************************************************
      *  KEEP THE INPUT THE AUDIT RAN AGAINST.  A RERUN FINDS ITS OWN
      *  OUTPUT (HDR ALREADY FOR THE NEXT DATE) AND LEAVES THE SAVED
      *  COPY ALONE.
      *****************************************************************
           SAVE-PRIOR-INPUT SECTION.
               MOVE 'N' TO WS-PRIOR-SAVE-SW
               OPEN INPUT PRIOR-INPUT
               IF WS-PRIOR-STATUS = '00'
                  MOVE 'N' TO WS-PRIOR-EOF-SW
                  READ PRIOR-INPUT
                  AT END
                     SET WS-PRIOR-EOF TO TRUE
                  END-READ
                  IF  NOT WS-PRIOR-EOF
                  AND NOT (IN-PRIOR-LINE(1:3) = 'HDR'
                           AND IN-PRIOR-LINE(4:8) = WS-NEXT-DATE-X)
                     SET WS-PRIOR-SAVED TO TRUE
                     MOVE SPACES TO WS-SAVED-FILE
                     STRING 'input_long_' WS-RUN-DATE-X '.txt'
                        DELIMITED BY SIZE INTO WS-SAVED-FILE
                     OPEN OUTPUT SAVED-INPUT
                     PERFORM UNTIL WS-PRIOR-EOF
                        MOVE IN-PRIOR-LINE TO WS-SAVED-LINE
                        WRITE WS-SAVED-LINE
                        READ PRIOR-INPUT
                        AT END
                           SET WS-PRIOR-EOF TO TRUE
                        END-READ
                     END-PERFORM
                     CLOSE SAVED-INPUT
                  END-IF
                  CLOSE PRIOR-INPUT
               END-IF
               .

           WRITE-NEXT-INPUT SECTION.
               OPEN OUTPUT NEXT-INPUT
               MOVE SPACES TO WS-NEXT-LINE
               STRING 'HDR' WS-NEXT-DATE-X
                  DELIMITED BY SIZE INTO WS-NEXT-LINE
               WRITE WS-NEXT-LINE
               PERFORM VARYING WS-BAY-IX FROM 1 BY 1
                       UNTIL WS-BAY-IX > 3
                  IF WS-BAY-STACKS(WS-BAY-IX) > ZERO
                     PERFORM WRITE-BAY-DIAGRAM
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                       UNTIL WS-MOVE-IX > WS-MOVE-COUNT
                  MOVE WS-MOVE-LINE(WS-MOVE-IX) TO WS-NEXT-LINE
                  WRITE WS-NEXT-LINE
                  ADD 1 TO WS-CTL-COUNT
               END-PERFORM
               MOVE SPACES TO WS-NEXT-LINE
               STRING 'TRL' WS-CTL-COUNT
                  DELIMITED BY SIZE INTO WS-NEXT-LINE
               WRITE WS-NEXT-LINE
               CLOSE NEXT-INPUT
               .

           WRITE-BAY-DIAGRAM SECTION.
               PERFORM FIND-DIAGRAM-ROWS
               MOVE WS-BAY-STACKS(WS-BAY-IX) TO WS-DIAG-STACKS
               MOVE SPACES TO WS-NEXT-LINE
               STRING 'DIAG' WS-DIAG-ROWS WS-DIAG-STACKS
                      WS-BAY-LETTER(WS-BAY-IX)
                  DELIMITED BY SIZE INTO WS-NEXT-LINE
               WRITE WS-NEXT-LINE
               ADD 1 TO WS-CTL-COUNT
               PERFORM VARYING WS-DIAG-LEVEL FROM WS-DIAG-ROWS BY -1
                       UNTIL WS-DIAG-LEVEL < 1
                  MOVE SPACES TO WS-NEXT-LINE
                  PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                          UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                     COMPUTE WS-ABS =
                             (WS-BAY-IX - 1) * 20 + WS-IN-BAY
                     IF WS-STACK-SIZE(WS-ABS) >= WS-DIAG-LEVEL
                        COMPUTE WS-COL-POS = (WS-IN-BAY - 1) * 4 + 1
                        MOVE '[' TO WS-NEXT-LINE(WS-COL-POS:1)
                        MOVE WS-STACK-ITEM(WS-ABS, WS-DIAG-LEVEL)
                          TO WS-NEXT-LINE(WS-COL-POS + 1:1)
                        MOVE ']' TO WS-NEXT-LINE(WS-COL-POS + 2:1)
                     END-IF
                  END-PERFORM
                  WRITE WS-NEXT-LINE
                  ADD 1 TO WS-CTL-COUNT
               END-PERFORM
               MOVE SPACES TO WS-NEXT-LINE
               PERFORM VARYING WS-IN-BAY FROM 1 BY 1
                       UNTIL WS-IN-BAY > WS-BAY-STACKS(WS-BAY-IX)
                  COMPUTE WS-COL-POS = (WS-IN-BAY - 1) * 4 + 2
                  IF WS-IN-BAY < 10
                     MOVE WS-IN-BAY(2:1)
                       TO WS-NEXT-LINE(WS-COL-POS:1)
                  ELSE
                     MOVE WS-IN-BAY TO WS-NEXT-LINE(WS-COL-POS:2)
                  END-IF
               END-PERFORM
               WRITE WS-NEXT-LINE
               ADD 1 TO WS-CTL-COUNT
               MOVE SPACES TO WS-NEXT-LINE
               WRITE WS-NEXT-LINE
               ADD 1 TO WS-CTL-COUNT
               .

           LOAD-YARD-CONFIG SECTION.
               MOVE 'N' TO WS-YARD-EOF-SW
               OPEN INPUT YARD-CONFIG
               IF WS-YARD-STATUS = '00'
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
               AND IN-YARD-STACK NOT = '00'
               AND IN-YARD-STACK <= '20'
                  MOVE IN-YARD-STACK TO WS-IN-BAY
                  IF WS-IN-BAY > WS-BAY-STACKS(WS-YARD-BAY)
                     MOVE WS-IN-BAY TO WS-BAY-STACKS(WS-YARD-BAY)
                  END-IF
               END-IF
               .
