           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROVEXP.

      *****************************************************************
      *  PROVISIONS EXPIRY.  READS PROVISIONS_LOTS.TXT AGAINST
      *  PROVISIONS_MASTER.TXT.  A LOT PAST ITS EXPIRY DATE IS WRITTEN
      *  OFF: ITS QUANTITY COMES OFF THE PROVISION'S ON-HAND AND THE
      *  LOT IS DROPPED.  LOTS EXPIRING WITHIN EXPIRY_DAYS (DEFAULT 7)
      *  ARE LISTED ON PROVISIONS_EXPIRY_REPORT.TXT WITH THE DAYS
      *  LEFT.  A MASTER GENERATION IS KEPT (SEE MSTBKUP) BEFORE THE
      *  MASTER AND LOTS ARE REWRITTEN, AND ONLY THEN IS THE
      *  SOURCE=EXPIRY STOCK LEDGER SECTION WRITTEN TO
      *  DAY01_STOCK_LEDGER.TXT.  RC 4 WHEN A LOT IS REJECTED, RC 8
      *  WHEN THERE IS NO MASTER, THE DATE IS CLOSED OR NO GENERATION
      *  COULD BE KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LOTS-IN ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT LOTS-OUT ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
              SELECT PROV-OUT ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT LEDGER-OUT ASSIGN TO 'day01_stock_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'provisions_expiry_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
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
              01 WS-LOT-OUT-LINE       PIC X(41).

              FD PROVISIONS.
              01 IN-PROV-CARD.
                 03 IN-PROV-CODE       PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-CATEGORY   PIC X(12).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-DESC       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-MIN        PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-MAX        PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-ONHAND     PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-PROV-REORDER    PIC X(7).

              FD PROV-OUT.
              01 WS-PROV-OUT-LINE.
                 03 OUT-PROV-CODE      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-CATEGORY  PIC X(12).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-DESC      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-MIN       PIC X(7).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-MAX       PIC X(7).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-ONHAND    PIC X(7).
                 03 FILLER             PIC X(1).
                 03 OUT-PROV-REORDER   PIC X(7).

              FD LEDGER-OUT.
              01 WS-LEDGER-LINE        PIC X(100).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-PROV-STATUS        PIC X(2).
              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PROVEXP'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-EXPIRY-DAYS        PIC 9(3) VALUE 7.
              01 WS-EXPIRY-HORIZON     PIC 9(8).
              01 WS-DAYS-LEFT          PIC 9(5).

              01 WS-PROV-EOF-SW        PIC X.
                 88 WS-PROV-EOF             VALUE 'Y'.
              01 WS-MAX-PROVS          PIC 9(3) COMP VALUE 200.
              01 WS-PROV-TABLE.
                 03 WS-PROV-ENTRY OCCURS 200.
                    05 WS-PROV-CARD       PIC X(72).
                    05 WS-PROV-CODE       PIC X(6).
                    05 WS-PROV-DESC       PIC X(20).
                    05 WS-PROV-ONHAND     PIC 9(7).
                    05 WS-PROV-STOCK-SW   PIC X.
                       88 WS-PROV-STOCK-TRACKED VALUE 'Y'.
              01 WS-PROV-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-PROV-IX            PIC 9(3) COMP.

              01 WS-MAX-LOTS           PIC 9(4) COMP VALUE 1000.
              01 WS-LOT-TABLE.
                 03 WS-LOT-ENTRY OCCURS 1000.
                    05 WS-LOT-CARD        PIC X(41).
                    05 WS-LOT-STATE       PIC X.
                       88 WS-LOT-KEPT           VALUE 'K'.
                       88 WS-LOT-WRITTEN-OFF    VALUE 'W'.
                    05 WS-LOT-LEDGER      PIC X(100).
              01 WS-LOT-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-LOT-IX             PIC 9(4) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-LOT-EXPIRY         PIC 9(8).
              01 WS-LOT-QTY            PIC 9(7).
              01 WS-WRITEOFF-QTY       PIC 9(7).
              01 WS-OPENING            PIC 9(7).

              01 WS-LOTS-READ          PIC 9(7) VALUE 0.
              01 WS-EXPIRING-COUNT     PIC 9(5) VALUE 0.
              01 WS-EXPIRING-QTY       PIC 9(9) VALUE 0.
              01 WS-WRITEOFF-COUNT     PIC 9(5) VALUE 0.
              01 WS-WRITEOFF-TOTAL     PIC 9(9) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
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

               PERFORM LOAD-PROVISIONS-MASTER
               IF WS-PROV-COUNT = ZERO
                  DISPLAY 'PROVEXP: NO PROVISIONS MASTER ON FILE - '
                          'NOTHING WRITTEN OFF'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISIONS EXPIRY REPORT FOR ' WS-RUN-DATE
                      ' - LOTS EXPIRING ON OR BEFORE ' WS-EXPIRY-HORIZON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT LOTS-IN
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'PROVEXP: NO LOT FILE - NOTHING TO REPORT'
                  MOVE 'NO PROVISION LOTS ON FILE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  CLOSE REPORT-OUT
                  GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                  READ LOTS-IN
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-LOTS-READ
                     IF IN-LOT-CARD NOT = SPACES
                        PERFORM CHECK-ONE-LOT
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE LOTS-IN

               IF WS-WRITEOFF-COUNT > ZERO
                  MOVE 'provisions_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE SPACES TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE 'NOTHING WRITTEN OFF - NO GENERATION KEPT'
                       TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE ZERO TO WS-WRITEOFF-COUNT
                                  WS-WRITEOFF-TOTAL
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-PROVISIONS-MASTER
                     PERFORM REWRITE-PROVISION-LOTS
                     PERFORM WRITE-EXPIRY-LEDGER
                  END-IF
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LOTS READ=' WS-LOTS-READ
                      ' EXPIRING=' WS-EXPIRING-COUNT
                      ' EXPIRING-QTY=' WS-EXPIRING-QTY
                      ' WRITTEN OFF=' WS-WRITEOFF-COUNT
                      ' WRITTEN-OFF-QTY=' WS-WRITEOFF-TOTAL
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PROVEXP: ' WS-EXPIRING-COUNT
                       ' LOT(S) EXPIRING, ' WS-WRITEOFF-COUNT
                       ' WRITTEN OFF - SEE '
                       'PROVISIONS_EXPIRY_REPORT.TXT'
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-PROVISIONS-MASTER SECTION.
               MOVE 'N' TO WS-PROV-EOF-SW
               OPEN INPUT PROVISIONS
               IF WS-PROV-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-PROV-EOF
                     READ PROVISIONS
                     AT END
                        SET WS-PROV-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-PROVISION-CARD
                     END-READ
                  END-PERFORM
                  CLOSE PROVISIONS
               END-IF
               .

           POST-PROVISION-CARD SECTION.
               IF IN-PROV-CARD NOT = SPACES
                  IF WS-PROV-COUNT >= WS-MAX-PROVS
                     DISPLAY 'PROVEXP: PROVISIONS TABLE CAPACITY OF '
                             WS-MAX-PROVS ' EXCEEDED - '
                             'NOTHING WRITTEN OFF'
                     CLOSE PROVISIONS
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                  END-IF
                  ADD 1 TO WS-PROV-COUNT
                  MOVE IN-PROV-CARD TO WS-PROV-CARD(WS-PROV-COUNT)
                  MOVE IN-PROV-CODE TO WS-PROV-CODE(WS-PROV-COUNT)
                  MOVE IN-PROV-DESC TO WS-PROV-DESC(WS-PROV-COUNT)
                  IF  IN-PROV-ONHAND IS NUMERIC
                  AND IN-PROV-REORDER IS NUMERIC
                     MOVE IN-PROV-ONHAND
                       TO WS-PROV-ONHAND(WS-PROV-COUNT)
                     MOVE 'Y' TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                  ELSE
                     MOVE ZERO TO WS-PROV-ONHAND(WS-PROV-COUNT)
                     MOVE 'N' TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                  END-IF
               END-IF
               .

           CHECK-ONE-LOT SECTION.
               IF WS-LOT-COUNT >= WS-MAX-LOTS
                  DISPLAY 'PROVEXP: LOT TABLE CAPACITY OF '
                          WS-MAX-LOTS ' EXCEEDED - NOTHING WRITTEN OFF'
                  CLOSE LOTS-IN
                  CLOSE REPORT-OUT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               ADD 1 TO WS-LOT-COUNT
               MOVE IN-LOT-CARD TO WS-LOT-CARD(WS-LOT-COUNT)
               MOVE 'K' TO WS-LOT-STATE(WS-LOT-COUNT)
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-PROV-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PROV-COUNT
                  IF WS-PROV-CODE(IX) = IN-LOT-PROV-CODE
                     MOVE IX TO WS-PROV-IX
                     MOVE WS-PROV-COUNT TO IX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN IN-LOT-EXPIRY NOT NUMERIC
                     MOVE 'BADEXPRY' TO WS-REJECT-REASON
                  WHEN IN-LOT-QTY NOT NUMERIC
                     MOVE 'BADQTY' TO WS-REJECT-REASON
                  WHEN WS-PROV-IX = ZERO
                     MOVE 'NOPROV' TO WS-REJECT-REASON
                  WHEN NOT WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                     MOVE 'NOSTOCK' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-LOT-EXPIRY TO WS-LOT-EXPIRY
                     MOVE IN-LOT-QTY    TO WS-LOT-QTY
                     IF WS-LOT-EXPIRY < WS-RUN-DATE
                        PERFORM WRITE-OFF-EXPIRED-LOT
                     ELSE
                        IF WS-LOT-EXPIRY <= WS-EXPIRY-HORIZON
                           PERFORM REPORT-EXPIRING-LOT
                        END-IF
                     END-IF
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'REJECTED   LOT=' IN-LOT-ID
                         ' PROVISION=' IN-LOT-PROV-CODE
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'provisions_lots.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-LOTS-READ       TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-LOT-CARD        TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           REPORT-EXPIRING-LOT SECTION.
               COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-LOT-EXPIRY)
                     - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               ADD 1 TO WS-EXPIRING-COUNT
               ADD WS-LOT-QTY TO WS-EXPIRING-QTY
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EXPIRING   LOT=' IN-LOT-ID
                      ' PROVISION=' IN-LOT-PROV-CODE
                      ' DESC=' WS-PROV-DESC(WS-PROV-IX)
                      ' EXPIRY=' WS-LOT-EXPIRY
                      ' DAYS-LEFT=' WS-DAYS-LEFT
                      ' QTY=' WS-LOT-QTY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           WRITE-OFF-EXPIRED-LOT SECTION.
               MOVE WS-PROV-ONHAND(WS-PROV-IX) TO WS-OPENING
               MOVE WS-LOT-QTY TO WS-WRITEOFF-QTY
               IF WS-WRITEOFF-QTY > WS-OPENING
                  MOVE WS-OPENING TO WS-WRITEOFF-QTY
               END-IF
               SUBTRACT WS-WRITEOFF-QTY FROM WS-PROV-ONHAND(WS-PROV-IX)
               MOVE 'W' TO WS-LOT-STATE(WS-LOT-COUNT)
               ADD 1 TO WS-WRITEOFF-COUNT
               ADD WS-WRITEOFF-QTY TO WS-WRITEOFF-TOTAL

               MOVE SPACES TO WS-LOT-LEDGER(WS-LOT-COUNT)
               STRING 'PROVISION=' IN-LOT-PROV-CODE
                      ' OPENING=' WS-OPENING
                      ' WRITTEN-OFF=' WS-WRITEOFF-QTY
                      ' CLOSING=' WS-PROV-ONHAND(WS-PROV-IX)
                      ' LOT=' IN-LOT-ID
                      ' EXPIRY=' WS-LOT-EXPIRY
                  DELIMITED BY SIZE INTO WS-LOT-LEDGER(WS-LOT-COUNT)

               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WRITE-OFF  LOT=' IN-LOT-ID
                      ' PROVISION=' IN-LOT-PROV-CODE
                      ' DESC=' WS-PROV-DESC(WS-PROV-IX)
                      ' EXPIRY=' WS-LOT-EXPIRY
                      ' WRITTEN-OFF=' WS-WRITEOFF-QTY
                      ' ONHAND=' WS-PROV-ONHAND(WS-PROV-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           WRITE-EXPIRY-LEDGER SECTION.
               OPEN EXTEND LEDGER-OUT
               IF WS-LEDGER-STATUS NOT = '00'
                  OPEN OUTPUT LEDGER-OUT
               END-IF
               MOVE SPACES TO WS-LEDGER-LINE
               STRING 'STOCK LEDGER DATE=' WS-RUN-DATE
                      ' SOURCE=EXPIRY'
                  DELIMITED BY SIZE INTO WS-LEDGER-LINE
               WRITE WS-LEDGER-LINE
               PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                       UNTIL WS-LOT-IX > WS-LOT-COUNT
                  IF WS-LOT-WRITTEN-OFF(WS-LOT-IX)
                     MOVE WS-LOT-LEDGER(WS-LOT-IX) TO WS-LEDGER-LINE
                     WRITE WS-LEDGER-LINE
                  END-IF
               END-PERFORM
               CLOSE LEDGER-OUT
               .

           REWRITE-PROVISIONS-MASTER SECTION.
               OPEN OUTPUT PROV-OUT
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
                       UNTIL WS-PROV-IX > WS-PROV-COUNT
                  MOVE WS-PROV-CARD(WS-PROV-IX) TO WS-PROV-OUT-LINE
                  IF WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                     MOVE WS-PROV-ONHAND(WS-PROV-IX)
                       TO OUT-PROV-ONHAND
                  END-IF
                  WRITE WS-PROV-OUT-LINE
               END-PERFORM
               CLOSE PROV-OUT
               .

           REWRITE-PROVISION-LOTS SECTION.
               OPEN OUTPUT LOTS-OUT
               PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                       UNTIL WS-LOT-IX > WS-LOT-COUNT
                  IF WS-LOT-KEPT(WS-LOT-IX)
                     MOVE WS-LOT-CARD(WS-LOT-IX) TO WS-LOT-OUT-LINE
                     WRITE WS-LOT-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE LOTS-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
