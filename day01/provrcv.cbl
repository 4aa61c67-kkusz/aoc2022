           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROVRCV.

      *****************************************************************
      *  PROVISIONS RECEIPTS.  EACH CARD ON PROVISIONS_RECEIPTS.TXT IS
      *  A DELIVERY AGAINST AN OPEN ORDER ON PROVISIONS_PO.TXT:
      *
      *     PO       PROV   QTY     EXPIRY
      *
      *  (A BLANK EXPIRY MEANS THE GOODS DO NOT EXPIRE).  A RECEIPT
      *  ADDS TO THE PROVISION'S ON-HAND ON PROVISIONS_MASTER.TXT AND
      *  MARKS THE ORDER PART OR CLOSED; A SHORT OR OVER DELIVERY IS
      *  SHOWN ON PROVISIONS_RECEIPT_REPORT.TXT.  GENERATIONS OF THE
      *  MASTER AND OF PROVISIONS_PO.TXT ARE KEPT (SEE MSTBKUP) BEFORE
      *  EITHER IS REWRITTEN, AND ONLY THEN ARE THE NEW LOTS ADDED TO
      *  PROVISIONS_LOTS.TXT, THE SOURCE=RECEIPTS STOCK LEDGER SECTION
      *  WRITTEN AND THE RECEIPTS REGISTERED.  THE CARD FILE IS THEN
      *  REMOVED, SO IT CANNOT BE POSTED AGAIN ON A LATER DATE; IT IS
      *  KEPT ONLY WHEN NO GENERATION COULD BE KEPT.  A CARD FILE
      *  SUPPLIED AGAIN ON THE SAME BUSINESS DATE IS CAUGHT BY
      *  PROVISIONS_RECEIPT_REGISTER.TXT, WHICH HOLDS THE RECEIPTS
      *  POSTED FOR EACH DATE: THE SAME PO, PROVISION, QUANTITY AND
      *  EXPIRY IS REJECTED AS DUPRCPT.  RC 4 WHEN A CARD IS UNMATCHED,
      *  RC 8 WHEN THERE IS NO MASTER OR NO CARDS, THE DATE IS CLOSED,
      *  A PURCHASE ORDER CARD IS BAD OR WILL NOT FIT (NOTHING IS
      *  POSTED AND THE CARD FILE IS KEPT) OR NO GENERATION COULD BE
      *  KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RECEIPT-IN ASSIGN TO 'provisions_receipts.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
              SELECT PROV-OUT ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PO-IN ASSIGN TO 'provisions_po.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
              SELECT PO-OUT ASSIGN TO 'provisions_po.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT LOTS-IN ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.
              SELECT LOTS-OUT ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.
              SELECT LEDGER-OUT ASSIGN TO 'day01_stock_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT REPORT-OUT
                 ASSIGN TO 'provisions_receipt_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REGISTER-IN
                 ASSIGN TO 'provisions_receipt_register.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
              SELECT REGISTER-OUT
                 ASSIGN TO 'provisions_receipt_register.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD RECEIPT-IN.
              01 IN-RCPT-CARD.
                 03 IN-RCPT-PO         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RCPT-PROV-CODE  PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-RCPT-QTY        PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-RCPT-EXPIRY     PIC X(8).

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

              FD PO-IN.
              01 IN-PO-CARD.
                 03 IN-PO-NUMBER       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-PO-PROV-CODE    PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-PO-ORDER-DATE   PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-PO-ORDERED      PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-PO-RECEIVED     PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-PO-STATUS       PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-PO-LAST-RCPT    PIC X(8).

              FD PO-OUT.
              01 WS-PO-OUT-LINE.
                 03 OUT-PO-NUMBER      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-PROV-CODE   PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-ORDER-DATE  PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-ORDERED     PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-RECEIVED    PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-STATUS      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-PO-LAST-RCPT   PIC X(8).

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
              01 WS-LEDGER-LINE        PIC X(100).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

      *  ONE LINE PER RECEIPT POSTED, SO A RERUN OF THE SAME RECEIPT
      *  CARDS CANNOT POST THEM TWICE
              FD REGISTER-IN.
              01 IN-REG-CARD.
                 03 IN-REG-DATE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-REG-KEY         PIC X(32).

              FD REGISTER-OUT.
              01 WS-REG-OUT-LINE.
                 03 OUT-REG-DATE       PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-REG-KEY        PIC X(32).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-PROV-STATUS        PIC X(2).
              01 WS-PO-STATUS          PIC X(2).
              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-LOTS-STATUS        PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PROVRCV'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-PROV-EOF-SW        PIC X.
                 88 WS-PROV-EOF             VALUE 'Y'.
              01 WS-MAX-PROVS          PIC 9(3) COMP VALUE 200.
              01 WS-PROV-TABLE.
                 03 WS-PROV-ENTRY OCCURS 200.
                    05 WS-PROV-CARD       PIC X(72).
                    05 WS-PROV-CODE       PIC X(6).
                    05 WS-PROV-ONHAND     PIC 9(7).
                    05 WS-PROV-STOCK-SW   PIC X.
                       88 WS-PROV-STOCK-TRACKED VALUE 'Y'.
              01 WS-PROV-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-PROV-IX            PIC 9(3) COMP.

              01 WS-PO-EOF-SW          PIC X.
                 88 WS-PO-EOF               VALUE 'Y'.
              01 WS-PO-LOAD-SW         PIC X VALUE 'N'.
                 88 WS-PO-LOAD-FAILED       VALUE 'Y'.
              01 WS-PO-LINES           PIC 9(7) VALUE 0.
              01 WS-MAX-POS            PIC 9(4) COMP VALUE 2000.
              01 WS-PO-TABLE.
                 03 WS-PO-ENTRY OCCURS 2000.
                    05 WS-PO-NUMBER       PIC X(8).
                    05 WS-PO-PROV-CODE    PIC X(6).
                    05 WS-PO-ORDER-DATE   PIC X(8).
                    05 WS-PO-ORDERED      PIC 9(7).
                    05 WS-PO-RECEIVED     PIC 9(7).
                    05 WS-PO-STATUS-CODE  PIC X(6).
                       88 WS-PO-OUTSTANDING  VALUE 'OPEN  ' 'PART  '.
                    05 WS-PO-LAST-RCPT    PIC X(8).
              01 WS-PO-COUNT           PIC 9(4) COMP VALUE 0.
              01 WS-PO-IX              PIC 9(4) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-LOT-SEQ            PIC 9(7).
              01 WS-LAST-LOT-SEQ       PIC 9(7) VALUE 0.
              01 WS-NEW-LOT-ID.
                 03 FILLER             PIC X(1) VALUE 'L'.
                 03 WS-NEW-LOT-SEQ     PIC 9(7).
              01 WS-RCPT-EXPIRY        PIC 9(8).
              01 WS-RCPT-QTY           PIC 9(7).
              01 WS-RCPT-LEN           PIC 9(2) COMP.
              01 WS-OPENING            PIC 9(7).
              01 WS-CLOSING            PIC 9(8).
              01 WS-VARIANCE           PIC 9(7).
              01 WS-VERDICT            PIC X(8).

              01 WS-CARDS-READ         PIC 9(7) VALUE 0.
              01 WS-POSTED-COUNT       PIC 9(5) VALUE 0.
              01 WS-SHORT-COUNT        PIC 9(5) VALUE 0.
              01 WS-OVER-COUNT         PIC 9(5) VALUE 0.
              01 WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).

              01 WS-REGISTER-STATUS    PIC X(2).
              01 WS-RCPT-KEY.
                 03 WS-KEY-PO          PIC X(8).
                 03 FILLER             PIC X(1) VALUE SPACE.
                 03 WS-KEY-PROV-CODE   PIC X(6).
                 03 FILLER             PIC X(1) VALUE SPACE.
                 03 WS-KEY-QTY         PIC 9(7).
                 03 FILLER             PIC X(1) VALUE SPACE.
                 03 WS-KEY-EXPIRY      PIC 9(8).
              01 WS-DUP-SW             PIC X.
                 88 WS-DUP-RECEIPT          VALUE 'Y'.
              01 WS-MAX-DONE           PIC 9(4) COMP VALUE 2000.
              01 WS-DONE-TABLE.
                 03 WS-DONE-KEY OCCURS 2000 PIC X(32).
              01 WS-DONE-COUNT         PIC 9(4) COMP VALUE 0.

      *  LOTS AND LEDGER LINES ARE HELD HERE UNTIL THE MASTER
      *  GENERATION IS KEPT, THEN WRITTEN WITH THE MASTER REWRITE
              01 WS-MAX-HELD           PIC 9(4) COMP VALUE 500.
              01 WS-HELD-TABLE.
                 03 WS-HELD-ENTRY OCCURS 500.
                    05 WS-HELD-LOT        PIC X(41).
                    05 WS-HELD-LEDGER     PIC X(100).
                    05 WS-HELD-KEY        PIC X(32).
              01 WS-HELD-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-HELD-IX            PIC 9(4) COMP.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-PROVISIONS-MASTER
               IF WS-PROV-COUNT = ZERO
                  DISPLAY 'PROVRCV: NO PROVISIONS MASTER ON FILE - '
                          'NO RECEIPTS POSTED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-PURCHASE-ORDERS
               IF WS-PO-LOAD-FAILED
                  DISPLAY 'PROVRCV: PROVISIONS_PO.TXT COULD NOT BE '
                          'LOADED IN FULL - NO RECEIPTS POSTED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM FIND-LAST-LOT-NUMBER
               PERFORM LOAD-RECEIPT-REGISTER

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISIONS GOODS RECEIPT REPORT FOR '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT RECEIPT-IN
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'PROVRCV: NO RECEIPT FILE - NOTHING TO POST'
                  MOVE 'NO RECEIPT CARDS PRESENT' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  CLOSE REPORT-OUT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                  READ RECEIPT-IN
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-CARDS-READ
                     IF  IN-RCPT-CARD NOT = SPACES
                     AND IN-RCPT-CARD(1:1) NOT = '*'
                        PERFORM POST-ONE-RECEIPT
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE RECEIPT-IN

               IF WS-POSTED-COUNT > ZERO
                  MOVE 'provisions_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF NOT WS-BKUP-FAILED
                     MOVE 'provisions_po.txt' TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                  END-IF
                  IF WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                     MOVE SPACES TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE 'NOTHING POSTED - MASTER GENERATION NOT KEPT'
                       TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  ELSE
                     PERFORM REWRITE-PROVISIONS-MASTER
                     PERFORM REWRITE-PURCHASE-ORDERS
                     PERFORM WRITE-HELD-RECEIPTS
                  END-IF
               END-IF
               IF NOT WS-BKUP-FAILED
                  CALL 'CBL_DELETE_FILE' USING 'provisions_receipts.txt'
               END-IF

               PERFORM WRITE-OUTSTANDING-ORDERS

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CARDS READ=' WS-CARDS-READ
                      ' POSTED=' WS-POSTED-COUNT
                      ' SHORT=' WS-SHORT-COUNT
                      ' OVER=' WS-OVER-COUNT
                      ' UNMATCHED=' WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PROVRCV: ' WS-POSTED-COUNT ' POSTED, '
                       WS-UNMATCHED-COUNT ' UNMATCHED - SEE '
                       'PROVISIONS_RECEIPT_REPORT.TXT'
               IF WS-UNMATCHED-COUNT > ZERO
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
                     DISPLAY 'PROVRCV: PROVISIONS TABLE CAPACITY OF '
                             WS-MAX-PROVS ' EXCEEDED - '
                             'NO RECEIPTS POSTED'
                     CLOSE PROVISIONS
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                  END-IF
                  ADD 1 TO WS-PROV-COUNT
                  MOVE IN-PROV-CARD TO WS-PROV-CARD(WS-PROV-COUNT)
                  MOVE IN-PROV-CODE TO WS-PROV-CODE(WS-PROV-COUNT)
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

           LOAD-PURCHASE-ORDERS SECTION.
               MOVE 'N' TO WS-PO-EOF-SW
               OPEN INPUT PO-IN
               IF WS-PO-STATUS NOT = '00'
                  DISPLAY 'PROVRCV: NO PURCHASE ORDER FILE - '
                          'ALL RECEIPTS WILL BE UNMATCHED'
               ELSE
                  PERFORM UNTIL WS-PO-EOF
                     READ PO-IN
                     AT END
                        SET WS-PO-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-PO-CARD
                     END-READ
                  END-PERFORM
                  CLOSE PO-IN
               END-IF
               .

           POST-PO-CARD SECTION.
               ADD 1 TO WS-PO-LINES
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                  WHEN IN-PO-CARD = SPACES
                     CONTINUE
                  WHEN IN-PO-NUMBER(1:2) NOT = 'PO'
                    OR IN-PO-ORDERED IS NOT NUMERIC
                    OR IN-PO-RECEIVED IS NOT NUMERIC
                     MOVE 'BADCARD' TO WS-REJECT-REASON
                  WHEN WS-PO-COUNT >= WS-MAX-POS
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     ADD 1 TO WS-PO-COUNT
                     MOVE IN-PO-NUMBER
                       TO WS-PO-NUMBER(WS-PO-COUNT)
                     MOVE IN-PO-PROV-CODE
                       TO WS-PO-PROV-CODE(WS-PO-COUNT)
                     MOVE IN-PO-ORDER-DATE
                       TO WS-PO-ORDER-DATE(WS-PO-COUNT)
                     MOVE IN-PO-ORDERED
                       TO WS-PO-ORDERED(WS-PO-COUNT)
                     MOVE IN-PO-RECEIVED
                       TO WS-PO-RECEIVED(WS-PO-COUNT)
                     MOVE IN-PO-STATUS
                       TO WS-PO-STATUS-CODE(WS-PO-COUNT)
                     MOVE IN-PO-LAST-RCPT
                       TO WS-PO-LAST-RCPT(WS-PO-COUNT)
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  SET WS-PO-LOAD-FAILED TO TRUE
                  DISPLAY 'PROVRCV: PROVISIONS_PO.TXT LINE '
                          WS-PO-LINES ' NOT LOADED - ' WS-REJECT-REASON
                  MOVE 'provisions_po.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-PO-LINES        TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-PO-CARD         TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           POST-ONE-RECEIPT SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-RCPT-LEN
               INSPECT IN-RCPT-QTY TALLYING WS-RCPT-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               IF  WS-RCPT-LEN > ZERO
               AND IN-RCPT-QTY(1:WS-RCPT-LEN) IS NUMERIC
                  MOVE IN-RCPT-QTY(1:WS-RCPT-LEN) TO WS-RCPT-QTY
               ELSE
                  MOVE ZERO TO WS-RCPT-QTY
               END-IF
               MOVE ZERO TO WS-PO-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PO-COUNT
                  IF WS-PO-NUMBER(IX) = IN-RCPT-PO
                     MOVE IX TO WS-PO-IX
                     MOVE WS-PO-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE ZERO TO WS-PROV-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PROV-COUNT
                  IF WS-PROV-CODE(IX) = IN-RCPT-PROV-CODE
                     MOVE IX TO WS-PROV-IX
                     MOVE WS-PROV-COUNT TO IX
                  END-IF
               END-PERFORM
               IF IN-RCPT-EXPIRY = SPACES
                  MOVE 99991231 TO WS-RCPT-EXPIRY
               ELSE
                  IF IN-RCPT-EXPIRY IS NUMERIC
                     MOVE IN-RCPT-EXPIRY TO WS-RCPT-EXPIRY
                  ELSE
                     MOVE ZERO TO WS-RCPT-EXPIRY
                  END-IF
               END-IF
               PERFORM CHECK-DUPLICATE-RECEIPT
               EVALUATE TRUE
                  WHEN WS-RCPT-QTY = ZERO
                     MOVE 'BADQTY' TO WS-REJECT-REASON
                  WHEN WS-RCPT-EXPIRY < WS-RUN-DATE
                     MOVE 'BADEXPRY' TO WS-REJECT-REASON
                  WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-RCPT-EXPIRY)
                       NOT = ZERO
                     MOVE 'BADEXPRY' TO WS-REJECT-REASON
                  WHEN WS-PO-IX = ZERO
                     MOVE 'NOPO' TO WS-REJECT-REASON
                  WHEN WS-PO-PROV-CODE(WS-PO-IX) NOT =
                       IN-RCPT-PROV-CODE
                     MOVE 'WRONGITM' TO WS-REJECT-REASON
                  WHEN WS-DUP-RECEIPT
                     MOVE 'DUPRCPT' TO WS-REJECT-REASON
                  WHEN NOT WS-PO-OUTSTANDING(WS-PO-IX)
                     MOVE 'POCLOSED' TO WS-REJECT-REASON
                  WHEN WS-PROV-IX = ZERO
                     MOVE 'NOPROV' TO WS-REJECT-REASON
                  WHEN NOT WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                     MOVE 'NOSTOCK' TO WS-REJECT-REASON
                  WHEN WS-HELD-COUNT >= WS-MAX-HELD
                     MOVE 'RCPTFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM APPLY-RECEIPT
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM WRITE-UNMATCHED-LINE
               END-IF
               .

           APPLY-RECEIPT SECTION.
               MOVE WS-PROV-ONHAND(WS-PROV-IX) TO WS-OPENING
               COMPUTE WS-CLOSING = WS-OPENING + WS-RCPT-QTY
               IF WS-CLOSING > 9999999
                  MOVE 'ONHANDOV' TO WS-REJECT-REASON
               ELSE
                  MOVE WS-CLOSING TO WS-PROV-ONHAND(WS-PROV-IX)
                  ADD WS-RCPT-QTY TO WS-PO-RECEIVED(WS-PO-IX)
                  MOVE WS-RUN-DATE TO WS-PO-LAST-RCPT(WS-PO-IX)
                  MOVE ZERO TO WS-VARIANCE
                  EVALUATE TRUE
                     WHEN WS-PO-RECEIVED(WS-PO-IX) <
                          WS-PO-ORDERED(WS-PO-IX)
                        COMPUTE WS-VARIANCE =
                                WS-PO-ORDERED(WS-PO-IX)
                                - WS-PO-RECEIVED(WS-PO-IX)
                        MOVE 'PART  ' TO WS-PO-STATUS-CODE(WS-PO-IX)
                        MOVE 'SHORT' TO WS-VERDICT
                        ADD 1 TO WS-SHORT-COUNT
                     WHEN WS-PO-RECEIVED(WS-PO-IX) >
                          WS-PO-ORDERED(WS-PO-IX)
                        COMPUTE WS-VARIANCE =
                                WS-PO-RECEIVED(WS-PO-IX)
                                - WS-PO-ORDERED(WS-PO-IX)
                        MOVE 'CLOSED' TO WS-PO-STATUS-CODE(WS-PO-IX)
                        MOVE 'OVER' TO WS-VERDICT
                        ADD 1 TO WS-OVER-COUNT
                     WHEN OTHER
                        MOVE 'CLOSED' TO WS-PO-STATUS-CODE(WS-PO-IX)
                        MOVE 'COMPLETE' TO WS-VERDICT
                  END-EVALUATE
                  ADD 1 TO WS-POSTED-COUNT
                  ADD 1 TO WS-HELD-COUNT
                  MOVE WS-RCPT-KEY TO WS-HELD-KEY(WS-HELD-COUNT)
                  PERFORM HOLD-RECEIPT-LOT
                  PERFORM HOLD-RECEIPT-LEDGER-LINE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'PO=' IN-RCPT-PO
                         ' PROVISION=' IN-RCPT-PROV-CODE
                         ' ORDERED=' WS-PO-ORDERED(WS-PO-IX)
                         ' RECEIVED-TODAY=' WS-RCPT-QTY
                         ' RECEIVED-TOTAL=' WS-PO-RECEIVED(WS-PO-IX)
                         ' VERDICT=' WS-VERDICT
                         ' BY=' WS-VARIANCE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           HOLD-RECEIPT-LEDGER-LINE SECTION.
               MOVE SPACES TO WS-HELD-LEDGER(WS-HELD-COUNT)
               STRING 'PROVISION=' IN-RCPT-PROV-CODE
                      ' OPENING=' WS-OPENING
                      ' RECEIVED=' WS-RCPT-QTY
                      ' CLOSING=' WS-PROV-ONHAND(WS-PROV-IX)
                      ' PO=' IN-RCPT-PO
                      ' LOT=' WS-NEW-LOT-ID
                  DELIMITED BY SIZE
                  INTO WS-HELD-LEDGER(WS-HELD-COUNT)
               .

           FIND-LAST-LOT-NUMBER SECTION.
               OPEN INPUT LOTS-IN
               IF WS-LOTS-STATUS = '00'
                  PERFORM UNTIL WS-LOTS-STATUS NOT = '00'
                     READ LOTS-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-LOT-ID(1:1) = 'L'
                        AND IN-LOT-ID(2:7) IS NUMERIC
                           MOVE IN-LOT-ID(2:7) TO WS-LOT-SEQ
                           IF WS-LOT-SEQ > WS-LAST-LOT-SEQ
                              MOVE WS-LOT-SEQ TO WS-LAST-LOT-SEQ
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE LOTS-IN
               END-IF
               .

           HOLD-RECEIPT-LOT SECTION.
               ADD 1 TO WS-LAST-LOT-SEQ
               MOVE WS-LAST-LOT-SEQ TO WS-NEW-LOT-SEQ
               MOVE SPACES TO WS-LOT-OUT-LINE
               MOVE IN-RCPT-PROV-CODE TO OUT-LOT-PROV-CODE
               MOVE WS-NEW-LOT-ID     TO OUT-LOT-ID
               MOVE WS-RCPT-EXPIRY    TO OUT-LOT-EXPIRY
               MOVE WS-RCPT-QTY       TO OUT-LOT-QTY
               MOVE WS-RUN-DATE       TO OUT-LOT-RECEIVED
               MOVE WS-LOT-OUT-LINE   TO WS-HELD-LOT(WS-HELD-COUNT)
               .

           LOAD-RECEIPT-REGISTER SECTION.
               OPEN INPUT REGISTER-IN
               IF WS-REGISTER-STATUS = '00'
                  PERFORM UNTIL WS-REGISTER-STATUS NOT = '00'
                     READ REGISTER-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-REG-DATE = WS-RUN-DATE
                        AND WS-DONE-COUNT < WS-MAX-DONE
                           ADD 1 TO WS-DONE-COUNT
                           MOVE IN-REG-KEY
                             TO WS-DONE-KEY(WS-DONE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE REGISTER-IN
               END-IF
               .

      *  THE SAME PO, PROVISION, QUANTITY AND EXPIRY ALREADY POSTED
      *  FOR TODAY BY AN EARLIER RUN IS A RERUN, NOT A NEW DELIVERY
           CHECK-DUPLICATE-RECEIPT SECTION.
               MOVE 'N' TO WS-DUP-SW
               MOVE IN-RCPT-PO        TO WS-KEY-PO
               MOVE IN-RCPT-PROV-CODE TO WS-KEY-PROV-CODE
               MOVE WS-RCPT-QTY       TO WS-KEY-QTY
               MOVE WS-RCPT-EXPIRY    TO WS-KEY-EXPIRY
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-DONE-COUNT
                  IF WS-DONE-KEY(IX) = WS-RCPT-KEY
                     SET WS-DUP-RECEIPT TO TRUE
                     MOVE WS-DONE-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           WRITE-HELD-RECEIPTS SECTION.
               OPEN EXTEND LOTS-OUT
               IF WS-LOTS-STATUS NOT = '00'
                  OPEN OUTPUT LOTS-OUT
               END-IF
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-COUNT
                  MOVE WS-HELD-LOT(WS-HELD-IX) TO WS-LOT-OUT-LINE
                  WRITE WS-LOT-OUT-LINE
               END-PERFORM
               CLOSE LOTS-OUT

               OPEN EXTEND LEDGER-OUT
               IF WS-LEDGER-STATUS NOT = '00'
                  OPEN OUTPUT LEDGER-OUT
               END-IF
               MOVE SPACES TO WS-LEDGER-LINE
               STRING 'STOCK LEDGER DATE=' WS-RUN-DATE
                      ' SOURCE=RECEIPTS'
                  DELIMITED BY SIZE INTO WS-LEDGER-LINE
               WRITE WS-LEDGER-LINE
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-COUNT
                  MOVE WS-HELD-LEDGER(WS-HELD-IX) TO WS-LEDGER-LINE
                  WRITE WS-LEDGER-LINE
               END-PERFORM
               CLOSE LEDGER-OUT

               OPEN EXTEND REGISTER-OUT
               IF WS-REGISTER-STATUS NOT = '00'
                  OPEN OUTPUT REGISTER-OUT
               END-IF
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-COUNT
                  MOVE SPACES TO WS-REG-OUT-LINE
                  MOVE WS-RUN-DATE TO OUT-REG-DATE
                  MOVE WS-HELD-KEY(WS-HELD-IX) TO OUT-REG-KEY
                  WRITE WS-REG-OUT-LINE
               END-PERFORM
               CLOSE REGISTER-OUT
               .

           WRITE-UNMATCHED-LINE SECTION.
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PO=' IN-RCPT-PO
                      ' PROVISION=' IN-RCPT-PROV-CODE
                      ' QTY=' IN-RCPT-QTY
                      ' VERDICT=UNMATCHED REASON=' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'provisions_receipts.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-CARDS-READ      TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
               MOVE IN-RCPT-CARD       TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           WRITE-OUTSTANDING-ORDERS SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'PURCHASE ORDERS STILL OUTSTANDING'
                 TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-PO-IX FROM 1 BY 1
                       UNTIL WS-PO-IX > WS-PO-COUNT
                  IF WS-PO-OUTSTANDING(WS-PO-IX)
                     COMPUTE WS-VARIANCE =
                             WS-PO-ORDERED(WS-PO-IX)
                             - WS-PO-RECEIVED(WS-PO-IX)
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  PO=' WS-PO-NUMBER(WS-PO-IX)
                            ' PROVISION=' WS-PO-PROV-CODE(WS-PO-IX)
                            ' ORDER-DATE=' WS-PO-ORDER-DATE(WS-PO-IX)
                            ' ORDERED=' WS-PO-ORDERED(WS-PO-IX)
                            ' RECEIVED=' WS-PO-RECEIVED(WS-PO-IX)
                            ' DUE=' WS-VARIANCE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-PERFORM
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

           REWRITE-PURCHASE-ORDERS SECTION.
               OPEN OUTPUT PO-OUT
               PERFORM VARYING WS-PO-IX FROM 1 BY 1
                       UNTIL WS-PO-IX > WS-PO-COUNT
                  MOVE SPACES TO WS-PO-OUT-LINE
                  MOVE WS-PO-NUMBER(WS-PO-IX)     TO OUT-PO-NUMBER
                  MOVE WS-PO-PROV-CODE(WS-PO-IX)  TO OUT-PO-PROV-CODE
                  MOVE WS-PO-ORDER-DATE(WS-PO-IX)
                    TO OUT-PO-ORDER-DATE
                  MOVE WS-PO-ORDERED(WS-PO-IX)    TO OUT-PO-ORDERED
                  MOVE WS-PO-RECEIVED(WS-PO-IX)   TO OUT-PO-RECEIVED
                  MOVE WS-PO-STATUS-CODE(WS-PO-IX) TO OUT-PO-STATUS
                  MOVE WS-PO-LAST-RCPT(WS-PO-IX)  TO OUT-PO-LAST-RCPT
                  WRITE WS-PO-OUT-LINE
               END-PERFORM
               CLOSE PO-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
