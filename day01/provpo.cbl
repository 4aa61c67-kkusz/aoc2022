           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROVPO.

      *****************************************************************
      *  PROVISIONS PURCHASE ORDERS.  RAISES AN ORDER FOR EACH
      *  PROVISION DAY01 PUT ON DAY01_REORDER.TXT, UNLESS IT IS
      *  ALREADY ON AN OUTSTANDING ORDER ON PROVISIONS_PO.TXT OR ITS
      *  ON-HAND ON PROVISIONS_MASTER.TXT, LESS THE LOTS ON
      *  PROVISIONS_LOTS.TXT EXPIRING WITHIN EXPIRY_DAYS (DEFAULT 7),
      *  IS NOW ABOVE ITS REORDER POINT.  THE ORDER QUANTITY BRINGS
      *  THE ON-HAND UP TO PO_ORDER_FACTOR (DEFAULT 2) TIMES THE
      *  REORDER POINT.  NEW ORDERS ARE ADDED TO PROVISIONS_PO.TXT
      *  AS OPEN FOR PROVRCV TO RECEIVE AGAINST, AND EVERY REORDER
      *  LINE IS LISTED ON PROVISIONS_PO_REPORT.TXT.  A GENERATION OF
      *  PROVISIONS_PO.TXT IS KEPT BEFORE IT IS REWRITTEN, AND CLOSED
      *  ORDERS WHOSE LAST RECEIPT IS OLDER THAN RETENTION_DAYS
      *  (DEFAULT 90) ARE MOVED OUT TO ARCHIVE_PO_<RUNDATE>.TXT (THE
      *  HIGHEST ORDER NUMBER ALWAYS STAYS, SO NUMBERS ARE NOT
      *  REUSED).  RC 4 WHEN A LINE IS REJECTED, RC 8 WHEN THERE IS NO
      *  MASTER, THE DATE IS CLOSED, A PURCHASE ORDER CARD IS BAD OR
      *  WILL NOT FIT (NOTHING IS ORDERED), OR NO GENERATION COULD BE
      *  KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT REORDER-IN ASSIGN TO 'day01_reorder.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
              SELECT PO-IN ASSIGN TO 'provisions_po.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
              SELECT PO-OUT ASSIGN TO 'provisions_po.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PO-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
              SELECT LOTS-IN ASSIGN TO 'provisions_lots.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'provisions_po_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD REORDER-IN.
              01 IN-REORDER-LINE.
                 03 FILLER             PIC X(5).
                 03 IN-RO-DATE         PIC X(8).
                 03 FILLER             PIC X(11).
                 03 IN-RO-CODE         PIC X(6).
                 03 FILLER             PIC X(6).
                 03 IN-RO-DESC         PIC X(20).
                 03 FILLER             PIC X(8).
                 03 IN-RO-ONHAND       PIC X(7).
                 03 FILLER             PIC X(15).
                 03 IN-RO-REORDER      PIC X(7).
                 03 FILLER             PIC X(7).

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

              FD PO-ARCHIVE.
              01 WS-PO-ARCHIVE-LINE    PIC X(56).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

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

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-PROV-STATUS        PIC X(2).
              01 WS-PO-STATUS          PIC X(2).
              01 WS-LOTS-STATUS        PIC X(2).
              01 WS-ARCHIVE-STATUS     PIC X(2).
              01 WS-ARCHIVE-FILE       PIC X(40).
              01 WS-ARCHIVE-OPEN-SW    PIC X VALUE 'N'.
                 88 WS-ARCHIVE-OPEN         VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2) VALUE '00'.
                 88 WS-BKUP-FAILED          VALUE '08'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PROVPO'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-ORDER-FACTOR       PIC 9(2) VALUE 2.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-EXPIRY-DAYS        PIC 9(3) VALUE 7.
              01 WS-EXPIRY-HORIZON     PIC 9(8).
              01 WS-LOT-QTY            PIC 9(7).
              01 WS-RETENTION-DAYS     PIC 9(4) VALUE 90.
              01 WS-CUTOFF-DATE        PIC 9(8).
              01 WS-CUTOFF-DATE-X      PIC X(8).
              01 WS-PO-CLOSED-DATE     PIC X(8).

              01 WS-PROV-EOF-SW        PIC X.
                 88 WS-PROV-EOF             VALUE 'Y'.
              01 WS-MAX-PROVS          PIC 9(3) COMP VALUE 200.
              01 WS-PROV-TABLE.
                 03 WS-PROV-ENTRY OCCURS 200.
                    05 WS-PROV-CODE       PIC X(6).
                    05 WS-PROV-DESC       PIC X(20).
                    05 WS-PROV-ONHAND     PIC 9(7).
                    05 WS-PROV-EXPIRING   PIC 9(7).
                    05 WS-PROV-REORDER    PIC 9(7).
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
                    05 WS-PO-ARCHIVE-SW   PIC X.
                       88 WS-PO-TO-ARCHIVE   VALUE 'Y'.
              01 WS-PO-COUNT           PIC 9(4) COMP VALUE 0.
              01 WS-PO-IX              PIC 9(4) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-LAST-PO-SEQ        PIC 9(6) VALUE 0.
              01 WS-PO-SEQ             PIC 9(6).
              01 WS-NEW-PO-NUMBER.
                 03 FILLER             PIC X(2) VALUE 'PO'.
                 03 WS-NEW-PO-SEQ      PIC 9(6).
              01 WS-ORDER-QTY          PIC 9(7).
              01 WS-ORDER-TARGET       PIC 9(9).

              01 WS-LINES-READ         PIC 9(7) VALUE 0.
              01 WS-RAISED-COUNT       PIC 9(5) VALUE 0.
              01 WS-ON-ORDER-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-ARCHIVE-DUE        PIC 9(5) VALUE 0.
              01 WS-ARCHIVED-COUNT     PIC 9(5) VALUE 0.
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

               MOVE 'PO_ORDER_FACTOR' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 3
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) NOT = ZERO
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-ORDER-FACTOR
                  END-IF
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
               MOVE 'RETENTION_DAYS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 5
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-RETENTION-DAYS
                  END-IF
               END-IF
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - WS-RETENTION-DAYS)
               MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X

               PERFORM LOAD-PROVISIONS-MASTER
               IF WS-PROV-COUNT = ZERO
                  DISPLAY 'PROVPO: NO PROVISIONS MASTER ON FILE - '
                          'NO ORDERS RAISED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM DEDUCT-EXPIRING-LOTS
               PERFORM LOAD-PURCHASE-ORDERS
               IF WS-PO-LOAD-FAILED
                  DISPLAY 'PROVPO: PROVISIONS_PO.TXT COULD NOT BE '
                          'LOADED IN FULL - NO ORDERS RAISED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISIONS PURCHASE ORDERS FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT REORDER-IN
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'PROVPO: NO REORDER FILE - NOTHING TO ORDER'
                  MOVE 'NO REORDER LINES PRESENT' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  CLOSE REPORT-OUT
                  GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                  READ REORDER-IN
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-LINES-READ
                     IF IN-REORDER-LINE(1:5) = 'DATE='
                        PERFORM RAISE-ONE-ORDER
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE REORDER-IN

               IF WS-RAISED-COUNT > ZERO OR WS-ARCHIVE-DUE > ZERO
                  MOVE 'provisions_po.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE SPACES TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE 'NOTHING ORDERED - PO GENERATION NOT KEPT'
                       TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  ELSE
                     PERFORM REWRITE-PURCHASE-ORDERS
                  END-IF
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REORDER LINES READ=' WS-LINES-READ
                      ' ORDERS RAISED=' WS-RAISED-COUNT
                      ' ALREADY ON ORDER=' WS-ON-ORDER-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                      ' CLOSED ORDERS ARCHIVED=' WS-ARCHIVED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PROVPO: ' WS-RAISED-COUNT ' PURCHASE ORDER(S) '
                       'RAISED - SEE PROVISIONS_PO_REPORT.TXT'
               EVALUATE TRUE
                  WHEN WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  WHEN WS-REJECT-COUNT > ZERO
                     MOVE 4 TO RETURN-CODE
               END-EVALUATE
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
               IF  WS-PROV-COUNT < WS-MAX-PROVS
               AND IN-PROV-CODE NOT = SPACES
                  ADD 1 TO WS-PROV-COUNT
                  MOVE IN-PROV-CODE TO WS-PROV-CODE(WS-PROV-COUNT)
                  MOVE IN-PROV-DESC TO WS-PROV-DESC(WS-PROV-COUNT)
                  MOVE ZERO TO WS-PROV-EXPIRING(WS-PROV-COUNT)
                  IF  IN-PROV-ONHAND IS NUMERIC
                  AND IN-PROV-REORDER IS NUMERIC
                     MOVE IN-PROV-ONHAND
                       TO WS-PROV-ONHAND(WS-PROV-COUNT)
                     MOVE IN-PROV-REORDER
                       TO WS-PROV-REORDER(WS-PROV-COUNT)
                     MOVE 'Y' TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                  ELSE
                     MOVE ZERO TO WS-PROV-ONHAND(WS-PROV-COUNT)
                     MOVE ZERO TO WS-PROV-REORDER(WS-PROV-COUNT)
                     MOVE 'N' TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                  END-IF
               END-IF
               .

           DEDUCT-EXPIRING-LOTS SECTION.
               OPEN INPUT LOTS-IN
               IF WS-LOTS-STATUS = '00'
                  PERFORM UNTIL WS-LOTS-STATUS NOT = '00'
                     READ LOTS-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM DEDUCT-ONE-LOT
                     END-READ
                  END-PERFORM
                  CLOSE LOTS-IN
               END-IF
               .

           DEDUCT-ONE-LOT SECTION.
               IF  IN-LOT-EXPIRY IS NUMERIC
               AND IN-LOT-QTY IS NUMERIC
               AND IN-LOT-EXPIRY <= WS-EXPIRY-HORIZON
                  MOVE IN-LOT-QTY TO WS-LOT-QTY
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-PROV-COUNT
                     IF  WS-PROV-CODE(IX) = IN-LOT-PROV-CODE
                     AND WS-PROV-STOCK-TRACKED(IX)
                        IF WS-LOT-QTY > WS-PROV-ONHAND(IX)
                           MOVE WS-PROV-ONHAND(IX) TO WS-LOT-QTY
                        END-IF
                        ADD WS-LOT-QTY TO WS-PROV-EXPIRING(IX)
                        SUBTRACT WS-LOT-QTY FROM WS-PROV-ONHAND(IX)
                        MOVE WS-PROV-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               .

           LOAD-PURCHASE-ORDERS SECTION.
               MOVE 'N' TO WS-PO-EOF-SW
               OPEN INPUT PO-IN
               IF WS-PO-STATUS NOT = '00'
                  DISPLAY 'PROVPO: NO PURCHASE ORDER FILE - '
                          'STARTING A NEW FILE'
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
               IF  IN-PO-NUMBER(1:2) = 'PO'
               AND IN-PO-NUMBER(3:6) IS NUMERIC
                  MOVE IN-PO-NUMBER(3:6) TO WS-PO-SEQ
                  IF WS-PO-SEQ > WS-LAST-PO-SEQ
                     MOVE WS-PO-SEQ TO WS-LAST-PO-SEQ
                  END-IF
               END-IF
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                  WHEN IN-PO-CARD = SPACES
                     CONTINUE
                  WHEN IN-PO-NUMBER(1:2) NOT = 'PO'
                    OR IN-PO-NUMBER(3:6) IS NOT NUMERIC
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
                     MOVE 'N' TO WS-PO-ARCHIVE-SW(WS-PO-COUNT)
                     IF IN-PO-LAST-RCPT IS NUMERIC
                        MOVE IN-PO-LAST-RCPT TO WS-PO-CLOSED-DATE
                     ELSE
                        MOVE IN-PO-ORDER-DATE TO WS-PO-CLOSED-DATE
                     END-IF
                     IF  IN-PO-STATUS = 'CLOSED'
                     AND WS-PO-CLOSED-DATE < WS-CUTOFF-DATE-X
                        MOVE 'Y' TO WS-PO-ARCHIVE-SW(WS-PO-COUNT)
                        ADD 1 TO WS-ARCHIVE-DUE
                     END-IF
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  SET WS-PO-LOAD-FAILED TO TRUE
                  DISPLAY 'PROVPO: PROVISIONS_PO.TXT LINE ' WS-PO-LINES
                          ' NOT LOADED - ' WS-REJECT-REASON
                  MOVE 'provisions_po.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-PO-LINES        TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-PO-CARD         TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           RAISE-ONE-ORDER SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-PROV-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PROV-COUNT
                  IF WS-PROV-CODE(IX) = IN-RO-CODE
                     MOVE IX TO WS-PROV-IX
                     MOVE WS-PROV-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE ZERO TO WS-PO-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PO-COUNT
                  IF  WS-PO-PROV-CODE(IX) = IN-RO-CODE
                  AND WS-PO-OUTSTANDING(IX)
                     MOVE IX TO WS-PO-IX
                     MOVE WS-PO-COUNT TO IX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-PROV-IX = ZERO
                     MOVE 'NOPROV' TO WS-REJECT-REASON
                  WHEN NOT WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                     MOVE 'NOSTOCK' TO WS-REJECT-REASON
                  WHEN WS-PO-COUNT >= WS-MAX-POS
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN WS-PO-IX > ZERO
                     ADD 1 TO WS-ON-ORDER-COUNT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'ON ORDER   PROVISION=' IN-RO-CODE
                            ' PO=' WS-PO-NUMBER(WS-PO-IX)
                            ' ORDERED=' WS-PO-ORDERED(WS-PO-IX)
                            ' RECEIVED=' WS-PO-RECEIVED(WS-PO-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN WS-PROV-ONHAND(WS-PROV-IX) >
                       WS-PROV-REORDER(WS-PROV-IX)
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'NO ORDER   PROVISION=' IN-RO-CODE
                            ' ONHAND=' WS-PROV-ONHAND(WS-PROV-IX)
                            ' EXPIRING=' WS-PROV-EXPIRING(WS-PROV-IX)
                            ' NOW ABOVE REORDER-POINT='
                            WS-PROV-REORDER(WS-PROV-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN OTHER
                     PERFORM ADD-PURCHASE-ORDER
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM WRITE-REJECT-LINE
               END-IF
               .

           ADD-PURCHASE-ORDER SECTION.
               COMPUTE WS-ORDER-TARGET =
                       WS-PROV-REORDER(WS-PROV-IX) * WS-ORDER-FACTOR
               IF WS-ORDER-TARGET > WS-PROV-ONHAND(WS-PROV-IX)
                  COMPUTE WS-ORDER-QTY =
                          WS-ORDER-TARGET - WS-PROV-ONHAND(WS-PROV-IX)
               ELSE
                  MOVE ZERO TO WS-ORDER-QTY
               END-IF
               IF WS-ORDER-QTY = ZERO
                  MOVE 1 TO WS-ORDER-QTY
               END-IF
               ADD 1 TO WS-LAST-PO-SEQ
               MOVE WS-LAST-PO-SEQ TO WS-NEW-PO-SEQ
               ADD 1 TO WS-PO-COUNT
               MOVE WS-NEW-PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
               MOVE IN-RO-CODE TO WS-PO-PROV-CODE(WS-PO-COUNT)
               MOVE WS-RUN-DATE TO WS-PO-ORDER-DATE(WS-PO-COUNT)
               MOVE WS-ORDER-QTY TO WS-PO-ORDERED(WS-PO-COUNT)
               MOVE ZERO TO WS-PO-RECEIVED(WS-PO-COUNT)
               MOVE 'OPEN  ' TO WS-PO-STATUS-CODE(WS-PO-COUNT)
               MOVE SPACES TO WS-PO-LAST-RCPT(WS-PO-COUNT)
               MOVE 'N' TO WS-PO-ARCHIVE-SW(WS-PO-COUNT)
               ADD 1 TO WS-RAISED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RAISED     PO=' WS-NEW-PO-NUMBER
                      ' PROVISION=' IN-RO-CODE
                      ' ONHAND=' WS-PROV-ONHAND(WS-PROV-IX)
                      ' EXPIRING=' WS-PROV-EXPIRING(WS-PROV-IX)
                      ' REORDER-POINT=' WS-PROV-REORDER(WS-PROV-IX)
                      ' ORDER-QTY=' WS-ORDER-QTY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           WRITE-REJECT-LINE SECTION.
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED   PROVISION=' IN-RO-CODE
                      ' REASON=' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'day01_reorder.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-LINES-READ      TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
               MOVE IN-REORDER-LINE    TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-PURCHASE-ORDERS SECTION.
               MOVE SPACES TO WS-ARCHIVE-FILE
               STRING 'archive_po_' WS-RUN-DATE '.txt'
                  DELIMITED BY SIZE INTO WS-ARCHIVE-FILE
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
                  MOVE WS-PO-NUMBER(WS-PO-IX)(3:6) TO WS-PO-SEQ
                  IF  WS-PO-TO-ARCHIVE(WS-PO-IX)
                  AND WS-PO-SEQ < WS-LAST-PO-SEQ
                     PERFORM ARCHIVE-PURCHASE-ORDER
                  ELSE
                     WRITE WS-PO-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE PO-OUT
               IF WS-ARCHIVE-OPEN
                  CLOSE PO-ARCHIVE
               END-IF
               .

           ARCHIVE-PURCHASE-ORDER SECTION.
               IF NOT WS-ARCHIVE-OPEN
                  OPEN EXTEND PO-ARCHIVE
                  IF WS-ARCHIVE-STATUS NOT = '00'
                     OPEN OUTPUT PO-ARCHIVE
                  END-IF
                  SET WS-ARCHIVE-OPEN TO TRUE
               END-IF
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE WS-PO-OUT-LINE TO WS-PO-ARCHIVE-LINE
               WRITE WS-PO-ARCHIVE-LINE
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
