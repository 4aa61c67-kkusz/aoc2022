           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRIZEPAY.

      *****************************************************************
      *  PRIZE PAYOUT LEDGER.  THE FIRST RUN AFTER SEASEND CLOSES A
      *  SEASON COMPUTES THE ENTITLEMENTS FOR THAT SEASON FROM
      *  DAY02_FINAL_STANDINGS.TXT AND DAY02_AWARDS.TXT, PRICED FROM
      *  THE DIVISION FUNDS, POSITION SHARES AND AWARD AMOUNTS ON
      *  PRIZE_FUND.TXT, AND CARRIES ANY BALANCE STILL UNPAID FROM AN
      *  EARLIER SEASON INTO THE NEW ONE.  CONFIRMATION CARDS ON
      *  PRIZE_PAYMENTS.TXT:
      *
      *     LINE   AMOUNT    YYYYMMDD REFERENCE
      *
      *  CLOSE ONE UNPAID LINE FOR ITS FULL AMOUNT.  THE LEDGER IS
      *  KEPT ON DAY02_PAYOUT_LEDGER.TXT AND THE ENTITLEMENTS, PAYMENTS
      *  AND REJECTS ARE LISTED ON DAY02_PAYOUT_REPORT.TXT.  THE
      *  OPERATOR (OPERATOR_ID) MUST BE GRANTED PRIZEPAY ON OPAUTH.TXT.
      *  A GENERATION OF THE LEDGER IS KEPT BEFORE IT IS REWRITTEN, AND
      *  THE CONFIRMATION CARDS ARE DELETED ONCE THEY HAVE POSTED.
      *  SEASONS WITH NOTHING LEFT UNPAID, OTHER THAN THE SEASON ON THE
      *  FINAL STANDINGS, ARE ROLLED INTO ONE SETTLED LINE (STATUS S)
      *  HOLDING THE AMOUNT PAID TO DATE, SO THE LEDGER STAYS BOUNDED.
      *  RC 4 WHEN A CARD IS REJECTED OR THE FUND IS MISSING OR
      *  OVER-ALLOCATED, RC 8 WHEN THE OPERATOR IS NOT AUTHORIZED, THE
      *  DATE IS CLOSED, A LEDGER LINE CANNOT BE LOADED OR NO
      *  GENERATION COULD BE KEPT - THE LEDGER IS THEN LEFT AS IT IS.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT STANDINGS-IN ASSIGN TO
              'day02_final_standings.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STANDINGS-STATUS.
              SELECT AWARDS-IN ASSIGN TO 'day02_awards.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AWARDS-STATUS.
              SELECT FUND-FILE ASSIGN TO 'prize_fund.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUND-STATUS.
              SELECT PAYMENT-FILE ASSIGN TO 'prize_payments.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYMENT-STATUS.
              SELECT LEDGER-IN ASSIGN TO 'day02_payout_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT LEDGER-OUT ASSIGN TO 'day02_payout_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PAYOUT-RPT ASSIGN TO 'day02_payout_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD STANDINGS-IN.
              01 IN-STANDINGS-LINE.
                 03 IN-STD-TAG         PIC X(5).
                 03 IN-STD-RANK        PIC X(3).
                 03 FILLER             PIC X(8).
                 03 IN-STD-PLAYER      PIC X(4).
                 03 FILLER             PIC X(65).
                 03 IN-STD-DIVISION    PIC X(4).
                 03 FILLER             PIC X(21).
              01 IN-STANDINGS-HEADER REDEFINES IN-STANDINGS-LINE.
                 03 IN-STD-HDR-TAG     PIC X(23).
                 03 IN-STD-HDR-SEASON  PIC X(10).
                 03 FILLER             PIC X(77).

              FD AWARDS-IN.
              01 IN-AWARDS-LINE        PIC X(110).

      *  PRIZE FUND CONFIGURATION.  F = DIVISION FUND (KEY = DIVISION,
      *  VALUE = AMOUNT), P = SHARE OF THE DIVISION FUND PAID FOR A
      *  FINISHING POSITION IN THAT DIVISION (VALUE = PERCENT WITH TWO
      *  DECIMALS), A = FLAT AMOUNT FOR AN AWARD CATEGORY AS NAMED ON
      *  DAY02_AWARDS.TXT (KEY = CATEGORY).
              FD FUND-FILE.
              01 IN-FUND-CARD.
                 03 IN-FUND-TYPE       PIC X(1).
                    88 IN-FUND-DIVISION       VALUE 'F'.
                    88 IN-FUND-POSITION       VALUE 'P'.
                    88 IN-FUND-AWARD          VALUE 'A'.
                 03 FILLER             PIC X(1).
                 03 IN-FUND-KEY        PIC X(16).
                 03 FILLER             PIC X(1).
                 03 IN-FUND-POS        PIC X(3).
                 03 FILLER             PIC X(1).
                 03 IN-FUND-VALUE-X    PIC X(9).
                 03 IN-FUND-VALUE REDEFINES IN-FUND-VALUE-X
                                       PIC 9(7)V99.

              FD PAYMENT-FILE.
              01 IN-PAYMENT-CARD.
                 03 IN-PAY-LINE-X      PIC X(6).
                 03 IN-PAY-LINE REDEFINES IN-PAY-LINE-X
                                       PIC 9(6).
                 03 FILLER             PIC X(1).
                 03 IN-PAY-AMOUNT-X    PIC X(9).
                 03 IN-PAY-AMOUNT REDEFINES IN-PAY-AMOUNT-X
                                       PIC 9(7)V99.
                 03 FILLER             PIC X(1).
                 03 IN-PAY-DATE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-PAY-REF         PIC X(10).

      *  ONE LINE PER ENTITLEMENT.  STATUS U = UNPAID, P = PAID,
      *  C = CARRIED - THE BALANCE WAS MOVED TO A NEW LINE UNDER THE
      *  NEXT SEASON, S = SETTLED - THE PAID TOTAL OF THE SEASONS
      *  ROLLED UP.  ORIG-SEASON IS THE SEASON THE PRIZE WAS WON IN.
              FD LEDGER-IN.
              01 IN-LEDGER-RECORD.
                 03 IN-LED-LINE-X      PIC X(6).
                 03 IN-LED-LINE REDEFINES IN-LED-LINE-X
                                       PIC 9(6).
                 03 FILLER             PIC X(1).
                 03 IN-LED-SEASON      PIC X(10).
                 03 FILLER             PIC X(1).
                 03 IN-LED-PLAYER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-LED-CATEGORY    PIC X(16).
                 03 FILLER             PIC X(1).
                 03 IN-LED-DIVISION    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-LED-AMOUNT-X    PIC X(9).
                 03 IN-LED-AMOUNT REDEFINES IN-LED-AMOUNT-X
                                       PIC 9(7)V99.
                 03 FILLER             PIC X(1).
                 03 IN-LED-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-LED-ORIG-SEASON PIC X(10).
                 03 FILLER             PIC X(1).
                 03 IN-LED-POSTED      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LED-PAID-ON     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LED-PAID-REF    PIC X(10).

              FD LEDGER-OUT.
              01 OUT-LEDGER-RECORD.
                 03 OUT-LED-LINE       PIC 9(6).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-SEASON     PIC X(10).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-CATEGORY   PIC X(16).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-DIVISION   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-AMOUNT     PIC 9(7)V99.
                 03 FILLER             PIC X(1).
                 03 OUT-LED-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-ORIG-SEASON PIC X(10).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-POSTED     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-PAID-ON    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LED-PAID-REF   PIC X(10).

              FD PAYOUT-RPT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).

              01 WS-STANDINGS-STATUS   PIC X(2).
              01 WS-AWARDS-STATUS      PIC X(2).
              01 WS-FUND-STATUS        PIC X(2).
              01 WS-PAYMENT-STATUS     PIC X(2).
              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PRIZEPAY'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'PRIZEPAY'.
              01 WS-SEC-PARMS          PIC X(40)
                 VALUE 'PRIZE FUND PAYOUT LEDGER'.
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.

              01 WS-SEASON-ID          PIC X(10) VALUE SPACES.
              01 WS-COMPUTE-SW         PIC X VALUE 'N'.
                 88 WS-COMPUTE-DUE          VALUE 'Y'.

              01 WS-MAX-LEDGER         PIC 9(4) COMP VALUE 2000.
              01 WS-LEDGER-TABLE.
                 03 WS-LED-ENTRY OCCURS 2000.
                    05 WS-LED-LINE            PIC 9(6).
                    05 WS-LED-SEASON          PIC X(10).
                    05 WS-LED-PLAYER          PIC X(4).
                    05 WS-LED-CATEGORY        PIC X(16).
                    05 WS-LED-DIVISION        PIC X(4).
                    05 WS-LED-AMOUNT          PIC 9(7)V99.
                    05 WS-LED-STATUS          PIC X(1).
                    05 WS-LED-ORIG-SEASON     PIC X(10).
                    05 WS-LED-POSTED          PIC X(8).
                    05 WS-LED-PAID-ON         PIC X(8).
                    05 WS-LED-PAID-REF        PIC X(10).
                    05 WS-LED-ROLL-SW         PIC X(1).
                       88 WS-LED-TO-ROLL           VALUE 'Y'.
              01 WS-LEDGER-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-LED-IX             PIC 9(4) COMP.
              01 WS-LED-OLD-COUNT      PIC 9(4) COMP.
              01 WS-NEXT-LINE          PIC 9(6) VALUE 0.
              01 WS-LED-LOAD-SW        PIC X VALUE 'N'.
                 88 WS-LED-LOAD-FAILED      VALUE 'Y'.
              01 WS-LED-RECORD-NO      PIC 9(7) VALUE 0.

      *  SETTLED-SEASON ROLL-UP.  THE SETTLED LINE TAKES THE HIGHEST
      *  LINE NUMBER ROLLED INTO IT SO NO LINE NUMBER IS REUSED.
              01 WS-SETTLED-SEASON     PIC X(10) VALUE 'SETTLED'.
              01 WS-ROLL-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-ROLL-LINE          PIC 9(6) VALUE 0.
              01 WS-ROLL-TOTAL         PIC 9(9)V99 VALUE 0.
              01 WS-ROLL-LIMIT         PIC 9(9)V99 VALUE 9999999.99.
              01 WS-ROLLED-LINES       PIC 9(5) VALUE 0.
              01 WS-ROLL-KEEP-IX       PIC 9(4) COMP.

              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2) VALUE '00'.
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-MAX-DIVS           PIC 9(2) COMP VALUE 10.
              01 WS-DIV-TABLE.
                 03 WS-DIV-ENTRY OCCURS 10.
                    05 WS-DIV-CODE            PIC X(4).
                    05 WS-DIV-FUND            PIC 9(7)V99.
                    05 WS-DIV-PCT-TOTAL       PIC 9(5)V99.
                    05 WS-DIV-PLACED          PIC 9(3).
                    05 WS-DIV-OK-SW           PIC X(1).
              01 WS-DIV-COUNT          PIC 9(2) COMP VALUE 0.
              01 WS-DIV-IX             PIC 9(2) COMP.

              01 WS-MAX-SHARES         PIC 9(3) COMP VALUE 200.
              01 WS-SHARE-TABLE.
                 03 WS-SHARE-ENTRY OCCURS 200.
                    05 WS-SHARE-DIV           PIC X(4).
                    05 WS-SHARE-POS           PIC 9(3).
                    05 WS-SHARE-PCT           PIC 9(3)V99.
              01 WS-SHARE-COUNT        PIC 9(3) COMP VALUE 0.
              01 WS-SHARE-IX           PIC 9(3) COMP.

              01 WS-MAX-AWARDS         PIC 9(2) COMP VALUE 20.
              01 WS-AWARD-TABLE.
                 03 WS-AWARD-ENTRY OCCURS 20.
                    05 WS-AWARD-CATEGORY      PIC X(16).
                    05 WS-AWARD-AMOUNT        PIC 9(7)V99.
              01 WS-AWARD-COUNT        PIC 9(2) COMP VALUE 0.
              01 WS-AWARD-IX           PIC 9(2) COMP.

              01 WS-MAX-PLAYERS        PIC 9(3) COMP VALUE 200.
              01 WS-PLAYER-TABLE.
                 03 WS-PLAYER-ENTRY OCCURS 200.
                    05 WS-PLAYER-ID           PIC X(4).
                    05 WS-PLAYER-DIVISION     PIC X(4).
              01 WS-PLAYER-COUNT       PIC 9(3) COMP VALUE 0.
              01 WS-PLAYER-IX          PIC 9(3) COMP.

              01 WS-NEW-PLAYER         PIC X(4).
              01 WS-NEW-CATEGORY       PIC X(16).
              01 WS-NEW-DIVISION       PIC X(4).
              01 WS-NEW-AMOUNT         PIC 9(7)V99.
              01 WS-NEW-ORIG-SEASON    PIC X(10).
              01 WS-POSITION           PIC 9(3).
              01 WS-AWARD-KEY          PIC X(16).
              01 WS-AWARD-REST         PIC X(90).

              01 WS-REJECT-REASON      PIC X(8).
              01 WS-CARD-NUMBER        PIC 9(7) VALUE 0.
              01 WS-FUND-WARNINGS      PIC 9(5) VALUE 0.
              01 WS-ENTITLED-COUNT     PIC 9(5) VALUE 0.
              01 WS-CARRIED-COUNT      PIC 9(5) VALUE 0.
              01 WS-PAID-COUNT         PIC 9(5) VALUE 0.
              01 WS-REJECTED           PIC 9(5) VALUE 0.
              01 WS-ENTITLED-TOTAL     PIC 9(9)V99 VALUE 0.
              01 WS-PAID-TOTAL         PIC 9(9)V99 VALUE 0.
              01 WS-OUTSTANDING-TOTAL  PIC 9(9)V99 VALUE 0.
              01 WS-AMOUNT-EDIT        PIC Z(6)9.99.
              01 WS-TOTAL-EDIT         PIC Z(8)9.99.
              01 WS-TOTAL-EDIT-2       PIC Z(8)9.99.
              01 WS-TOTAL-EDIT-3       PIC Z(8)9.99.
              01 IX                    PIC 9(4) COMP.

           PROCEDURE DIVISION.

               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               IF NOT WS-SEC-GRANTED
                  DISPLAY 'PRIZEPAY: OPERATOR ' WS-SEC-OPERATOR
                          ' NOT AUTHORIZED FOR PRIZE PAYOUTS'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-PAYOUT-LEDGER
               IF WS-LED-LOAD-FAILED
                  DISPLAY 'PRIZEPAY: day02_payout_ledger.txt COULD NOT '
                          'BE LOADED IN FULL - LEDGER NOT UPDATED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-FINAL-STANDINGS

               OPEN OUTPUT PAYOUT-RPT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PRIZE PAYOUT LEDGER RUN ' WS-RUN-DATE
                      ' BY=' WS-SEC-OPERATOR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               IF WS-COMPUTE-DUE
                  PERFORM LOAD-PRIZE-FUND
                  IF WS-DIV-COUNT = ZERO AND WS-AWARD-COUNT = ZERO
                     DISPLAY 'PRIZEPAY: NO PRIZE FUND CONFIGURED - '
                             'NO ENTITLEMENTS COMPUTED FOR SEASON '
                             WS-SEASON-ID
                     ADD 1 TO WS-FUND-WARNINGS
                  ELSE
                     PERFORM CARRY-UNPAID-BALANCES
                     PERFORM COMPUTE-POSITION-PRIZES
                     PERFORM COMPUTE-AWARD-PRIZES
                  END-IF
               END-IF

               PERFORM APPLY-PAYMENT-CARDS
               PERFORM ROLL-SETTLED-SEASONS
               MOVE 'day02_payout_ledger.txt' TO WS-BKUP-MASTER
               PERFORM KEEP-MASTER-GENERATION
               IF WS-BKUP-FAILED
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'LEDGER NOT REWRITTEN - '
                         'NO GENERATION COULD BE KEPT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM REWRITE-PAYOUT-LEDGER
                  CALL 'CBL_DELETE_FILE' USING 'prize_payments.txt'
               END-IF
               PERFORM WRITE-PAYOUT-SUMMARY
               CLOSE PAYOUT-RPT

               DISPLAY 'PRIZEPAY: ' WS-ENTITLED-COUNT ' ENTITLED, '
                       WS-CARRIED-COUNT ' CARRIED, ' WS-PAID-COUNT
                       ' PAID, ' WS-REJECTED ' REJECTED, '
                       WS-ROLLED-LINES ' ROLLED UP'
               EVALUATE TRUE
                  WHEN WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  WHEN WS-REJECTED > ZERO OR WS-FUND-WARNINGS > ZERO
                     MOVE 4 TO RETURN-CODE
               END-EVALUATE
               GOBACK.

           LOAD-PAYOUT-LEDGER SECTION.
               OPEN INPUT LEDGER-IN
               IF WS-LEDGER-STATUS = '00'
                  PERFORM UNTIL WS-LEDGER-STATUS NOT = '00'
                     READ LEDGER-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM POST-LEDGER-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE LEDGER-IN
               END-IF
               .

      *  A LINE THAT CANNOT BE READ OR WILL NOT FIT STOPS THE RUN -
      *  REWRITING WITHOUT IT WOULD LOSE IT FROM THE LEDGER.
           POST-LEDGER-RECORD SECTION.
               ADD 1 TO WS-LED-RECORD-NO
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                  WHEN IN-LEDGER-RECORD = SPACES
                     CONTINUE
                  WHEN IN-LED-LINE-X IS NOT NUMERIC
                  OR   IN-LED-AMOUNT-X IS NOT NUMERIC
                     MOVE 'BADREC' TO WS-REJECT-REASON
                  WHEN WS-LEDGER-COUNT >= WS-MAX-LEDGER
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM LOAD-LEDGER-LINE
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  SET WS-LED-LOAD-FAILED TO TRUE
                  DISPLAY 'PRIZEPAY: LEDGER RECORD NOT LOADED: '
                          IN-LEDGER-RECORD
                  MOVE 'day02_payout_ledger.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-LED-RECORD-NO  TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
                  MOVE IN-LEDGER-RECORD  TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           LOAD-LEDGER-LINE SECTION.
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-LED-IX
               MOVE IN-LED-LINE     TO WS-LED-LINE(WS-LED-IX)
               MOVE IN-LED-SEASON   TO WS-LED-SEASON(WS-LED-IX)
               MOVE IN-LED-PLAYER   TO WS-LED-PLAYER(WS-LED-IX)
               MOVE IN-LED-CATEGORY TO WS-LED-CATEGORY(WS-LED-IX)
               MOVE IN-LED-DIVISION TO WS-LED-DIVISION(WS-LED-IX)
               MOVE IN-LED-AMOUNT   TO WS-LED-AMOUNT(WS-LED-IX)
               MOVE IN-LED-STATUS   TO WS-LED-STATUS(WS-LED-IX)
               MOVE IN-LED-ORIG-SEASON
                 TO WS-LED-ORIG-SEASON(WS-LED-IX)
               MOVE IN-LED-POSTED   TO WS-LED-POSTED(WS-LED-IX)
               MOVE IN-LED-PAID-ON  TO WS-LED-PAID-ON(WS-LED-IX)
               MOVE IN-LED-PAID-REF TO WS-LED-PAID-REF(WS-LED-IX)
               MOVE 'N'             TO WS-LED-ROLL-SW(WS-LED-IX)
               IF IN-LED-LINE > WS-NEXT-LINE
                  MOVE IN-LED-LINE TO WS-NEXT-LINE
               END-IF
               .

      *  THE FINAL STANDINGS NAME THE SEASON JUST CLOSED BY SEASEND.
      *  ENTITLEMENTS ARE ONLY COMPUTED ONCE PER SEASON - A SEASON
      *  ALREADY ON THE LEDGER IS LEFT ALONE AND ONLY PAYMENTS POST.
           LOAD-FINAL-STANDINGS SECTION.
               OPEN INPUT STANDINGS-IN
               IF WS-STANDINGS-STATUS NOT = '00'
                  DISPLAY 'PRIZEPAY: NO FINAL STANDINGS ON FILE - '
                          'PAYMENTS ONLY'
               ELSE
                  PERFORM UNTIL WS-STANDINGS-STATUS NOT = '00'
                     READ STANDINGS-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM POST-STANDINGS-LINE
                     END-READ
                  END-PERFORM
                  CLOSE STANDINGS-IN
                  IF WS-SEASON-ID NOT = SPACES
                     SET WS-COMPUTE-DUE TO TRUE
                     PERFORM VARYING WS-LED-IX FROM 1 BY 1
                             UNTIL WS-LED-IX > WS-LEDGER-COUNT
                        IF WS-LED-SEASON(WS-LED-IX) = WS-SEASON-ID
                           MOVE 'N' TO WS-COMPUTE-SW
                           MOVE WS-LEDGER-COUNT TO WS-LED-IX
                        END-IF
                     END-PERFORM
                     IF NOT WS-COMPUTE-DUE
                        DISPLAY 'PRIZEPAY: SEASON ' WS-SEASON-ID
                                ' ALREADY ON THE LEDGER - '
                                'PAYMENTS ONLY'
                     END-IF
                  END-IF
               END-IF
               .

           POST-STANDINGS-LINE SECTION.
               IF IN-STD-HDR-TAG = 'FINAL STANDINGS SEASON='
                  MOVE IN-STD-HDR-SEASON TO WS-SEASON-ID
               ELSE
                  IF  IN-STD-TAG = 'RANK='
                  AND IN-STD-PLAYER NOT = SPACES
                  AND WS-PLAYER-COUNT < WS-MAX-PLAYERS
                     ADD 1 TO WS-PLAYER-COUNT
                     MOVE IN-STD-PLAYER
                       TO WS-PLAYER-ID(WS-PLAYER-COUNT)
                     MOVE IN-STD-DIVISION
                       TO WS-PLAYER-DIVISION(WS-PLAYER-COUNT)
                  END-IF
               END-IF
               .

           LOAD-PRIZE-FUND SECTION.
               MOVE ZERO TO WS-CARD-NUMBER
               OPEN INPUT FUND-FILE
               IF WS-FUND-STATUS = '00'
                  PERFORM UNTIL WS-FUND-STATUS NOT = '00'
                     READ FUND-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CARD-NUMBER
                        IF IN-FUND-CARD NOT = SPACES
                           PERFORM POST-FUND-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE FUND-FILE
               END-IF
               PERFORM CHECK-DIVISION-SHARES
               .

           POST-FUND-CARD SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                  WHEN IN-FUND-VALUE-X IS NOT NUMERIC
                     MOVE 'BADVALUE' TO WS-REJECT-REASON
                  WHEN IN-FUND-KEY = SPACES
                     MOVE 'NOKEY' TO WS-REJECT-REASON
                  WHEN IN-FUND-DIVISION
                     PERFORM FIND-FUND-DIVISION
                     IF WS-DIV-IX > ZERO
                        MOVE 'DUPFUND' TO WS-REJECT-REASON
                     ELSE
                        IF WS-DIV-COUNT >= WS-MAX-DIVS
                           MOVE 'TBLFULL' TO WS-REJECT-REASON
                        ELSE
                           ADD 1 TO WS-DIV-COUNT
                           MOVE IN-FUND-KEY(1:4)
                             TO WS-DIV-CODE(WS-DIV-COUNT)
                           MOVE IN-FUND-VALUE
                             TO WS-DIV-FUND(WS-DIV-COUNT)
                           MOVE ZERO
                             TO WS-DIV-PCT-TOTAL(WS-DIV-COUNT)
                           MOVE ZERO TO WS-DIV-PLACED(WS-DIV-COUNT)
                           MOVE 'Y' TO WS-DIV-OK-SW(WS-DIV-COUNT)
                        END-IF
                     END-IF
                  WHEN IN-FUND-POSITION
                     IF IN-FUND-POS IS NOT NUMERIC
                     OR IN-FUND-POS = '000'
                     OR IN-FUND-VALUE > 100
                        MOVE 'BADSHARE' TO WS-REJECT-REASON
                     ELSE
                        IF WS-SHARE-COUNT >= WS-MAX-SHARES
                           MOVE 'TBLFULL' TO WS-REJECT-REASON
                        ELSE
                           ADD 1 TO WS-SHARE-COUNT
                           MOVE IN-FUND-KEY(1:4)
                             TO WS-SHARE-DIV(WS-SHARE-COUNT)
                           MOVE IN-FUND-POS
                             TO WS-SHARE-POS(WS-SHARE-COUNT)
                           MOVE IN-FUND-VALUE
                             TO WS-SHARE-PCT(WS-SHARE-COUNT)
                        END-IF
                     END-IF
                  WHEN IN-FUND-AWARD
                     IF WS-AWARD-COUNT >= WS-MAX-AWARDS
                        MOVE 'TBLFULL' TO WS-REJECT-REASON
                     ELSE
                        ADD 1 TO WS-AWARD-COUNT
                        MOVE IN-FUND-KEY
                          TO WS-AWARD-CATEGORY(WS-AWARD-COUNT)
                        MOVE IN-FUND-VALUE
                          TO WS-AWARD-AMOUNT(WS-AWARD-COUNT)
                     END-IF
                  WHEN OTHER
                     MOVE 'BADTYPE' TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-FUND-WARNINGS
                  DISPLAY 'PRIZEPAY: PRIZE FUND CARD ' WS-CARD-NUMBER
                          ' IGNORED - ' WS-REJECT-REASON
                  MOVE 'prize_fund.txt'  TO WS-EXCP-FILE-NAME
                  MOVE WS-CARD-NUMBER    TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
                  MOVE IN-FUND-CARD      TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           FIND-FUND-DIVISION SECTION.
               MOVE ZERO TO WS-DIV-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-DIV-COUNT
                  IF WS-DIV-CODE(IX) = IN-FUND-KEY(1:4)
                     MOVE IX TO WS-DIV-IX
                     MOVE WS-DIV-COUNT TO IX
                  END-IF
               END-PERFORM
               .

      *  A DIVISION WHOSE POSITION SHARES ADD UP TO MORE THAN THE WHOLE
      *  FUND IS NOT PAID OUT AT ALL UNTIL THE SCHEDULE IS CORRECTED.
           CHECK-DIVISION-SHARES SECTION.
               PERFORM VARYING WS-SHARE-IX FROM 1 BY 1
                       UNTIL WS-SHARE-IX > WS-SHARE-COUNT
                  MOVE WS-SHARE-DIV(WS-SHARE-IX) TO IN-FUND-KEY
                  PERFORM FIND-FUND-DIVISION
                  IF WS-DIV-IX = ZERO
                     ADD 1 TO WS-FUND-WARNINGS
                     DISPLAY 'PRIZEPAY: POSITION SHARE FOR DIVISION '
                             WS-SHARE-DIV(WS-SHARE-IX)
                             ' HAS NO FUND CARD - IGNORED'
                  ELSE
                     ADD WS-SHARE-PCT(WS-SHARE-IX)
                       TO WS-DIV-PCT-TOTAL(WS-DIV-IX)
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                       UNTIL WS-DIV-IX > WS-DIV-COUNT
                  IF WS-DIV-PCT-TOTAL(WS-DIV-IX) > 100
                     MOVE 'N' TO WS-DIV-OK-SW(WS-DIV-IX)
                     ADD 1 TO WS-FUND-WARNINGS
                     DISPLAY 'PRIZEPAY: DIVISION '
                             WS-DIV-CODE(WS-DIV-IX)
                             ' SHARES EXCEED 100 PERCENT - '
                             'NO POSITION PRIZES PAID'
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'DIVISION=' WS-DIV-CODE(WS-DIV-IX)
                            ' SHARES EXCEED 100 PERCENT - '
                            'NO POSITION PRIZES PAID'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-PERFORM
               .

      *  UNPAID LINES FROM EARLIER SEASONS ARE CLOSED AS CARRIED AND
      *  RE-RAISED UNDER THE SEASON NOW BEING PAID.
           CARRY-UNPAID-BALANCES SECTION.
               MOVE WS-LEDGER-COUNT TO WS-LED-OLD-COUNT
               PERFORM VARYING WS-LED-IX FROM 1 BY 1
                       UNTIL WS-LED-IX > WS-LED-OLD-COUNT
                  IF  WS-LED-STATUS(WS-LED-IX) = 'U'
                  AND WS-LED-SEASON(WS-LED-IX) NOT = WS-SEASON-ID
                     MOVE WS-LED-PLAYER(WS-LED-IX) TO WS-NEW-PLAYER
                     MOVE WS-LED-CATEGORY(WS-LED-IX)
                       TO WS-NEW-CATEGORY
                     MOVE WS-LED-DIVISION(WS-LED-IX)
                       TO WS-NEW-DIVISION
                     MOVE WS-LED-AMOUNT(WS-LED-IX) TO WS-NEW-AMOUNT
                     MOVE WS-LED-ORIG-SEASON(WS-LED-IX)
                       TO WS-NEW-ORIG-SEASON
                     MOVE WS-LED-IX TO IX
                     PERFORM ADD-LEDGER-LINE
                     MOVE IX TO WS-LED-IX
                     IF WS-REJECT-REASON = SPACES
                        MOVE 'C' TO WS-LED-STATUS(WS-LED-IX)
                        ADD 1 TO WS-CARRIED-COUNT
                        MOVE WS-LED-AMOUNT(WS-LED-IX)
                          TO WS-AMOUNT-EDIT
                        MOVE SPACES TO WS-REPORT-LINE
                        STRING 'CARRIED  LINE=' WS-LED-LINE(WS-LED-IX)
                               ' TO LINE=' WS-NEXT-LINE
                               ' PLAYER=' WS-NEW-PLAYER
                               ' CATEGORY=' WS-NEW-CATEGORY
                               ' AMOUNT=' WS-AMOUNT-EDIT
                               ' WON=' WS-NEW-ORIG-SEASON
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WRITE WS-REPORT-LINE
                     END-IF
                  END-IF
               END-PERFORM
               .

      *  FINISHING POSITION IS THE ORDER WITHIN THE PLAYER'S OWN
      *  DIVISION ON THE FINAL STANDINGS.
           COMPUTE-POSITION-PRIZES SECTION.
               PERFORM VARYING WS-PLAYER-IX FROM 1 BY 1
                       UNTIL WS-PLAYER-IX > WS-PLAYER-COUNT
                  MOVE WS-PLAYER-DIVISION(WS-PLAYER-IX) TO IN-FUND-KEY
                  PERFORM FIND-FUND-DIVISION
                  IF WS-DIV-IX > ZERO
                     ADD 1 TO WS-DIV-PLACED(WS-DIV-IX)
                     IF WS-DIV-OK-SW(WS-DIV-IX) = 'Y'
                        MOVE WS-DIV-PLACED(WS-DIV-IX) TO WS-POSITION
                        PERFORM FIND-POSITION-SHARE
                     END-IF
                  END-IF
               END-PERFORM
               .

           FIND-POSITION-SHARE SECTION.
               PERFORM VARYING WS-SHARE-IX FROM 1 BY 1
                       UNTIL WS-SHARE-IX > WS-SHARE-COUNT
                  IF  WS-SHARE-DIV(WS-SHARE-IX)
                      = WS-DIV-CODE(WS-DIV-IX)
                  AND WS-SHARE-POS(WS-SHARE-IX) = WS-POSITION
                     COMPUTE WS-NEW-AMOUNT ROUNDED =
                             WS-DIV-FUND(WS-DIV-IX)
                             * WS-SHARE-PCT(WS-SHARE-IX) / 100
                     MOVE WS-PLAYER-ID(WS-PLAYER-IX) TO WS-NEW-PLAYER
                     MOVE WS-DIV-CODE(WS-DIV-IX) TO WS-NEW-DIVISION
                     MOVE SPACES TO WS-NEW-CATEGORY
                     STRING 'POSITION ' WS-POSITION
                        DELIMITED BY SIZE INTO WS-NEW-CATEGORY
                     PERFORM RAISE-ENTITLEMENT
                     MOVE WS-SHARE-COUNT TO WS-SHARE-IX
                  END-IF
               END-PERFORM
               .

      *  AWARD LINES READ CATEGORY=PLAYER ... ON DAY02_AWARDS.TXT.
           COMPUTE-AWARD-PRIZES SECTION.
               OPEN INPUT AWARDS-IN
               IF WS-AWARDS-STATUS NOT = '00'
                  IF WS-AWARD-COUNT > ZERO
                     ADD 1 TO WS-FUND-WARNINGS
                     DISPLAY 'PRIZEPAY: NO AWARDS FILE - AWARD '
                             'PRIZES NOT COMPUTED'
                  END-IF
               ELSE
                  PERFORM UNTIL WS-AWARDS-STATUS NOT = '00'
                     READ AWARDS-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM POST-AWARD-LINE
                     END-READ
                  END-PERFORM
                  CLOSE AWARDS-IN
               END-IF
               .

           POST-AWARD-LINE SECTION.
               MOVE SPACES TO WS-AWARD-KEY WS-AWARD-REST
               UNSTRING IN-AWARDS-LINE DELIMITED BY '='
                  INTO WS-AWARD-KEY WS-AWARD-REST
               PERFORM VARYING WS-AWARD-IX FROM 1 BY 1
                       UNTIL WS-AWARD-IX > WS-AWARD-COUNT
                  IF  WS-AWARD-CATEGORY(WS-AWARD-IX) = WS-AWARD-KEY
                  AND WS-AWARD-REST(1:4) NOT = SPACES
                     MOVE WS-AWARD-REST(1:4) TO WS-NEW-PLAYER
                     MOVE WS-AWARD-KEY TO WS-NEW-CATEGORY
                     MOVE WS-AWARD-AMOUNT(WS-AWARD-IX)
                       TO WS-NEW-AMOUNT
                     MOVE SPACES TO WS-NEW-DIVISION
                     PERFORM VARYING WS-PLAYER-IX FROM 1 BY 1
                             UNTIL WS-PLAYER-IX > WS-PLAYER-COUNT
                        IF WS-PLAYER-ID(WS-PLAYER-IX) = WS-NEW-PLAYER
                           MOVE WS-PLAYER-DIVISION(WS-PLAYER-IX)
                             TO WS-NEW-DIVISION
                           MOVE WS-PLAYER-COUNT TO WS-PLAYER-IX
                        END-IF
                     END-PERFORM
                     PERFORM RAISE-ENTITLEMENT
                     MOVE WS-AWARD-COUNT TO WS-AWARD-IX
                  END-IF
               END-PERFORM
               .

           RAISE-ENTITLEMENT SECTION.
               IF WS-NEW-AMOUNT > ZERO
                  MOVE WS-SEASON-ID TO WS-NEW-ORIG-SEASON
                  PERFORM ADD-LEDGER-LINE
                  IF WS-REJECT-REASON = SPACES
                     ADD 1 TO WS-ENTITLED-COUNT
                     ADD WS-NEW-AMOUNT TO WS-ENTITLED-TOTAL
                     MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'ENTITLED LINE=' WS-NEXT-LINE
                            ' PLAYER=' WS-NEW-PLAYER
                            ' CATEGORY=' WS-NEW-CATEGORY
                            ' DIV=' WS-NEW-DIVISION
                            ' AMOUNT=' WS-AMOUNT-EDIT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-IF
               .

           ADD-LEDGER-LINE SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-LEDGER-COUNT >= WS-MAX-LEDGER
                  MOVE 'TBLFULL' TO WS-REJECT-REASON
                  ADD 1 TO WS-FUND-WARNINGS
                  DISPLAY 'PRIZEPAY: LEDGER CAPACITY OF '
                          WS-MAX-LEDGER ' EXCEEDED - '
                          WS-NEW-CATEGORY ' FOR ' WS-NEW-PLAYER
                          ' NOT RAISED'
               ELSE
                  ADD 1 TO WS-LEDGER-COUNT
                  ADD 1 TO WS-NEXT-LINE
                  MOVE WS-LEDGER-COUNT TO WS-LED-IX
                  MOVE WS-NEXT-LINE    TO WS-LED-LINE(WS-LED-IX)
                  MOVE WS-SEASON-ID    TO WS-LED-SEASON(WS-LED-IX)
                  MOVE WS-NEW-PLAYER   TO WS-LED-PLAYER(WS-LED-IX)
                  MOVE WS-NEW-CATEGORY TO WS-LED-CATEGORY(WS-LED-IX)
                  MOVE WS-NEW-DIVISION TO WS-LED-DIVISION(WS-LED-IX)
                  MOVE WS-NEW-AMOUNT   TO WS-LED-AMOUNT(WS-LED-IX)
                  MOVE 'U'             TO WS-LED-STATUS(WS-LED-IX)
                  MOVE WS-NEW-ORIG-SEASON
                    TO WS-LED-ORIG-SEASON(WS-LED-IX)
                  MOVE WS-RUN-DATE     TO WS-LED-POSTED(WS-LED-IX)
                  MOVE SPACES          TO WS-LED-PAID-ON(WS-LED-IX)
                  MOVE SPACES          TO WS-LED-PAID-REF(WS-LED-IX)
                  MOVE 'N'             TO WS-LED-ROLL-SW(WS-LED-IX)
               END-IF
               .

      *  EACH CONFIRMATION CARD CLOSES ONE UNPAID LINE FOR ITS FULL
      *  AMOUNT.
           APPLY-PAYMENT-CARDS SECTION.
               MOVE ZERO TO WS-CARD-NUMBER
               OPEN INPUT PAYMENT-FILE
               IF WS-PAYMENT-STATUS = '00'
                  PERFORM UNTIL WS-PAYMENT-STATUS NOT = '00'
                     READ PAYMENT-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CARD-NUMBER
                        IF IN-PAYMENT-CARD NOT = SPACES
                           PERFORM APPLY-ONE-PAYMENT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE PAYMENT-FILE
               END-IF
               .

           APPLY-ONE-PAYMENT SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-LED-IX
               IF IN-PAY-LINE-X IS NUMERIC
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-LEDGER-COUNT
                     IF WS-LED-LINE(IX) = IN-PAY-LINE
                        MOVE IX TO WS-LED-IX
                        MOVE WS-LEDGER-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               EVALUATE TRUE
                  WHEN WS-LED-IX = ZERO
                     MOVE 'NOLINE' TO WS-REJECT-REASON
                  WHEN WS-LED-STATUS(WS-LED-IX) = 'P'
                     MOVE 'PAIDALRD' TO WS-REJECT-REASON
                  WHEN WS-LED-STATUS(WS-LED-IX) = 'C'
                     MOVE 'CARRIED' TO WS-REJECT-REASON
                  WHEN WS-LED-STATUS(WS-LED-IX) = 'S'
                     MOVE 'SETTLED' TO WS-REJECT-REASON
                  WHEN IN-PAY-AMOUNT-X IS NOT NUMERIC
                     MOVE 'BADAMT' TO WS-REJECT-REASON
                  WHEN IN-PAY-AMOUNT NOT = WS-LED-AMOUNT(WS-LED-IX)
                     MOVE 'AMTDIFF' TO WS-REJECT-REASON
                  WHEN IN-PAY-DATE IS NOT NUMERIC
                     MOVE 'BADDATE' TO WS-REJECT-REASON
                  WHEN IN-PAY-REF = SPACES
                     MOVE 'NOREF' TO WS-REJECT-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  MOVE 'P' TO WS-LED-STATUS(WS-LED-IX)
                  MOVE IN-PAY-DATE TO WS-LED-PAID-ON(WS-LED-IX)
                  MOVE IN-PAY-REF TO WS-LED-PAID-REF(WS-LED-IX)
                  ADD 1 TO WS-PAID-COUNT
                  ADD WS-LED-AMOUNT(WS-LED-IX) TO WS-PAID-TOTAL
                  MOVE WS-LED-AMOUNT(WS-LED-IX) TO WS-AMOUNT-EDIT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'PAID     LINE=' WS-LED-LINE(WS-LED-IX)
                         ' PLAYER=' WS-LED-PLAYER(WS-LED-IX)
                         ' CATEGORY=' WS-LED-CATEGORY(WS-LED-IX)
                         ' AMOUNT=' WS-AMOUNT-EDIT
                         ' ON=' IN-PAY-DATE
                         ' REF=' IN-PAY-REF
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  ADD 1 TO WS-REJECTED
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'REJECTED PAYMENT CARD=' IN-PAYMENT-CARD
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'prize_payments.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-CARD-NUMBER       TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON     TO WS-EXCP-REASON
                  MOVE IN-PAYMENT-CARD      TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           REWRITE-PAYOUT-LEDGER SECTION.
               OPEN OUTPUT LEDGER-OUT
               PERFORM VARYING WS-LED-IX FROM 1 BY 1
                       UNTIL WS-LED-IX > WS-LEDGER-COUNT
                  MOVE SPACES TO OUT-LEDGER-RECORD
                  MOVE WS-LED-LINE(WS-LED-IX)     TO OUT-LED-LINE
                  MOVE WS-LED-SEASON(WS-LED-IX)   TO OUT-LED-SEASON
                  MOVE WS-LED-PLAYER(WS-LED-IX)   TO OUT-LED-PLAYER
                  MOVE WS-LED-CATEGORY(WS-LED-IX) TO OUT-LED-CATEGORY
                  MOVE WS-LED-DIVISION(WS-LED-IX) TO OUT-LED-DIVISION
                  MOVE WS-LED-AMOUNT(WS-LED-IX)   TO OUT-LED-AMOUNT
                  MOVE WS-LED-STATUS(WS-LED-IX)   TO OUT-LED-STATUS
                  MOVE WS-LED-ORIG-SEASON(WS-LED-IX)
                    TO OUT-LED-ORIG-SEASON
                  MOVE WS-LED-POSTED(WS-LED-IX)   TO OUT-LED-POSTED
                  MOVE WS-LED-PAID-ON(WS-LED-IX)  TO OUT-LED-PAID-ON
                  MOVE WS-LED-PAID-REF(WS-LED-IX) TO OUT-LED-PAID-REF
                  WRITE OUT-LEDGER-RECORD
               END-PERFORM
               CLOSE LEDGER-OUT
               .

      *****************************************************************
      *  A SEASON IS SETTLED WHEN NONE OF ITS LINES IS STILL UNPAID.
      *  ITS LINES, WITH THE SETTLED LINE ALREADY ON FILE, ARE ROLLED
      *  INTO ONE SETTLED LINE CARRYING THE AMOUNT PAID TO DATE.  THE
      *  SEASON ON THE FINAL STANDINGS IS NEVER ROLLED, SO IT STAYS ON
      *  THE LEDGER AND IS NOT COMPUTED A SECOND TIME; WITH NO FINAL
      *  STANDINGS ON FILE NOTHING IS ROLLED.
      *****************************************************************
           ROLL-SETTLED-SEASONS SECTION.
               MOVE ZERO TO WS-ROLL-COUNT WS-ROLL-LINE WS-ROLL-TOTAL
               IF WS-SEASON-ID NOT = SPACES
                  PERFORM VARYING WS-LED-IX FROM 1 BY 1
                          UNTIL WS-LED-IX > WS-LEDGER-COUNT
                     PERFORM CHECK-LINE-SETTLED
                  END-PERFORM
               END-IF
               IF WS-ROLL-TOTAL > WS-ROLL-LIMIT
                  DISPLAY 'PRIZEPAY: SETTLED TOTAL ' WS-ROLL-TOTAL
                          ' TOO LARGE FOR ONE LINE - NOT ROLLED UP'
                  MOVE ZERO TO WS-ROLL-COUNT
               END-IF
               IF WS-ROLL-COUNT > 1
                  MOVE ZERO TO WS-ROLL-KEEP-IX
                  PERFORM VARYING WS-LED-IX FROM 1 BY 1
                          UNTIL WS-LED-IX > WS-LEDGER-COUNT
                     IF NOT WS-LED-TO-ROLL(WS-LED-IX)
                        ADD 1 TO WS-ROLL-KEEP-IX
                        MOVE WS-LED-ENTRY(WS-LED-IX)
                          TO WS-LED-ENTRY(WS-ROLL-KEEP-IX)
                     END-IF
                  END-PERFORM
                  ADD 1 TO WS-ROLL-KEEP-IX
                  MOVE WS-ROLL-KEEP-IX TO WS-LEDGER-COUNT
                  MOVE WS-LEDGER-COUNT TO WS-LED-IX
                  MOVE WS-ROLL-LINE      TO WS-LED-LINE(WS-LED-IX)
                  MOVE WS-SETTLED-SEASON TO WS-LED-SEASON(WS-LED-IX)
                  MOVE SPACES            TO WS-LED-PLAYER(WS-LED-IX)
                  MOVE 'PAID TO DATE'    TO WS-LED-CATEGORY(WS-LED-IX)
                  MOVE SPACES            TO WS-LED-DIVISION(WS-LED-IX)
                  MOVE WS-ROLL-TOTAL     TO WS-LED-AMOUNT(WS-LED-IX)
                  MOVE 'S'               TO WS-LED-STATUS(WS-LED-IX)
                  MOVE SPACES
                    TO WS-LED-ORIG-SEASON(WS-LED-IX)
                  MOVE WS-RUN-DATE       TO WS-LED-POSTED(WS-LED-IX)
                  MOVE WS-RUN-DATE       TO WS-LED-PAID-ON(WS-LED-IX)
                  MOVE SPACES            TO WS-LED-PAID-REF(WS-LED-IX)
                  MOVE 'N'               TO WS-LED-ROLL-SW(WS-LED-IX)
                  COMPUTE WS-ROLLED-LINES = WS-ROLL-COUNT - 1
                  MOVE WS-ROLL-TOTAL TO WS-TOTAL-EDIT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'SETTLED  LINE=' WS-ROLL-LINE
                         ' ROLLED UP=' WS-ROLLED-LINES
                         ' PAID TO DATE=' WS-TOTAL-EDIT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

      *  A PAID, CARRIED OR SETTLED LINE IS ROLLED WHEN NO LINE OF ITS
      *  SEASON IS STILL UNPAID.  ONLY PAID AND SETTLED AMOUNTS ADD TO
      *  THE TOTAL - A CARRIED BALANCE LIVES ON IN ITS NEW LINE.
           CHECK-LINE-SETTLED SECTION.
               MOVE 'N' TO WS-LED-ROLL-SW(WS-LED-IX)
               IF  WS-LED-SEASON(WS-LED-IX) NOT = WS-SEASON-ID
               AND (WS-LED-STATUS(WS-LED-IX) = 'P' OR 'C' OR 'S')
                  MOVE 'Y' TO WS-LED-ROLL-SW(WS-LED-IX)
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-LEDGER-COUNT
                     IF  WS-LED-SEASON(IX) = WS-LED-SEASON(WS-LED-IX)
                     AND WS-LED-STATUS(IX) = 'U'
                        MOVE 'N' TO WS-LED-ROLL-SW(WS-LED-IX)
                        MOVE WS-LEDGER-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-LED-TO-ROLL(WS-LED-IX)
                  ADD 1 TO WS-ROLL-COUNT
                  IF WS-LED-LINE(WS-LED-IX) > WS-ROLL-LINE
                     MOVE WS-LED-LINE(WS-LED-IX) TO WS-ROLL-LINE
                  END-IF
                  IF WS-LED-STATUS(WS-LED-IX) NOT = 'C'
                     ADD WS-LED-AMOUNT(WS-LED-IX) TO WS-ROLL-TOTAL
                  END-IF
               END-IF
               .

           WRITE-PAYOUT-SUMMARY SECTION.
               PERFORM VARYING WS-LED-IX FROM 1 BY 1
                       UNTIL WS-LED-IX > WS-LEDGER-COUNT
                  IF WS-LED-STATUS(WS-LED-IX) = 'U'
                     ADD WS-LED-AMOUNT(WS-LED-IX)
                       TO WS-OUTSTANDING-TOTAL
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE WS-ENTITLED-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT-2
               MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDIT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ENTITLED=' WS-ENTITLED-COUNT
                      ' AMOUNT=' WS-TOTAL-EDIT
                      ' CARRIED=' WS-CARRIED-COUNT
                      ' PAID=' WS-PAID-COUNT
                      ' AMOUNT=' WS-TOTAL-EDIT-2
                      ' REJECTED=' WS-REJECTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OUTSTANDING UNPAID=' WS-TOTAL-EDIT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
