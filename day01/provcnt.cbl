           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROVCNT.

      *****************************************************************
      *  PROVISIONS CYCLE COUNT.  EACH CARD ON PROVISIONS_COUNT.TXT
      *  GIVES THE QUANTITY PHYSICALLY COUNTED FOR ONE STOCKED
      *  PROVISION:
      *
      *     PROV   COUNTED
      *
      *  THE VARIANCE AGAINST THE ON-HAND ON PROVISIONS_MASTER.TXT IS
      *  POSTED WHEN IT IS WITHIN COUNT_TOLERANCE PERCENT (DEFAULT 5)
      *  AND OTHERWISE HELD ON PROVISIONS_COUNT_HELD.TXT FOR A
      *  SUPERVISOR.  CARDS ON PROVISIONS_COUNT_APPROVE.TXT:
      *
      *     PROV   APPROVE
      *     PROV   DECLINE
      *
      *  POST OR DROP A HELD VARIANCE WHEN THE OPERATOR (OPERATOR_ID)
      *  IS GRANTED PROVCNT AS A SENIOR ON OPAUTH.TXT; THE APPROVAL
      *  FILE IS THEN REMOVED.  A MASTER GENERATION IS KEPT (SEE
      *  MSTBKUP) BEFORE THE MASTER IS REWRITTEN, AND ONLY THEN ARE
      *  THE SOURCE=CYCLECOUNT STOCK LEDGER SECTION, THE HELD FILE AND
      *  THE APPROVAL FILE UPDATED.  PROVISIONS_COUNT_REPORT.TXT SHOWS
      *  EVERY COUNT, THE VARIANCE BY CATEGORY AND THE STOCKED
      *  PROVISIONS NOT COUNTED.  RC 4 WHEN A CARD IS REJECTED OR A
      *  VARIANCE IS HELD, RC 8 WHEN THERE IS NO MASTER, THE DATE IS
      *  CLOSED OR NO GENERATION COULD BE KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT COUNT-IN ASSIGN TO 'provisions_count.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT APPROVE-IN ASSIGN TO 'provisions_count_approve.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVE-STATUS.
              SELECT HELD-IN ASSIGN TO 'provisions_count_held.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELD-STATUS.
              SELECT HELD-OUT ASSIGN TO 'provisions_count_held.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
              SELECT PROV-OUT ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT LEDGER-OUT ASSIGN TO 'day01_stock_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'provisions_count_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD COUNT-IN.
              01 IN-COUNT-CARD.
                 03 IN-COUNT-CODE      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-COUNT-QTY       PIC X(7).

              FD APPROVE-IN.
              01 IN-APPROVE-CARD.
                 03 IN-APPROVE-CODE    PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-APPROVE-ACTION  PIC X(7).

              FD HELD-IN.
              01 IN-HELD-CARD.
                 03 IN-HELD-CODE       PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-HELD-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HELD-SYSTEM     PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-HELD-COUNTED    PIC X(7).

              FD HELD-OUT.
              01 WS-HELD-OUT-LINE.
                 03 OUT-HELD-CODE      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-HELD-DATE      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HELD-SYSTEM    PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-HELD-COUNTED   PIC 9(7).

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

              01 WS-APPROVE-STATUS     PIC X(2).
              01 WS-HELD-STATUS        PIC X(2).
              01 WS-PROV-STATUS        PIC X(2).
              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PROVCNT'.
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
              01 WS-TOLERANCE-PCT      PIC 9(3)V99 VALUE 5.
              01 WS-PARM-LEN           PIC 9(2) COMP.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'PROVCNT'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

              01 WS-PROV-EOF-SW        PIC X.
                 88 WS-PROV-EOF             VALUE 'Y'.
              01 WS-MAX-PROVS          PIC 9(3) COMP VALUE 200.
              01 WS-PROV-TABLE.
                 03 WS-PROV-ENTRY OCCURS 200.
                    05 WS-PROV-CARD       PIC X(72).
                    05 WS-PROV-CODE       PIC X(6).
                    05 WS-PROV-CATEGORY   PIC X(12).
                    05 WS-PROV-ONHAND     PIC 9(7).
                    05 WS-PROV-STOCK-SW   PIC X.
                       88 WS-PROV-STOCK-TRACKED VALUE 'Y'.
                    05 WS-PROV-COUNTED-SW PIC X.
                       88 WS-PROV-COUNTED       VALUE 'Y'.
              01 WS-PROV-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-PROV-IX            PIC 9(3) COMP.

              01 WS-HELD-EOF-SW        PIC X.
                 88 WS-HELD-EOF             VALUE 'Y'.
              01 WS-MAX-HELD           PIC 9(3) COMP VALUE 200.
              01 WS-HELD-TABLE.
                 03 WS-HELD-ENTRY OCCURS 200.
                    05 WS-HELD-CODE       PIC X(6).
                    05 WS-HELD-DATE       PIC X(8).
                    05 WS-HELD-SYSTEM     PIC 9(7).
                    05 WS-HELD-COUNTED    PIC 9(7).
                    05 WS-HELD-STATE      PIC X.
                       88 WS-HELD-PENDING       VALUE 'P'.
              01 WS-HELD-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-HELD-IX            PIC 9(3) COMP.

              01 WS-MAX-CATS           PIC 9(2) COMP VALUE 20.
              01 WS-CAT-TABLE.
                 03 WS-CAT-ENTRY OCCURS 20.
                    05 WS-CAT-NAME        PIC X(12).
                    05 WS-CAT-ITEMS       PIC 9(5).
                    05 WS-CAT-SYSTEM      PIC 9(9).
                    05 WS-CAT-COUNTED     PIC 9(9).
                    05 WS-CAT-VARIANCE    PIC S9(9).
              01 WS-CAT-COUNT          PIC 9(2) COMP VALUE 0.
              01 WS-CAT-IX             PIC 9(2) COMP.
              01 IX                    PIC 9(3) COMP.

              01 WS-FIND-CODE          PIC X(6).
              01 WS-COUNT-QTY          PIC 9(7).
              01 WS-COUNT-LEN          PIC 9(2) COMP.
              01 WS-SYSTEM-QTY         PIC 9(7).
              01 WS-VARIANCE           PIC S9(7).
              01 WS-ABS-VARIANCE       PIC 9(7).
              01 WS-VARIANCE-PCT       PIC 9(5)V99.
              01 WS-OPENING            PIC 9(7).
              01 WS-NEW-ONHAND         PIC S9(9).
              01 WS-VARIANCE-DISP      PIC +9(7).
              01 WS-CAT-VAR-DISP       PIC +9(9).
              01 WS-PCT-DISP           PIC ZZZZ9.99.
              01 WS-ADJ-REASON         PIC X(8).
              01 WS-ACTION             PIC X(8).

              01 WS-CARDS-READ         PIC 9(7) VALUE 0.
              01 WS-APPROVALS-READ     PIC 9(7) VALUE 0.
              01 WS-POSTED-COUNT       PIC 9(5) VALUE 0.
              01 WS-HELD-NEW-COUNT     PIC 9(5) VALUE 0.
              01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
              01 WS-DECLINED-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-APPROVALS-TAKEN-SW PIC X VALUE 'N'.
                 88 WS-APPROVALS-TAKEN      VALUE 'Y'.
              01 WS-MAX-LEDGER-HOLD    PIC 9(3) COMP VALUE 400.
              01 WS-LEDGER-HOLD-TABLE.
                 03 WS-LEDGER-HOLD     PIC X(100) OCCURS 400.
              01 WS-LEDGER-HOLD-COUNT  PIC 9(3) COMP VALUE 0.
              01 WS-LEDGER-IX          PIC 9(3) COMP.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               MOVE 'COUNT_TOLERANCE' TO WS-PARM-NAME
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
                       TO WS-TOLERANCE-PCT
                  END-IF
               END-IF

               PERFORM LOAD-PROVISIONS-MASTER
               IF WS-PROV-COUNT = ZERO
                  DISPLAY 'PROVCNT: NO PROVISIONS MASTER ON FILE - '
                          'NOTHING TO COUNT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-HELD-VARIANCES

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISIONS CYCLE COUNT VARIANCE REPORT FOR '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE WS-TOLERANCE-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'AUTO-POST TOLERANCE PCT=' WS-PCT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM APPLY-SUPERVISOR-APPROVALS

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT COUNT-IN
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'PROVCNT: NO COUNT CARDS - ONLY HELD '
                          'VARIANCES PROCESSED'
                  MOVE 'NO COUNT CARDS PRESENT' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-EOF
                     READ COUNT-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        IF  IN-COUNT-CARD NOT = SPACES
                        AND IN-COUNT-CARD(1:1) NOT = '*'
                           PERFORM COMPARE-ONE-COUNT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE COUNT-IN
               END-IF

               PERFORM WRITE-CATEGORY-SUMMARY
               PERFORM WRITE-UNCOUNTED-ITEMS

               IF WS-POSTED-COUNT > ZERO
                  MOVE 'provisions_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE SPACES TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE 'NOTHING POSTED - MASTER GENERATION NOT KEPT'
                       TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-PROVISIONS-MASTER
                     PERFORM WRITE-HELD-LEDGER-LINES
                  END-IF
               END-IF
               IF NOT WS-BKUP-FAILED
                  PERFORM REWRITE-HELD-VARIANCES
                  IF WS-APPROVALS-TAKEN
                     CALL 'CBL_DELETE_FILE'
                          USING 'provisions_count_approve.txt'
                  END-IF
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CARDS READ=' WS-CARDS-READ
                      ' POSTED=' WS-POSTED-COUNT
                      ' HELD=' WS-HELD-NEW-COUNT
                      ' APPROVED=' WS-APPROVED-COUNT
                      ' DECLINED=' WS-DECLINED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'PROVCNT: ' WS-POSTED-COUNT ' ADJUSTMENT(S) '
                       'POSTED, ' WS-HELD-NEW-COUNT ' HELD FOR '
                       'APPROVAL - SEE PROVISIONS_COUNT_REPORT.TXT'
               IF (WS-REJECT-COUNT > ZERO OR WS-HELD-NEW-COUNT > ZERO)
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
                     DISPLAY 'PROVCNT: PROVISIONS TABLE CAPACITY OF '
                             WS-MAX-PROVS ' EXCEEDED - '
                             'NOTHING POSTED'
                     CLOSE PROVISIONS
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                  END-IF
                  ADD 1 TO WS-PROV-COUNT
                  MOVE IN-PROV-CARD TO WS-PROV-CARD(WS-PROV-COUNT)
                  MOVE IN-PROV-CODE TO WS-PROV-CODE(WS-PROV-COUNT)
                  MOVE IN-PROV-CATEGORY
                    TO WS-PROV-CATEGORY(WS-PROV-COUNT)
                  MOVE 'N' TO WS-PROV-COUNTED-SW(WS-PROV-COUNT)
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

           LOAD-HELD-VARIANCES SECTION.
               MOVE 'N' TO WS-HELD-EOF-SW
               OPEN INPUT HELD-IN
               IF WS-HELD-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-HELD-EOF
                     READ HELD-IN
                     AT END
                        SET WS-HELD-EOF TO TRUE
                     NOT AT END
                        IF  IN-HELD-CODE NOT = SPACES
                        AND IN-HELD-SYSTEM IS NUMERIC
                        AND IN-HELD-COUNTED IS NUMERIC
                        AND WS-HELD-COUNT < WS-MAX-HELD
                           ADD 1 TO WS-HELD-COUNT
                           MOVE IN-HELD-CODE
                             TO WS-HELD-CODE(WS-HELD-COUNT)
                           MOVE IN-HELD-DATE
                             TO WS-HELD-DATE(WS-HELD-COUNT)
                           MOVE IN-HELD-SYSTEM
                             TO WS-HELD-SYSTEM(WS-HELD-COUNT)
                           MOVE IN-HELD-COUNTED
                             TO WS-HELD-COUNTED(WS-HELD-COUNT)
                           MOVE 'P' TO WS-HELD-STATE(WS-HELD-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE HELD-IN
               END-IF
               .

           APPLY-SUPERVISOR-APPROVALS SECTION.
               OPEN INPUT APPROVE-IN
               IF WS-APPROVE-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  MOVE SPACES TO WS-SEC-OPERATOR
                  ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT
                         'OPERATOR_ID'
                  MOVE 'APPROVE HELD COUNT VARIANCES'
                    TO WS-SEC-PARMS
                  CALL 'SECCHK' USING WS-SEC-OPERATOR
                                       WS-SEC-FUNCTION
                                       WS-SEC-PARMS
                                       WS-SEC-GRANTED-SW
                                       WS-SEC-SENIOR-SW
                  IF NOT WS-SEC-GRANTED OR NOT WS-SEC-SENIOR
                     DISPLAY 'PROVCNT: OPERATOR ' WS-SEC-OPERATOR
                             ' LACKS SUPERVISOR AUTHORITY - '
                             'APPROVAL CARDS IGNORED'
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'APPROVAL CARDS IGNORED - OPERATOR '
                            WS-SEC-OPERATOR
                            ' LACKS SUPERVISOR AUTHORITY'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                     ADD 1 TO WS-REJECT-COUNT
                  ELSE
                     PERFORM UNTIL WS-APPROVE-STATUS NOT = '00'
                        READ APPROVE-IN
                        AT END
                           CONTINUE
                        NOT AT END
                           ADD 1 TO WS-APPROVALS-READ
                           IF  IN-APPROVE-CARD NOT = SPACES
                           AND IN-APPROVE-CARD(1:1) NOT = '*'
                              PERFORM APPLY-ONE-APPROVAL
                           END-IF
                        END-READ
                     END-PERFORM
                  END-IF
                  CLOSE APPROVE-IN
                  IF WS-SEC-GRANTED AND WS-SEC-SENIOR
                     SET WS-APPROVALS-TAKEN TO TRUE
                  END-IF
               END-IF
               .

           APPLY-ONE-APPROVAL SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-HELD-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HELD-COUNT
                  IF  WS-HELD-CODE(IX) = IN-APPROVE-CODE
                  AND WS-HELD-PENDING(IX)
                     MOVE IX TO WS-HELD-IX
                     MOVE WS-HELD-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE IN-APPROVE-CODE TO WS-FIND-CODE
               PERFORM FIND-PROVISION
               EVALUATE TRUE
                  WHEN WS-HELD-IX = ZERO
                     MOVE 'NOTHELD' TO WS-REJECT-REASON
                  WHEN WS-PROV-IX = ZERO
                     MOVE 'NOPROV' TO WS-REJECT-REASON
                  WHEN IN-APPROVE-ACTION = 'APPROVE'
                     MOVE WS-HELD-SYSTEM(WS-HELD-IX) TO WS-SYSTEM-QTY
                     MOVE WS-HELD-COUNTED(WS-HELD-IX) TO WS-COUNT-QTY
                     COMPUTE WS-VARIANCE =
                             WS-COUNT-QTY - WS-SYSTEM-QTY
                     MOVE 'APPROVED' TO WS-ADJ-REASON
                     PERFORM POST-COUNT-ADJUSTMENT
                     MOVE 'A' TO WS-HELD-STATE(WS-HELD-IX)
                     ADD 1 TO WS-APPROVED-COUNT
                     MOVE WS-VARIANCE TO WS-VARIANCE-DISP
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'APPROVED   PROVISION=' IN-APPROVE-CODE
                            ' COUNT-DATE=' WS-HELD-DATE(WS-HELD-IX)
                            ' VARIANCE=' WS-VARIANCE-DISP
                            ' BY=' WS-SEC-OPERATOR
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN IN-APPROVE-ACTION = 'DECLINE'
                     MOVE 'D' TO WS-HELD-STATE(WS-HELD-IX)
                     ADD 1 TO WS-DECLINED-COUNT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'DECLINED   PROVISION=' IN-APPROVE-CODE
                            ' COUNT-DATE=' WS-HELD-DATE(WS-HELD-IX)
                            ' BY=' WS-SEC-OPERATOR
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN OTHER
                     MOVE 'BADACTN' TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'REJECTED   APPROVAL PROVISION='
                         IN-APPROVE-CODE
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'provisions_count_approve.txt'
                    TO WS-EXCP-FILE-NAME
                  MOVE WS-APPROVALS-READ  TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-APPROVE-CARD    TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           FIND-PROVISION SECTION.
               MOVE ZERO TO WS-PROV-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PROV-COUNT
                  IF WS-PROV-CODE(IX) = WS-FIND-CODE
                     MOVE IX TO WS-PROV-IX
                     MOVE WS-PROV-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           COMPARE-ONE-COUNT SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-COUNT-LEN
               INSPECT IN-COUNT-QTY TALLYING WS-COUNT-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE IN-COUNT-CODE TO WS-FIND-CODE
               PERFORM FIND-PROVISION
               EVALUATE TRUE
                  WHEN WS-COUNT-LEN = ZERO
                     MOVE 'BADQTY' TO WS-REJECT-REASON
                  WHEN IN-COUNT-QTY(1:WS-COUNT-LEN) NOT NUMERIC
                     MOVE 'BADQTY' TO WS-REJECT-REASON
                  WHEN WS-PROV-IX = ZERO
                     MOVE 'NOPROV' TO WS-REJECT-REASON
                  WHEN NOT WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                     MOVE 'NOSTOCK' TO WS-REJECT-REASON
                  WHEN WS-PROV-COUNTED(WS-PROV-IX)
                     MOVE 'DUPCOUNT' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-COUNT-QTY(1:WS-COUNT-LEN)
                       TO WS-COUNT-QTY
                     PERFORM EVALUATE-COUNT-VARIANCE
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'REJECTED   PROVISION=' IN-COUNT-CODE
                         ' COUNT=' IN-COUNT-QTY
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'provisions_count.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-CARDS-READ      TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-COUNT-CARD      TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           EVALUATE-COUNT-VARIANCE SECTION.
               MOVE 'Y' TO WS-PROV-COUNTED-SW(WS-PROV-IX)
               MOVE WS-PROV-ONHAND(WS-PROV-IX) TO WS-SYSTEM-QTY
               COMPUTE WS-VARIANCE = WS-COUNT-QTY - WS-SYSTEM-QTY
               IF WS-VARIANCE < ZERO
                  COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
               ELSE
                  MOVE WS-VARIANCE TO WS-ABS-VARIANCE
               END-IF
               EVALUATE TRUE
                  WHEN WS-ABS-VARIANCE = ZERO
                     MOVE ZERO TO WS-VARIANCE-PCT
                  WHEN WS-SYSTEM-QTY = ZERO
                     MOVE 100 TO WS-VARIANCE-PCT
                  WHEN OTHER
                     COMPUTE WS-VARIANCE-PCT ROUNDED =
                             WS-ABS-VARIANCE * 100 / WS-SYSTEM-QTY
                        ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIANCE-PCT
                     END-COMPUTE
               END-EVALUATE
               PERFORM ACCUMULATE-CATEGORY
               EVALUATE TRUE
                  WHEN WS-ABS-VARIANCE = ZERO
                     MOVE 'AGREED' TO WS-ACTION
                  WHEN WS-VARIANCE-PCT <= WS-TOLERANCE-PCT
                     MOVE 'COUNT' TO WS-ADJ-REASON
                     PERFORM POST-COUNT-ADJUSTMENT
                     MOVE 'POSTED' TO WS-ACTION
                  WHEN OTHER
                     PERFORM HOLD-COUNT-VARIANCE
                     MOVE 'HELD' TO WS-ACTION
               END-EVALUATE
               MOVE WS-VARIANCE TO WS-VARIANCE-DISP
               MOVE WS-VARIANCE-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISION=' IN-COUNT-CODE
                      ' CATEGORY=' WS-PROV-CATEGORY(WS-PROV-IX)
                      ' SYSTEM=' WS-SYSTEM-QTY
                      ' COUNTED=' WS-COUNT-QTY
                      ' VARIANCE=' WS-VARIANCE-DISP
                      ' PCT=' WS-PCT-DISP
                      ' ACTION=' WS-ACTION
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           ACCUMULATE-CATEGORY SECTION.
               MOVE ZERO TO WS-CAT-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAT-COUNT
                  IF WS-CAT-NAME(IX) = WS-PROV-CATEGORY(WS-PROV-IX)
                     MOVE IX TO WS-CAT-IX
                     MOVE WS-CAT-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-CAT-IX = ZERO AND WS-CAT-COUNT < WS-MAX-CATS
                  ADD 1 TO WS-CAT-COUNT
                  MOVE WS-CAT-COUNT TO WS-CAT-IX
                  MOVE WS-PROV-CATEGORY(WS-PROV-IX)
                    TO WS-CAT-NAME(WS-CAT-IX)
                  MOVE ZERO TO WS-CAT-ITEMS(WS-CAT-IX)
                               WS-CAT-SYSTEM(WS-CAT-IX)
                               WS-CAT-COUNTED(WS-CAT-IX)
                               WS-CAT-VARIANCE(WS-CAT-IX)
               END-IF
               IF WS-CAT-IX > ZERO
                  ADD 1 TO WS-CAT-ITEMS(WS-CAT-IX)
                  ADD WS-SYSTEM-QTY TO WS-CAT-SYSTEM(WS-CAT-IX)
                  ADD WS-COUNT-QTY TO WS-CAT-COUNTED(WS-CAT-IX)
                  ADD WS-VARIANCE TO WS-CAT-VARIANCE(WS-CAT-IX)
               END-IF
               .

           POST-COUNT-ADJUSTMENT SECTION.
               MOVE WS-PROV-ONHAND(WS-PROV-IX) TO WS-OPENING
               COMPUTE WS-NEW-ONHAND = WS-OPENING + WS-VARIANCE
               IF WS-NEW-ONHAND < ZERO
                  MOVE ZERO TO WS-NEW-ONHAND
               END-IF
               IF WS-NEW-ONHAND > 9999999
                  MOVE 9999999 TO WS-NEW-ONHAND
               END-IF
               MOVE WS-NEW-ONHAND TO WS-PROV-ONHAND(WS-PROV-IX)
               ADD 1 TO WS-POSTED-COUNT
               IF WS-LEDGER-HOLD-COUNT < WS-MAX-LEDGER-HOLD
                  ADD 1 TO WS-LEDGER-HOLD-COUNT
                  MOVE WS-VARIANCE TO WS-VARIANCE-DISP
                  MOVE SPACES TO WS-LEDGER-HOLD(WS-LEDGER-HOLD-COUNT)
                  STRING 'PROVISION=' WS-PROV-CODE(WS-PROV-IX)
                         ' OPENING=' WS-OPENING
                         ' ADJUSTED=' WS-VARIANCE-DISP
                         ' CLOSING=' WS-PROV-ONHAND(WS-PROV-IX)
                         ' REASON=' WS-ADJ-REASON
                     DELIMITED BY SIZE
                     INTO WS-LEDGER-HOLD(WS-LEDGER-HOLD-COUNT)
               END-IF
               .

           WRITE-HELD-LEDGER-LINES SECTION.
               OPEN EXTEND LEDGER-OUT
               IF WS-LEDGER-STATUS NOT = '00'
                  OPEN OUTPUT LEDGER-OUT
               END-IF
               MOVE SPACES TO WS-LEDGER-LINE
               STRING 'STOCK LEDGER DATE=' WS-RUN-DATE
                      ' SOURCE=CYCLECOUNT'
                  DELIMITED BY SIZE INTO WS-LEDGER-LINE
               WRITE WS-LEDGER-LINE
               PERFORM VARYING WS-LEDGER-IX FROM 1 BY 1
                       UNTIL WS-LEDGER-IX > WS-LEDGER-HOLD-COUNT
                  MOVE WS-LEDGER-HOLD(WS-LEDGER-IX) TO WS-LEDGER-LINE
                  WRITE WS-LEDGER-LINE
               END-PERFORM
               CLOSE LEDGER-OUT
               .

           HOLD-COUNT-VARIANCE SECTION.
               MOVE ZERO TO WS-HELD-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HELD-COUNT
                  IF  WS-HELD-CODE(IX) = IN-COUNT-CODE
                  AND WS-HELD-PENDING(IX)
                     MOVE IX TO WS-HELD-IX
                     MOVE WS-HELD-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-HELD-IX = ZERO
                  IF WS-HELD-COUNT < WS-MAX-HELD
                     ADD 1 TO WS-HELD-COUNT
                     MOVE WS-HELD-COUNT TO WS-HELD-IX
                  END-IF
               END-IF
               IF WS-HELD-IX > ZERO
                  MOVE IN-COUNT-CODE TO WS-HELD-CODE(WS-HELD-IX)
                  MOVE WS-RUN-DATE   TO WS-HELD-DATE(WS-HELD-IX)
                  MOVE WS-SYSTEM-QTY TO WS-HELD-SYSTEM(WS-HELD-IX)
                  MOVE WS-COUNT-QTY  TO WS-HELD-COUNTED(WS-HELD-IX)
                  MOVE 'P' TO WS-HELD-STATE(WS-HELD-IX)
               END-IF
               ADD 1 TO WS-HELD-NEW-COUNT
               .

           WRITE-CATEGORY-SUMMARY SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'VARIANCE BY CATEGORY' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                  IF WS-CAT-VARIANCE(WS-CAT-IX) < ZERO
                     COMPUTE WS-ABS-VARIANCE =
                             ZERO - WS-CAT-VARIANCE(WS-CAT-IX)
                  ELSE
                     MOVE WS-CAT-VARIANCE(WS-CAT-IX)
                       TO WS-ABS-VARIANCE
                  END-IF
                  IF WS-CAT-SYSTEM(WS-CAT-IX) = ZERO
                     IF WS-ABS-VARIANCE = ZERO
                        MOVE ZERO TO WS-VARIANCE-PCT
                     ELSE
                        MOVE 100 TO WS-VARIANCE-PCT
                     END-IF
                  ELSE
                     COMPUTE WS-VARIANCE-PCT ROUNDED =
                             WS-ABS-VARIANCE * 100
                             / WS-CAT-SYSTEM(WS-CAT-IX)
                        ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIANCE-PCT
                     END-COMPUTE
                  END-IF
                  MOVE WS-CAT-VARIANCE(WS-CAT-IX) TO WS-CAT-VAR-DISP
                  MOVE WS-VARIANCE-PCT TO WS-PCT-DISP
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  CATEGORY=' WS-CAT-NAME(WS-CAT-IX)
                         ' ITEMS=' WS-CAT-ITEMS(WS-CAT-IX)
                         ' SYSTEM=' WS-CAT-SYSTEM(WS-CAT-IX)
                         ' COUNTED=' WS-CAT-COUNTED(WS-CAT-IX)
                         ' VARIANCE=' WS-CAT-VAR-DISP
                         ' PCT=' WS-PCT-DISP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               .

           WRITE-UNCOUNTED-ITEMS SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'STOCKED PROVISIONS NOT COUNTED' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
                       UNTIL WS-PROV-IX > WS-PROV-COUNT
                  IF  WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                  AND NOT WS-PROV-COUNTED(WS-PROV-IX)
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  PROVISION=' WS-PROV-CODE(WS-PROV-IX)
                            ' CATEGORY='
                            WS-PROV-CATEGORY(WS-PROV-IX)
                            ' ONHAND=' WS-PROV-ONHAND(WS-PROV-IX)
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

           REWRITE-HELD-VARIANCES SECTION.
               OPEN OUTPUT HELD-OUT
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-COUNT
                  IF WS-HELD-PENDING(WS-HELD-IX)
                     MOVE SPACES TO WS-HELD-OUT-LINE
                     MOVE WS-HELD-CODE(WS-HELD-IX)    TO OUT-HELD-CODE
                     MOVE WS-HELD-DATE(WS-HELD-IX)    TO OUT-HELD-DATE
                     MOVE WS-HELD-SYSTEM(WS-HELD-IX)
                       TO OUT-HELD-SYSTEM
                     MOVE WS-HELD-COUNTED(WS-HELD-IX)
                       TO OUT-HELD-COUNTED
                     WRITE WS-HELD-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE HELD-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
