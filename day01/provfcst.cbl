           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROVFCST.

      *****************************************************************
      *  PROVISIONS REQUISITION FORECAST.  TODAY'S CONSUMPTION BY CAMP
      *  IS TAKEN FROM THE CAMP= SECTIONS OF DAY01_STOCK_LEDGER.TXT,
      *  AND EACH CAMP'S HEADCOUNT AND CALORIES FROM DAY01_TOTALS.TXT,
      *  AND ADDED TO PROVISIONS_USAGE_HIST.TXT.  FOR EACH CAMP AND
      *  PROVISION THE USAGE OVER THE TRAILING FCST_WEEKS WEEKS
      *  (DEFAULT 4) IS PROJECTED OVER THE WEEK AHEAD, SCALED BY THE
      *  CAMP'S ACTIVE ELVES ON ELF_MASTER.TXT AGAINST ITS AVERAGE
      *  HEADCOUNT, AND HELD WITHIN THE CAMP'S RATION BUDGET
      *  (RATION_FILE, DEFAULT RATIONS.TXT).  THE REQUISITION LINES GO
      *  TO PROVISIONS_REQUISITION.TXT, AND
      *  PROVISIONS_FORECAST_REPORT.TXT SHOWS THE FORECAST BY CAMP AND
      *  EACH PROVISION'S TOTAL AGAINST ITS ON-HAND ON
      *  PROVISIONS_MASTER.TXT.  HISTORY OLDER THAN THE WINDOW IS
      *  PURGED AND TODAY'S ROWS ARE REPLACED BY TODAY'S CAPTURE; ROWS
      *  DATED AFTER THE RUN DATE, OR THAT CANNOT BE READ, ARE KEPT AS
      *  THEY ARE AND LEFT OUT OF THE FORECAST.  RC 4 WHEN NO
      *  CONSUMPTION WAS CAPTURED TODAY OR A PROVISION IS SHORT, RC 8
      *  WHEN THERE IS NO USAGE HISTORY, THE HISTORY IS FULL OR THE
      *  DATE IS CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LEDGER-IN ASSIGN TO 'day01_stock_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT TOTALS-IN ASSIGN TO 'day01_totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
              SELECT HIST-IN ASSIGN TO 'provisions_usage_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
              SELECT HIST-OUT ASSIGN TO 'provisions_usage_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MASTER-IN ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT RATION-FILE ASSIGN TO WS-RATION-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATION-STATUS.
              SELECT PROVISIONS ASSIGN TO 'provisions_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
              SELECT REQ-OUT ASSIGN TO 'provisions_requisition.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT
                 ASSIGN TO 'provisions_forecast_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD LEDGER-IN.
              01 IN-LEDGER-LINE.
                 03 IN-LDG-TAG         PIC X(10).
                 03 IN-LDG-CODE        PIC X(6).
                 03 FILLER             PIC X(9).
                 03 IN-LDG-OPENING     PIC X(7).
                 03 IN-LDG-QTY-TAG     PIC X(10).
                 03 IN-LDG-QTY         PIC X(7).
                 03 FILLER             PIC X(51).
              01 IN-LEDGER-HEADER.
                 03 IN-LDG-HDR-TAG     PIC X(18).
                 03 IN-LDG-HDR-DATE    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-HDR-KEY     PIC X(5).
                 03 IN-LDG-HDR-CAMP    PIC X(4).
                 03 FILLER             PIC X(64).

              FD TOTALS-IN.
              01 IN-TOTALS-LINE.
                 03 FILLER             PIC X(5).
                 03 IN-TOT-CAMP        PIC X(4).
                 03 FILLER             PIC X(5).
                 03 IN-TOT-ELF         PIC X(4).
                 03 FILLER             PIC X(10).
                 03 IN-TOT-CALORIES    PIC X(11).
                 03 FILLER             PIC X(21).

              FD HIST-IN.
              01 IN-HIST-CARD.
                 03 IN-HIST-TYPE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-CAMP       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-CODE       PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-QTY        PIC X(11).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-ELVES      PIC X(5).

              FD HIST-OUT.
              01 WS-HIST-OUT-LINE.
                 03 OUT-HIST-TYPE      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-DATE      PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-CAMP      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-CODE      PIC X(6).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-QTY       PIC 9(11).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-ELVES     PIC 9(5).

              FD MASTER-IN.
              01 IN-ELF-CARD.
                 03 IN-ELF-CAMP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ORDINAL     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ID          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-NAME        PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-CERTS       PIC X(14).

              FD RATION-FILE.
              01 IN-RATION-CARD        PIC X(40).

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

              FD REQ-OUT.
              01 WS-REQ-LINE           PIC X(80).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-TOTALS-STATUS      PIC X(2).
              01 WS-HIST-STATUS        PIC X(2).
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-RATION-STATUS      PIC X(2).
              01 WS-PROV-STATUS        PIC X(2).
              01 WS-RATION-FILE        PIC X(40).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'PROVFCST'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(2) COMP.
              01 WS-FCST-WEEKS         PIC 9(2) VALUE 4.
              01 WS-WINDOW-START       PIC 9(8).

              01 WS-MAX-HIST           PIC 9(4) COMP VALUE 9000.
              01 WS-HIST-TABLE.
                 03 WS-HIST-ENTRY OCCURS 9000.
                    05 WS-HIST-TYPE       PIC X(1).
                       88 WS-HIST-USAGE         VALUE 'U'.
                       88 WS-HIST-HEADCOUNT     VALUE 'H'.
                    05 WS-HIST-DATE       PIC 9(8).
                    05 WS-HIST-CAMP       PIC X(4).
                    05 WS-HIST-CODE       PIC X(6).
                    05 WS-HIST-QTY        PIC 9(11).
                    05 WS-HIST-ELVES      PIC 9(5).
              01 WS-HIST-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-HIST-IX            PIC 9(4) COMP.
              01 WS-HIST-EOF-SW        PIC X.
                 88 WS-HIST-EOF             VALUE 'Y'.
              01 WS-HIST-FULL-SW       PIC X VALUE 'N'.
                 88 WS-HIST-FULL            VALUE 'Y'.
              01 WS-HIST-DROPPED       PIC 9(5) VALUE 0.
              01 WS-MAX-HELD           PIC 9(3) COMP VALUE 500.
              01 WS-HELD-TABLE.
                 03 WS-HELD-ROW OCCURS 500 PIC X(40).
              01 WS-HELD-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-HELD-IX            PIC 9(3) COMP.
              01 WS-HELD-FULL-SW       PIC X VALUE 'N'.
                 88 WS-HELD-FULL            VALUE 'Y'.
              01 WS-NEW-TYPE           PIC X(1).
              01 WS-NEW-DATE           PIC 9(8).

              01 WS-MAX-CAMPS          PIC 9(2) COMP VALUE 20.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 20.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-DAYS       PIC 9(3).
                    05 WS-CAMP-LAST-DATE  PIC 9(8).
                    05 WS-CAMP-ELF-DAYS   PIC 9(7).
                    05 WS-CAMP-CAL-SUM    PIC 9(13).
                    05 WS-CAMP-ACTIVE     PIC 9(5).
                    05 WS-CAMP-FLOOR      PIC 9(9).
                    05 WS-CAMP-CEILING    PIC 9(9).
                    05 WS-CAMP-UNBUDGETED PIC 9(5).
                    05 WS-CAMP-AVG-ELVES  PIC 9(5)V99.
                    05 WS-CAMP-AVG-CAL    PIC 9(11).
                    05 WS-CAMP-PROJ-CAL   PIC 9(11).
                    05 WS-CAMP-HC-FACTOR  PIC 9(3)V9999.
                    05 WS-CAMP-RN-FACTOR  PIC 9(3)V9999.
              01 WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(2) COMP.
              01 WS-FIND-CAMP          PIC X(4).

              01 WS-MAX-USAGE          PIC 9(4) COMP VALUE 2000.
              01 WS-USAGE-TABLE.
                 03 WS-USAGE-ENTRY OCCURS 2000.
                    05 WS-USAGE-CAMP      PIC X(4).
                    05 WS-USAGE-CODE      PIC X(6).
                    05 WS-USAGE-QTY       PIC 9(11).
                    05 WS-USAGE-TODAY     PIC 9(11).
                    05 WS-USAGE-FORECAST  PIC 9(9).
              01 WS-USAGE-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-USAGE-IX           PIC 9(4) COMP.
              01 WS-FIND-CODE          PIC X(6).

              01 WS-MAX-ELF-RATIONS    PIC 9(3) COMP VALUE 200.
              01 WS-ELF-RATION-TABLE.
                 03 WS-ELF-RATION-ENTRY OCCURS 200.
                    05 WS-ER-CAMP         PIC X(4).
                    05 WS-ER-ORDINAL      PIC X(4).
                    05 WS-ER-FLOOR        PIC 9(7).
                    05 WS-ER-CEILING      PIC 9(7).
              01 WS-ELF-RATION-COUNT   PIC 9(3) COMP VALUE 0.
              01 WS-MAX-CAMP-RATIONS   PIC 9(2) COMP VALUE 10.
              01 WS-CAMP-RATION-TABLE.
                 03 WS-CAMP-RATION-ENTRY OCCURS 10.
                    05 WS-CR-CAMP         PIC X(4).
                    05 WS-CR-FLOOR        PIC 9(7).
                    05 WS-CR-CEILING      PIC 9(7).
              01 WS-CAMP-RATION-COUNT  PIC 9(2) COMP VALUE 0.
              01 WS-RATION-EOF-SW      PIC X.
                 88 WS-RATION-EOF           VALUE 'Y'.
              01 WS-RATION-FOUND-SW    PIC X.
                 88 WS-RATION-FOUND         VALUE 'Y'.
              01 WS-FLOOR              PIC 9(7).
              01 WS-CEILING            PIC 9(7).
              01 WS-TOKEN-1            PIC X(10).
              01 WS-TOKEN-2            PIC X(10).
              01 WS-TOKEN-3            PIC X(10).
              01 WS-TOKEN-4            PIC X(10).
              01 WS-TOKEN-5            PIC X(10).
              01 WS-TOKEN-WORK         PIC X(10).
              01 WS-TOKEN-LEN          PIC 9(3) COMP.
              01 WS-ALLOW-VALUE        PIC 9(7).
              01 WS-ALLOW-OK-SW        PIC X.
                 88 WS-ALLOW-OK             VALUE 'Y'.
              01 WS-FLOOR-WORK         PIC 9(7).
              01 WS-CEILING-WORK       PIC 9(7).

              01 WS-MAX-PROVS          PIC 9(3) COMP VALUE 200.
              01 WS-PROV-TABLE.
                 03 WS-PROV-ENTRY OCCURS 200.
                    05 WS-PROV-CODE       PIC X(6).
                    05 WS-PROV-DESC       PIC X(20).
                    05 WS-PROV-ONHAND     PIC 9(7).
                    05 WS-PROV-STOCK-SW   PIC X.
                       88 WS-PROV-STOCK-TRACKED VALUE 'Y'.
              01 WS-PROV-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-PROV-IX            PIC 9(3) COMP.
              01 WS-PROV-EOF-SW        PIC X.
                 88 WS-PROV-EOF             VALUE 'Y'.

              01 WS-EOF-SW             PIC X.
                 88 WS-EOF                  VALUE 'Y'.
              01 IX                    PIC 9(4) COMP.
              01 WS-LEDGER-CAMP        PIC X(4).
              01 WS-QTY                PIC 9(11).
              01 WS-CALORIES           PIC 9(11).
              01 WS-TODAY-ELVES        PIC 9(5).
              01 WS-TODAY-CAL          PIC 9(11).
              01 WS-TODAY-ROWS         PIC 9(5) VALUE 0.
              01 WS-WEEK-TOTAL         PIC 9(13).
              01 WS-WEEKLY-QTY         PIC 9(11)V9999.
              01 WS-CODE-FORECAST      PIC 9(9).
              01 WS-SHORTFALL          PIC 9(9).
              01 WS-VERDICT            PIC X(11).
              01 WS-HC-EDIT            PIC ZZ9.9999.
              01 WS-RN-EDIT            PIC ZZ9.9999.
              01 WS-AVG-EDIT           PIC ZZZZ9.99.

              01 WS-CAMPS-DISP         PIC 9(2).
              01 WS-HIST-ROWS-DISP     PIC 9(5).
              01 WS-REQ-LINES          PIC 9(5) VALUE 0.
              01 WS-SHORT-COUNT        PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               MOVE 'FCST_WEEKS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 3
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-FCST-WEEKS
                  END-IF
               END-IF
               IF WS-FCST-WEEKS = ZERO
                  MOVE 4 TO WS-FCST-WEEKS
               END-IF
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - (WS-FCST-WEEKS * 7) + 1)

               PERFORM LOAD-USAGE-HISTORY
               PERFORM CAPTURE-TODAYS-USAGE
               IF WS-HIST-FULL
                  DISPLAY 'PROVFCST: USAGE HISTORY CAPACITY OF '
                          WS-MAX-HIST ' EXCEEDED - NO FORECAST'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               IF WS-HELD-FULL
                  DISPLAY 'PROVFCST: MORE THAN ' WS-MAX-HELD
                          ' FUTURE OR UNREADABLE HISTORY ROWS - '
                          'NO FORECAST'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM REWRITE-USAGE-HISTORY
               IF WS-HIST-COUNT = ZERO
                  DISPLAY 'PROVFCST: NO CONSUMPTION HISTORY ON FILE - '
                          'NOTHING TO FORECAST'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM ACCUMULATE-HISTORY
               PERFORM LOAD-RATION-TABLE
               PERFORM COUNT-ACTIVE-ELVES
               PERFORM APPLY-RATION-BUDGETS
               PERFORM LOAD-PROVISIONS-MASTER

               OPEN OUTPUT REPORT-OUT
               OPEN OUTPUT REQ-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVISIONS REQUISITION FORECAST FOR WEEK AFTER '
                      WS-RUN-DATE
                      ' - TRAILING ' WS-FCST-WEEKS ' WEEK(S) FROM '
                      WS-WINDOW-START
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               IF WS-TODAY-ROWS = ZERO
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'WARNING - NO CONSUMPTION CAPTURED FOR '
                         WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  PERFORM FORECAST-ONE-CAMP
               END-PERFORM

               PERFORM WRITE-ONHAND-COMPARISON

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CAMP-COUNT TO WS-CAMPS-DISP
               MOVE WS-HIST-COUNT TO WS-HIST-ROWS-DISP
               STRING 'CAMPS=' WS-CAMPS-DISP
                      ' HISTORY ROWS=' WS-HIST-ROWS-DISP
                      ' REQUISITION LINES=' WS-REQ-LINES
                      ' PROVISIONS SHORT=' WS-SHORT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REQ-OUT
               CLOSE REPORT-OUT

               DISPLAY 'PROVFCST: ' WS-REQ-LINES
                       ' REQUISITION LINE(S), ' WS-SHORT-COUNT
                       ' PROVISION(S) SHORT - SEE '
                       'PROVISIONS_FORECAST_REPORT.TXT'
               IF WS-TODAY-ROWS = ZERO OR WS-SHORT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-USAGE-HISTORY SECTION.
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-IN
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        PERFORM TAKE-HISTORY-ROW
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               END-IF
               .

           TAKE-HISTORY-ROW SECTION.
               EVALUATE TRUE
                  WHEN IN-HIST-CARD = SPACES
                     CONTINUE
                  WHEN IN-HIST-DATE IS NUMERIC
                   AND IN-HIST-DATE < WS-WINDOW-START
                     ADD 1 TO WS-HIST-DROPPED
                  WHEN IN-HIST-DATE IS NUMERIC
                   AND IN-HIST-DATE = WS-RUN-DATE
                     ADD 1 TO WS-HIST-DROPPED
                  WHEN IN-HIST-DATE IS NUMERIC
                   AND IN-HIST-DATE < WS-RUN-DATE
                   AND IN-HIST-QTY IS NUMERIC
                   AND IN-HIST-ELVES IS NUMERIC
                     MOVE IN-HIST-TYPE  TO WS-NEW-TYPE
                     MOVE IN-HIST-CAMP  TO WS-FIND-CAMP
                     MOVE IN-HIST-CODE  TO WS-FIND-CODE
                     MOVE IN-HIST-DATE  TO WS-NEW-DATE
                     MOVE IN-HIST-QTY   TO WS-QTY
                     MOVE IN-HIST-ELVES TO WS-TODAY-ELVES
                     PERFORM ADD-HISTORY-ROW
                  WHEN WS-HELD-COUNT >= WS-MAX-HELD
                     SET WS-HELD-FULL TO TRUE
                  WHEN OTHER
                     ADD 1 TO WS-HELD-COUNT
                     MOVE IN-HIST-CARD TO WS-HELD-ROW(WS-HELD-COUNT)
               END-EVALUATE
               .

           ADD-HISTORY-ROW SECTION.
               IF WS-HIST-COUNT >= WS-MAX-HIST
                  SET WS-HIST-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-HIST-COUNT
                  MOVE WS-NEW-TYPE TO WS-HIST-TYPE(WS-HIST-COUNT)
                  MOVE WS-NEW-DATE TO WS-HIST-DATE(WS-HIST-COUNT)
                  MOVE WS-FIND-CAMP    TO WS-HIST-CAMP(WS-HIST-COUNT)
                  MOVE WS-FIND-CODE    TO WS-HIST-CODE(WS-HIST-COUNT)
                  MOVE WS-QTY          TO WS-HIST-QTY(WS-HIST-COUNT)
                  MOVE WS-TODAY-ELVES  TO WS-HIST-ELVES(WS-HIST-COUNT)
               END-IF
               .

           CAPTURE-TODAYS-USAGE SECTION.
               MOVE SPACES TO WS-LEDGER-CAMP
               OPEN INPUT LEDGER-IN
               IF WS-LEDGER-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ LEDGER-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        PERFORM TAKE-LEDGER-LINE
                     END-READ
                  END-PERFORM
                  CLOSE LEDGER-IN
               END-IF
               PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
                       UNTIL WS-USAGE-IX > WS-USAGE-COUNT
                  MOVE 'U' TO WS-NEW-TYPE
                  MOVE WS-RUN-DATE TO WS-NEW-DATE
                  MOVE WS-USAGE-CAMP(WS-USAGE-IX)  TO WS-FIND-CAMP
                  MOVE WS-USAGE-CODE(WS-USAGE-IX)  TO WS-FIND-CODE
                  MOVE WS-USAGE-TODAY(WS-USAGE-IX) TO WS-QTY
                  MOVE ZERO TO WS-TODAY-ELVES
                  PERFORM ADD-HISTORY-ROW
                  ADD 1 TO WS-TODAY-ROWS
               END-PERFORM

               OPEN INPUT TOTALS-IN
               IF WS-TOTALS-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ TOTALS-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        IF  IN-TOTALS-LINE(1:5) = 'CAMP='
                        AND IN-TOT-CALORIES IS NUMERIC
                           MOVE IN-TOT-CAMP TO WS-FIND-CAMP
                           PERFORM FIND-CAMP
                           IF WS-CAMP-IX > ZERO
                              ADD 1 TO WS-CAMP-ELF-DAYS(WS-CAMP-IX)
                              MOVE IN-TOT-CALORIES TO WS-CALORIES
                              ADD WS-CALORIES
                               TO WS-CAMP-CAL-SUM(WS-CAMP-IX)
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE TOTALS-IN
               END-IF
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  IF WS-CAMP-ELF-DAYS(WS-CAMP-IX) > ZERO
                     MOVE 'H' TO WS-NEW-TYPE
                     MOVE WS-RUN-DATE TO WS-NEW-DATE
                     MOVE WS-CAMP-CODE(WS-CAMP-IX) TO WS-FIND-CAMP
                     MOVE SPACES TO WS-FIND-CODE
                     MOVE WS-CAMP-CAL-SUM(WS-CAMP-IX) TO WS-QTY
                     MOVE WS-CAMP-ELF-DAYS(WS-CAMP-IX)
                       TO WS-TODAY-ELVES
                     PERFORM ADD-HISTORY-ROW
                     ADD 1 TO WS-TODAY-ROWS
                  END-IF
               END-PERFORM
               INITIALIZE WS-CAMP-TABLE WS-USAGE-TABLE
               MOVE ZERO TO WS-CAMP-COUNT WS-USAGE-COUNT
               .

           TAKE-LEDGER-LINE SECTION.
               EVALUATE TRUE
                  WHEN IN-LDG-HDR-TAG = 'STOCK LEDGER DATE='
                     IF IN-LDG-HDR-KEY = 'CAMP='
                        MOVE IN-LDG-HDR-CAMP TO WS-LEDGER-CAMP
                     ELSE
                        MOVE SPACES TO WS-LEDGER-CAMP
                     END-IF
                  WHEN IN-LDG-TAG = 'PROVISION='
                   AND WS-LEDGER-CAMP NOT = SPACES
                   AND IN-LDG-QTY-TAG = ' CONSUMED='
                   AND IN-LDG-QTY IS NUMERIC
                     MOVE WS-LEDGER-CAMP TO WS-FIND-CAMP
                     MOVE IN-LDG-CODE TO WS-FIND-CODE
                     PERFORM FIND-USAGE
                     IF WS-USAGE-IX > ZERO
                        MOVE IN-LDG-QTY TO WS-QTY
                        ADD WS-QTY TO WS-USAGE-TODAY(WS-USAGE-IX)
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               .

           REWRITE-USAGE-HISTORY SECTION.
               OPEN OUTPUT HIST-OUT
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                  MOVE SPACES TO WS-HIST-OUT-LINE
                  MOVE WS-HIST-TYPE(WS-HIST-IX)  TO OUT-HIST-TYPE
                  MOVE WS-HIST-DATE(WS-HIST-IX)  TO OUT-HIST-DATE
                  MOVE WS-HIST-CAMP(WS-HIST-IX)  TO OUT-HIST-CAMP
                  MOVE WS-HIST-CODE(WS-HIST-IX)  TO OUT-HIST-CODE
                  MOVE WS-HIST-QTY(WS-HIST-IX)   TO OUT-HIST-QTY
                  MOVE WS-HIST-ELVES(WS-HIST-IX) TO OUT-HIST-ELVES
                  WRITE WS-HIST-OUT-LINE
               END-PERFORM
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-COUNT
                  MOVE WS-HELD-ROW(WS-HELD-IX) TO WS-HIST-OUT-LINE
                  WRITE WS-HIST-OUT-LINE
               END-PERFORM
               CLOSE HIST-OUT
               .

           ACCUMULATE-HISTORY SECTION.
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                  MOVE WS-HIST-CAMP(WS-HIST-IX) TO WS-FIND-CAMP
                  PERFORM FIND-CAMP
                  IF WS-CAMP-IX > ZERO
                     IF WS-HIST-DATE(WS-HIST-IX) NOT =
                        WS-CAMP-LAST-DATE(WS-CAMP-IX)
                        ADD 1 TO WS-CAMP-DAYS(WS-CAMP-IX)
                        MOVE WS-HIST-DATE(WS-HIST-IX)
                          TO WS-CAMP-LAST-DATE(WS-CAMP-IX)
                     END-IF
                     IF WS-HIST-HEADCOUNT(WS-HIST-IX)
                        ADD WS-HIST-ELVES(WS-HIST-IX)
                         TO WS-CAMP-ELF-DAYS(WS-CAMP-IX)
                        ADD WS-HIST-QTY(WS-HIST-IX)
                         TO WS-CAMP-CAL-SUM(WS-CAMP-IX)
                     ELSE
                        MOVE WS-HIST-CODE(WS-HIST-IX) TO WS-FIND-CODE
                        PERFORM FIND-USAGE
                        IF WS-USAGE-IX > ZERO
                           ADD WS-HIST-QTY(WS-HIST-IX)
                            TO WS-USAGE-QTY(WS-USAGE-IX)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           FIND-CAMP SECTION.
               MOVE ZERO TO WS-CAMP-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(IX) = WS-FIND-CAMP
                     MOVE IX TO WS-CAMP-IX
                     MOVE WS-CAMP-COUNT TO IX
                  END-IF
               END-PERFORM
               IF  WS-CAMP-IX = ZERO
               AND WS-CAMP-COUNT < WS-MAX-CAMPS
                  ADD 1 TO WS-CAMP-COUNT
                  MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                  INITIALIZE WS-CAMP-ENTRY(WS-CAMP-IX)
                  MOVE WS-FIND-CAMP TO WS-CAMP-CODE(WS-CAMP-IX)
               END-IF
               .

           FIND-USAGE SECTION.
               MOVE ZERO TO WS-USAGE-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-USAGE-COUNT
                  IF  WS-USAGE-CAMP(IX) = WS-FIND-CAMP
                  AND WS-USAGE-CODE(IX) = WS-FIND-CODE
                     MOVE IX TO WS-USAGE-IX
                     MOVE WS-USAGE-COUNT TO IX
                  END-IF
               END-PERFORM
               IF  WS-USAGE-IX = ZERO
               AND WS-USAGE-COUNT < WS-MAX-USAGE
                  ADD 1 TO WS-USAGE-COUNT
                  MOVE WS-USAGE-COUNT TO WS-USAGE-IX
                  INITIALIZE WS-USAGE-ENTRY(WS-USAGE-IX)
                  MOVE WS-FIND-CAMP TO WS-USAGE-CAMP(WS-USAGE-IX)
                  MOVE WS-FIND-CODE TO WS-USAGE-CODE(WS-USAGE-IX)
               END-IF
               .

           COUNT-ACTIVE-ELVES SECTION.
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ MASTER-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        IF  IN-ELF-CAMP NOT = SPACES
                        AND IN-ELF-STATUS NOT = 'D'
                           PERFORM COUNT-ONE-ACTIVE-ELF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE MASTER-IN
               END-IF
               .

           COUNT-ONE-ACTIVE-ELF SECTION.
               MOVE ZERO TO WS-CAMP-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(IX) = IN-ELF-CAMP
                     MOVE IX TO WS-CAMP-IX
                     MOVE WS-CAMP-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-CAMP-IX > ZERO
                  ADD 1 TO WS-CAMP-ACTIVE(WS-CAMP-IX)
                  PERFORM FIND-RATION-ALLOWANCE
                  IF WS-RATION-FOUND
                     ADD WS-FLOOR   TO WS-CAMP-FLOOR(WS-CAMP-IX)
                     ADD WS-CEILING TO WS-CAMP-CEILING(WS-CAMP-IX)
                  ELSE
                     ADD 1 TO WS-CAMP-UNBUDGETED(WS-CAMP-IX)
                  END-IF
               END-IF
               .

           LOAD-RATION-TABLE SECTION.
               MOVE SPACES TO WS-RATION-FILE
               MOVE 'RATION_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-RATION-FILE
               ELSE
                  ACCEPT WS-RATION-FILE FROM ENVIRONMENT
                         'RATION_FILE'
               END-IF
               IF WS-RATION-FILE = SPACES
                  MOVE 'rations.txt' TO WS-RATION-FILE
               END-IF
               MOVE 'N' TO WS-RATION-EOF-SW
               OPEN INPUT RATION-FILE
               IF WS-RATION-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-RATION-EOF
                     READ RATION-FILE
                     AT END
                        SET WS-RATION-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-RATION-CARD
                     END-READ
                  END-PERFORM
                  CLOSE RATION-FILE
               END-IF
               .

           POST-RATION-CARD SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                              WS-TOKEN-4 WS-TOKEN-5
               UNSTRING IN-RATION-CARD DELIMITED BY ALL ' '
                  INTO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3,
                       WS-TOKEN-4, WS-TOKEN-5
               END-UNSTRING
               EVALUATE WS-TOKEN-1
                  WHEN 'CAMP'
                     MOVE WS-TOKEN-3 TO WS-TOKEN-WORK
                     PERFORM EDIT-ALLOWANCE-VALUE
                     MOVE WS-ALLOW-VALUE TO WS-FLOOR-WORK
                     IF WS-ALLOW-OK
                        MOVE WS-TOKEN-4 TO WS-TOKEN-WORK
                        PERFORM EDIT-ALLOWANCE-VALUE
                        MOVE WS-ALLOW-VALUE TO WS-CEILING-WORK
                     END-IF
                     IF  WS-ALLOW-OK
                     AND WS-CAMP-RATION-COUNT < WS-MAX-CAMP-RATIONS
                        ADD 1 TO WS-CAMP-RATION-COUNT
                        MOVE WS-TOKEN-2(1:4)
                          TO WS-CR-CAMP(WS-CAMP-RATION-COUNT)
                        MOVE WS-FLOOR-WORK
                          TO WS-CR-FLOOR(WS-CAMP-RATION-COUNT)
                        MOVE WS-CEILING-WORK
                          TO WS-CR-CEILING(WS-CAMP-RATION-COUNT)
                     END-IF
                  WHEN 'ELF'
                     MOVE WS-TOKEN-4 TO WS-TOKEN-WORK
                     PERFORM EDIT-ALLOWANCE-VALUE
                     MOVE WS-ALLOW-VALUE TO WS-FLOOR-WORK
                     IF WS-ALLOW-OK
                        MOVE WS-TOKEN-5 TO WS-TOKEN-WORK
                        PERFORM EDIT-ALLOWANCE-VALUE
                        MOVE WS-ALLOW-VALUE TO WS-CEILING-WORK
                     END-IF
                     IF  WS-ALLOW-OK
                     AND WS-ELF-RATION-COUNT < WS-MAX-ELF-RATIONS
                        ADD 1 TO WS-ELF-RATION-COUNT
                        MOVE WS-TOKEN-2(1:4)
                          TO WS-ER-CAMP(WS-ELF-RATION-COUNT)
                        MOVE WS-TOKEN-3(1:4)
                          TO WS-ER-ORDINAL(WS-ELF-RATION-COUNT)
                        MOVE WS-FLOOR-WORK
                          TO WS-ER-FLOOR(WS-ELF-RATION-COUNT)
                        MOVE WS-CEILING-WORK
                          TO WS-ER-CEILING(WS-ELF-RATION-COUNT)
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               .

           EDIT-ALLOWANCE-VALUE SECTION.
               MOVE 'N' TO WS-ALLOW-OK-SW
               MOVE ZERO TO WS-ALLOW-VALUE
               MOVE ZERO TO WS-TOKEN-LEN
               INSPECT FUNCTION REVERSE(WS-TOKEN-WORK)
                  TALLYING WS-TOKEN-LEN FOR LEADING SPACES
               COMPUTE WS-TOKEN-LEN =
                       LENGTH OF WS-TOKEN-WORK - WS-TOKEN-LEN
               IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN < 8
               AND WS-TOKEN-WORK(1:WS-TOKEN-LEN) IS NUMERIC
                  MOVE WS-TOKEN-WORK(1:WS-TOKEN-LEN)
                    TO WS-ALLOW-VALUE
                  SET WS-ALLOW-OK TO TRUE
               END-IF
               .

           FIND-RATION-ALLOWANCE SECTION.
               MOVE 'N' TO WS-RATION-FOUND-SW
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELF-RATION-COUNT
                  IF  WS-ER-CAMP(IX) = IN-ELF-CAMP
                  AND WS-ER-ORDINAL(IX) = IN-ELF-ORDINAL
                     MOVE WS-ER-FLOOR(IX)   TO WS-FLOOR
                     MOVE WS-ER-CEILING(IX) TO WS-CEILING
                     SET WS-RATION-FOUND TO TRUE
                     MOVE WS-ELF-RATION-COUNT TO IX
                  END-IF
               END-PERFORM
               IF NOT WS-RATION-FOUND
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-CAMP-RATION-COUNT
                     IF WS-CR-CAMP(IX) = IN-ELF-CAMP
                        MOVE WS-CR-FLOOR(IX)   TO WS-FLOOR
                        MOVE WS-CR-CEILING(IX) TO WS-CEILING
                        SET WS-RATION-FOUND TO TRUE
                        MOVE WS-CAMP-RATION-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               .

           APPLY-RATION-BUDGETS SECTION.
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  MOVE 1 TO WS-CAMP-HC-FACTOR(WS-CAMP-IX)
                  MOVE 1 TO WS-CAMP-RN-FACTOR(WS-CAMP-IX)
                  IF WS-CAMP-DAYS(WS-CAMP-IX) > ZERO
                     COMPUTE WS-CAMP-AVG-ELVES(WS-CAMP-IX) ROUNDED =
                             WS-CAMP-ELF-DAYS(WS-CAMP-IX)
                           / WS-CAMP-DAYS(WS-CAMP-IX)
                     COMPUTE WS-CAMP-AVG-CAL(WS-CAMP-IX) ROUNDED =
                             WS-CAMP-CAL-SUM(WS-CAMP-IX)
                           / WS-CAMP-DAYS(WS-CAMP-IX)
                  END-IF
                  IF  WS-CAMP-AVG-ELVES(WS-CAMP-IX) > ZERO
                  AND WS-CAMP-ACTIVE(WS-CAMP-IX) > ZERO
                     COMPUTE WS-CAMP-HC-FACTOR(WS-CAMP-IX) ROUNDED =
                             WS-CAMP-ACTIVE(WS-CAMP-IX)
                           / WS-CAMP-AVG-ELVES(WS-CAMP-IX)
                  END-IF
                  COMPUTE WS-CAMP-PROJ-CAL(WS-CAMP-IX) ROUNDED =
                          WS-CAMP-AVG-CAL(WS-CAMP-IX)
                        * WS-CAMP-HC-FACTOR(WS-CAMP-IX)
                  IF  WS-CAMP-UNBUDGETED(WS-CAMP-IX) = ZERO
                  AND WS-CAMP-PROJ-CAL(WS-CAMP-IX) > ZERO
                     EVALUATE TRUE
                        WHEN WS-CAMP-CEILING(WS-CAMP-IX) > ZERO
                         AND WS-CAMP-PROJ-CAL(WS-CAMP-IX) >
                             WS-CAMP-CEILING(WS-CAMP-IX)
                           COMPUTE WS-CAMP-RN-FACTOR(WS-CAMP-IX)
                                   ROUNDED =
                                   WS-CAMP-CEILING(WS-CAMP-IX)
                                 / WS-CAMP-PROJ-CAL(WS-CAMP-IX)
                        WHEN WS-CAMP-PROJ-CAL(WS-CAMP-IX) <
                             WS-CAMP-FLOOR(WS-CAMP-IX)
                           COMPUTE WS-CAMP-RN-FACTOR(WS-CAMP-IX)
                                   ROUNDED =
                                   WS-CAMP-FLOOR(WS-CAMP-IX)
                                 / WS-CAMP-PROJ-CAL(WS-CAMP-IX)
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
               END-PERFORM
               .

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
                        IF  WS-PROV-COUNT < WS-MAX-PROVS
                        AND IN-PROV-CODE NOT = SPACES
                           ADD 1 TO WS-PROV-COUNT
                           MOVE IN-PROV-CODE
                             TO WS-PROV-CODE(WS-PROV-COUNT)
                           MOVE IN-PROV-DESC
                             TO WS-PROV-DESC(WS-PROV-COUNT)
                           IF IN-PROV-ONHAND IS NUMERIC
                              MOVE IN-PROV-ONHAND
                                TO WS-PROV-ONHAND(WS-PROV-COUNT)
                              MOVE 'Y'
                                TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                           ELSE
                              MOVE ZERO
                                TO WS-PROV-ONHAND(WS-PROV-COUNT)
                              MOVE 'N'
                                TO WS-PROV-STOCK-SW(WS-PROV-COUNT)
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE PROVISIONS
               END-IF
               .

           FORECAST-ONE-CAMP SECTION.
               MOVE WS-CAMP-AVG-ELVES(WS-CAMP-IX) TO WS-AVG-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMP=' WS-CAMP-CODE(WS-CAMP-IX)
                      ' DAYS=' WS-CAMP-DAYS(WS-CAMP-IX)
                      ' AVG-ELVES=' WS-AVG-EDIT
                      ' ACTIVE=' WS-CAMP-ACTIVE(WS-CAMP-IX)
                      ' AVG-CALORIES=' WS-CAMP-AVG-CAL(WS-CAMP-IX)
                      ' BUDGET=' WS-CAMP-FLOOR(WS-CAMP-IX)
                      '-' WS-CAMP-CEILING(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE WS-CAMP-HC-FACTOR(WS-CAMP-IX) TO WS-HC-EDIT
               MOVE WS-CAMP-RN-FACTOR(WS-CAMP-IX) TO WS-RN-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  HEADCOUNT-FACTOR=' WS-HC-EDIT
                      ' RATION-FACTOR=' WS-RN-EDIT
                      ' ELVES WITHOUT ALLOWANCE='
                      WS-CAMP-UNBUDGETED(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
                       UNTIL WS-USAGE-IX > WS-USAGE-COUNT
                  IF WS-USAGE-CAMP(WS-USAGE-IX) =
                     WS-CAMP-CODE(WS-CAMP-IX)
                     PERFORM FORECAST-ONE-PROVISION
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           FORECAST-ONE-PROVISION SECTION.
               IF WS-CAMP-DAYS(WS-CAMP-IX) > ZERO
                  COMPUTE WS-WEEK-TOTAL = WS-USAGE-QTY(WS-USAGE-IX) * 7
                  COMPUTE WS-WEEKLY-QTY ROUNDED =
                          WS-WEEK-TOTAL / WS-CAMP-DAYS(WS-CAMP-IX)
                  COMPUTE WS-WEEKLY-QTY ROUNDED =
                          WS-WEEKLY-QTY * WS-CAMP-HC-FACTOR(WS-CAMP-IX)
                  COMPUTE WS-USAGE-FORECAST(WS-USAGE-IX) ROUNDED =
                          WS-WEEKLY-QTY * WS-CAMP-RN-FACTOR(WS-CAMP-IX)
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  PROVISION=' WS-USAGE-CODE(WS-USAGE-IX)
                      ' TRAILING-QTY=' WS-USAGE-QTY(WS-USAGE-IX)
                      ' WEEKLY-FORECAST='
                      WS-USAGE-FORECAST(WS-USAGE-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               IF WS-USAGE-FORECAST(WS-USAGE-IX) > ZERO
                  MOVE SPACES TO WS-REQ-LINE
                  STRING 'DATE=' WS-RUN-DATE
                         ' CAMP=' WS-CAMP-CODE(WS-CAMP-IX)
                         ' PROVISION=' WS-USAGE-CODE(WS-USAGE-IX)
                         ' QTY=' WS-USAGE-FORECAST(WS-USAGE-IX)
                     DELIMITED BY SIZE INTO WS-REQ-LINE
                  WRITE WS-REQ-LINE
                  ADD 1 TO WS-REQ-LINES
               END-IF
               .

           WRITE-ONHAND-COMPARISON SECTION.
               MOVE 'REQUISITION AGAINST CURRENT ON-HAND'
                 TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               IF WS-PROV-COUNT = ZERO
                  MOVE '  NO PROVISIONS MASTER ON FILE'
                    TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               PERFORM VARYING WS-PROV-IX FROM 1 BY 1
                       UNTIL WS-PROV-IX > WS-PROV-COUNT
                  MOVE ZERO TO WS-CODE-FORECAST
                  PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
                          UNTIL WS-USAGE-IX > WS-USAGE-COUNT
                     IF WS-USAGE-CODE(WS-USAGE-IX) =
                        WS-PROV-CODE(WS-PROV-IX)
                        ADD WS-USAGE-FORECAST(WS-USAGE-IX)
                         TO WS-CODE-FORECAST
                     END-IF
                  END-PERFORM
                  MOVE ZERO TO WS-SHORTFALL
                  EVALUATE TRUE
                     WHEN NOT WS-PROV-STOCK-TRACKED(WS-PROV-IX)
                        MOVE 'NOT STOCKED' TO WS-VERDICT
                     WHEN WS-CODE-FORECAST >
                          WS-PROV-ONHAND(WS-PROV-IX)
                        COMPUTE WS-SHORTFALL = WS-CODE-FORECAST
                              - WS-PROV-ONHAND(WS-PROV-IX)
                        MOVE 'SHORT' TO WS-VERDICT
                        ADD 1 TO WS-SHORT-COUNT
                     WHEN OTHER
                        MOVE 'COVERED' TO WS-VERDICT
                  END-EVALUATE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  PROVISION=' WS-PROV-CODE(WS-PROV-IX)
                         ' DESC=' WS-PROV-DESC(WS-PROV-IX)
                         ' FORECAST=' WS-CODE-FORECAST
                         ' ONHAND=' WS-PROV-ONHAND(WS-PROV-IX)
                         ' SHORTFALL=' WS-SHORTFALL
                         ' VERDICT=' WS-VERDICT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               .
