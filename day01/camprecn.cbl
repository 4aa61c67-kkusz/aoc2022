           IDENTIFICATION DIVISION.
           PROGRAM-ID. CAMPRECN.

      *****************************************************************
      *  CAMP HEADCOUNT RECONCILIATION.  REPORT ONLY.  SETS EACH CAMP
      *  ON CAMP_MASTER.TXT AGAINST THE ELVES ON THE ROLL FOR THE
      *  BUSINESS DATE (ELF_MASTER_HIST.TXT, OR ELF_MASTER.TXT WHEN
      *  THERE IS NO HISTORY), THE CAMPS SUBMITTED ON THE CAMP LIST
      *  (CAMP_LIST, DEFAULT CAMPS_YYYYMMDD.TXT), THE ELVES ON
      *  DAY01_TOTALS.TXT AND THE ELVES ON THE ASSIGNMENT FILE
      *  (ASSIGN_FILE, DEFAULT ASSIGNMENTS_YYYYMMDD.TXT).  FLAGS ON
      *  CAMP_RECON_REPORT.TXT:
      *
      *     NOT-ON-CAMP-MASTER           CALORIE-ELVES-NOT-ON-MASTER
      *     OVER-CAPACITY                LEADER-NOT-ACTIVE-IN-CAMP
      *     CLOSED-CAMP-SUBMITTING       DEACTIVATED-ELF-REPORTING
      *     NO-CALORIE-FILE
      *
      *  AND EACH ACTIVE ELF MISSING FROM THE CALORIES OR THE
      *  ASSIGNMENTS IS LISTED UNDER ITS CAMP.  RC 4 WHEN ANYTHING IS
      *  FLAGGED OR MISSING, RC 8 WHEN THERE IS NO CAMP MASTER.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CAMP-MASTER ASSIGN TO 'camp_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPMST-STATUS.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFMST-STATUS.
              SELECT ELF-HIST ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.
              SELECT CAMP-LIST ASSIGN TO WS-CAMP-LIST-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMP-LIST-STATUS.
              SELECT TOTALS-IN ASSIGN TO 'day01_totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
              SELECT ASSIGN-IN ASSIGN TO WS-ASSIGN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASSIGN-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'camp_recon_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD CAMP-MASTER.
              01 IN-CAMP-CARD.
                 03 IN-CAMP-CODE       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-NAME       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-CAPACITY   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-LEADER     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-STATUS     PIC X(1).

              FD ELF-MASTER.
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

              FD ELF-HIST.
              01 IN-HIST-CARD.
                 03 IN-HIST-CAMP       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-ORDINAL    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-ID         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-NAME       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-CERTS      PIC X(14).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-FROM       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-TO         PIC X(8).

              FD CAMP-LIST.
              01 IN-LIST-CARD.
                 03 IN-LIST-CODE       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-LIST-FILE       PIC X(40).

              FD TOTALS-IN.
              01 IN-TOTALS-LINE.
                 03 FILLER             PIC X(5).
                 03 IN-TOT-CAMP        PIC X(4).
                 03 FILLER             PIC X(5).
                 03 IN-TOT-ELF         PIC X(4).
                 03 FILLER             PIC X(10).
                 03 IN-TOT-CALORIES    PIC X(11).
                 03 FILLER             PIC X(21).

              FD ASSIGN-IN.
              01 IN-ASSIGN-RECORD      PIC X(80).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.
              01 WS-CAMPMST-STATUS     PIC X(2).
              01 WS-ELFMST-STATUS      PIC X(2).
              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-CAMP-LIST-STATUS   PIC X(2).
              01 WS-TOTALS-STATUS      PIC X(2).
              01 WS-ASSIGN-STATUS      PIC X(2).
              01 WS-CAMP-LIST-FILE     PIC X(40).
              01 WS-ASSIGN-FILE        PIC X(40).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-EOF-SW             PIC X.
                 88 WS-FILE-EOF             VALUE 'Y'.
              01 WS-TOTALS-SW          PIC X VALUE 'N'.
                 88 WS-TOTALS-PRESENT       VALUE 'Y'.
              01 WS-ASSIGN-SW          PIC X VALUE 'N'.
                 88 WS-ASSIGN-PRESENT       VALUE 'Y'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.

              01 WS-MAX-CAMPS          PIC 9(2) COMP VALUE 50.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 50.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-CAPACITY   PIC 9(4).
                    05 WS-CAMP-LEADER     PIC X(8).
                    05 WS-CAMP-STATUS     PIC X(1).
                    05 WS-CAMP-ON-MST-SW  PIC X(1).
                       88 WS-CAMP-ON-MASTER    VALUE 'Y'.
                    05 WS-CAMP-SUBMIT-SW  PIC X(1).
                       88 WS-CAMP-SUBMITTED    VALUE 'Y'.
                    05 WS-CAMP-ACTIVE     PIC 9(4).
                    05 WS-CAMP-CAL-ELVES  PIC 9(4).
                    05 WS-CAMP-ASSIGNED   PIC 9(4).
                    05 WS-CAMP-UNMATCHED  PIC 9(4).
              01 WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(2) COMP.
              01 WS-CAMP-FULL-SW       PIC X VALUE 'N'.
                 88 WS-CAMP-TABLE-FULL      VALUE 'Y'.
              01 WS-FIND-CAMP          PIC X(4).

              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.
                 03 WS-ELF-ENTRY OCCURS 2000.
                    05 WS-ELF-CAMP        PIC X(4).
                    05 WS-ELF-ORDINAL     PIC X(4).
                    05 WS-ELF-ID          PIC X(8).
                    05 WS-ELF-STATUS      PIC X(1).
                    05 WS-ELF-CAL-SW      PIC X(1).
                       88 WS-ELF-HAS-CALORIES  VALUE 'Y'.
                    05 WS-ELF-ASSIGN-SW   PIC X(1).
                       88 WS-ELF-ASSIGNED      VALUE 'Y'.
              01 WS-ELF-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ELF-IX             PIC 9(4) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-NEW-CAMP           PIC X(4).
              01 WS-NEW-ORDINAL        PIC X(4).
              01 WS-NEW-ID             PIC X(8).
              01 WS-NEW-STATUS         PIC X(1).

              01 WS-TOKEN-1            PIC X(20).
              01 WS-TOKEN-2            PIC X(20).
              01 WS-TOKEN-3            PIC X(20).
              01 WS-TOKEN-4            PIC X(20).
              01 WS-TOKEN-COUNT        PIC 9(2) COMP.
              01 WS-FIND-ID            PIC X(8).

              01 WS-CAL-FLAG           PIC X(1).
              01 WS-ASSIGN-FLAG        PIC X(1).
              01 WS-LEADER-OK-SW       PIC X.
                 88 WS-LEADER-OK            VALUE 'Y'.
              01 WS-FLAG-COUNT         PIC 9(5) VALUE 0.
              01 WS-MISSING-COUNT      PIC 9(5) VALUE 0.
              01 WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
              01 WS-CAMPS-DISP         PIC 9(3).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE

               PERFORM LOAD-CAMP-MASTER
               IF WS-CAMP-COUNT = ZERO
                  DISPLAY 'CAMPRECN: NO CAMP MASTER ON FILE - '
                          'NOTHING TO RECONCILE'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-ELF-MASTER
               PERFORM LOAD-SUBMITTED-CAMPS
               PERFORM LOAD-CALORIE-TOTALS
               PERFORM LOAD-ASSIGNMENTS

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMP HEADCOUNT RECONCILIATION FOR '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               IF NOT WS-TOTALS-PRESENT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'NO DAY01 TOTALS ON FILE - CALORIE FILES '
                         'NOT RECONCILED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               IF NOT WS-ASSIGN-PRESENT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'NO ASSIGNMENT FILE ' DELIMITED BY SIZE
                         WS-ASSIGN-FILE DELIMITED BY SPACE
                         ' - ASSIGNMENTS NOT RECONCILED'
                         DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  PERFORM RECONCILE-ONE-CAMP
               END-PERFORM

               MOVE WS-CAMP-COUNT TO WS-CAMPS-DISP
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMPS=' WS-CAMPS-DISP
                      ' FLAGS=' WS-FLAG-COUNT
                      ' MISSING ELVES=' WS-MISSING-COUNT
                      ' UNKNOWN ASSIGNED IDS=' WS-UNKNOWN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'CAMPRECN: ' WS-FLAG-COUNT ' FLAG(S), '
                       WS-MISSING-COUNT ' MISSING ELF(S) - SEE '
                       'CAMP_RECON_REPORT.TXT'
               IF WS-FLAG-COUNT > ZERO
               OR WS-MISSING-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CAMP-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CAMP-MASTER
               IF WS-CAMPMST-STATUS = '00'
                  PERFORM UNTIL WS-FILE-EOF
                     READ CAMP-MASTER
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF IN-CAMP-CODE NOT = SPACES
                           MOVE IN-CAMP-CODE TO WS-FIND-CAMP
                           PERFORM FIND-OR-ADD-CAMP
                           PERFORM POST-CAMP-MASTER-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CAMP-MASTER
               END-IF
               .

           POST-CAMP-MASTER-CARD SECTION.
               IF WS-CAMP-IX > ZERO
                  SET WS-CAMP-ON-MASTER(WS-CAMP-IX) TO TRUE
                  IF IN-CAMP-CAPACITY IS NUMERIC
                     MOVE IN-CAMP-CAPACITY
                       TO WS-CAMP-CAPACITY(WS-CAMP-IX)
                  END-IF
                  MOVE IN-CAMP-LEADER TO WS-CAMP-LEADER(WS-CAMP-IX)
                  IF IN-CAMP-STATUS = 'C'
                     MOVE 'C' TO WS-CAMP-STATUS(WS-CAMP-IX)
                  ELSE
                     MOVE 'O' TO WS-CAMP-STATUS(WS-CAMP-IX)
                  END-IF
               END-IF
               .

           FIND-OR-ADD-CAMP SECTION.
               MOVE ZERO TO WS-CAMP-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(IX) = WS-FIND-CAMP
                     MOVE IX TO WS-CAMP-IX
                     MOVE WS-CAMP-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-CAMP-IX = ZERO
                  IF WS-CAMP-COUNT >= WS-MAX-CAMPS
                     IF NOT WS-CAMP-TABLE-FULL
                        SET WS-CAMP-TABLE-FULL TO TRUE
                        DISPLAY 'CAMPRECN: CAMP TABLE CAPACITY OF '
                                WS-MAX-CAMPS ' EXCEEDED'
                     END-IF
                  ELSE
                     ADD 1 TO WS-CAMP-COUNT
                     MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                     MOVE WS-FIND-CAMP TO WS-CAMP-CODE(WS-CAMP-IX)
                     MOVE ZERO TO WS-CAMP-CAPACITY(WS-CAMP-IX)
                                  WS-CAMP-ACTIVE(WS-CAMP-IX)
                                  WS-CAMP-CAL-ELVES(WS-CAMP-IX)
                                  WS-CAMP-ASSIGNED(WS-CAMP-IX)
                                  WS-CAMP-UNMATCHED(WS-CAMP-IX)
                     MOVE SPACES TO WS-CAMP-LEADER(WS-CAMP-IX)
                     MOVE 'O' TO WS-CAMP-STATUS(WS-CAMP-IX)
                     MOVE 'N' TO WS-CAMP-ON-MST-SW(WS-CAMP-IX)
                                 WS-CAMP-SUBMIT-SW(WS-CAMP-IX)
                  END-IF
               END-IF
               .

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ELF-HIST
               IF WS-HIST-FILE-STATUS = '00'
                  PERFORM UNTIL WS-FILE-EOF
                     READ ELF-HIST
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-HIST-CARD
                     END-READ
                  END-PERFORM
                  CLOSE ELF-HIST
               ELSE
                  OPEN INPUT ELF-MASTER
                  IF WS-ELFMST-STATUS NOT = '00'
                     DISPLAY 'CAMPRECN: NO ELF MASTER ON FILE'
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ ELF-MASTER
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           MOVE IN-ELF-CAMP    TO WS-NEW-CAMP
                           MOVE IN-ELF-ORDINAL TO WS-NEW-ORDINAL
                           MOVE IN-ELF-ID      TO WS-NEW-ID
                           MOVE IN-ELF-STATUS  TO WS-NEW-STATUS
                           PERFORM ADD-ELF-ENTRY
                        END-READ
                     END-PERFORM
                     CLOSE ELF-MASTER
                  END-IF
               END-IF
               .

           POST-HIST-CARD SECTION.
               IF  IN-HIST-FROM IS NUMERIC
               AND IN-HIST-TO IS NUMERIC
                  IF  IN-HIST-FROM <= WS-RUN-DATE
                  AND IN-HIST-TO >= WS-RUN-DATE
                     MOVE IN-HIST-CAMP    TO WS-NEW-CAMP
                     MOVE IN-HIST-ORDINAL TO WS-NEW-ORDINAL
                     MOVE IN-HIST-ID      TO WS-NEW-ID
                     MOVE IN-HIST-STATUS  TO WS-NEW-STATUS
                     PERFORM ADD-ELF-ENTRY
                  END-IF
               END-IF
               .

           ADD-ELF-ENTRY SECTION.
               IF  WS-NEW-ORDINAL IS NUMERIC
               AND WS-NEW-CAMP NOT = SPACES
               AND WS-ELF-COUNT < WS-MAX-ELVES
                  ADD 1 TO WS-ELF-COUNT
                  MOVE WS-NEW-CAMP    TO WS-ELF-CAMP(WS-ELF-COUNT)
                  MOVE WS-NEW-ORDINAL TO WS-ELF-ORDINAL(WS-ELF-COUNT)
                  MOVE WS-NEW-ID      TO WS-ELF-ID(WS-ELF-COUNT)
                  IF WS-NEW-STATUS = 'D'
                     MOVE 'D' TO WS-ELF-STATUS(WS-ELF-COUNT)
                  ELSE
                     MOVE 'A' TO WS-ELF-STATUS(WS-ELF-COUNT)
                     MOVE WS-NEW-CAMP TO WS-FIND-CAMP
                     PERFORM FIND-OR-ADD-CAMP
                     IF WS-CAMP-IX > ZERO
                        ADD 1 TO WS-CAMP-ACTIVE(WS-CAMP-IX)
                     END-IF
                  END-IF
                  MOVE 'N' TO WS-ELF-CAL-SW(WS-ELF-COUNT)
                  MOVE 'N' TO WS-ELF-ASSIGN-SW(WS-ELF-COUNT)
               END-IF
               .

           LOAD-SUBMITTED-CAMPS SECTION.
               MOVE SPACES TO WS-CAMP-LIST-FILE
               MOVE 'CAMP_LIST' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-CAMP-LIST-FILE
               ELSE
                  ACCEPT WS-CAMP-LIST-FILE
                     FROM ENVIRONMENT 'CAMP_LIST'
               END-IF
               IF WS-CAMP-LIST-FILE = SPACES
                  STRING 'camps_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-CAMP-LIST-FILE
               END-IF
               OPEN INPUT CAMP-LIST
               IF WS-CAMP-LIST-STATUS NOT = '00'
                  DISPLAY 'CAMPRECN: NO CAMP LIST - SUBMISSIONS '
                          'TAKEN FROM DAY01 TOTALS ONLY'
               ELSE
                  PERFORM UNTIL WS-CAMP-LIST-STATUS NOT = '00'
                     READ CAMP-LIST
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-LIST-CODE NOT = SPACES
                        AND IN-LIST-FILE NOT = SPACES
                           MOVE IN-LIST-CODE TO WS-FIND-CAMP
                           PERFORM FIND-OR-ADD-CAMP
                           IF WS-CAMP-IX > ZERO
                              SET WS-CAMP-SUBMITTED(WS-CAMP-IX)
                                TO TRUE
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CAMP-LIST
               END-IF
               .

           LOAD-CALORIE-TOTALS SECTION.
               OPEN INPUT TOTALS-IN
               IF WS-TOTALS-STATUS = '00'
                  SET WS-TOTALS-PRESENT TO TRUE
                  PERFORM UNTIL WS-TOTALS-STATUS NOT = '00'
                     READ TOTALS-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF IN-TOTALS-LINE(1:5) = 'CAMP='
                           PERFORM POST-CALORIE-TOTAL
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE TOTALS-IN
               END-IF
               .

           POST-CALORIE-TOTAL SECTION.
               MOVE IN-TOT-CAMP TO WS-FIND-CAMP
               PERFORM FIND-OR-ADD-CAMP
               IF WS-CAMP-IX > ZERO
                  SET WS-CAMP-SUBMITTED(WS-CAMP-IX) TO TRUE
                  ADD 1 TO WS-CAMP-CAL-ELVES(WS-CAMP-IX)
               END-IF
               MOVE ZERO TO WS-ELF-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELF-COUNT
                  IF  WS-ELF-CAMP(IX) = IN-TOT-CAMP
                  AND WS-ELF-ORDINAL(IX) = IN-TOT-ELF
                     MOVE IX TO WS-ELF-IX
                     MOVE WS-ELF-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-ELF-IX > ZERO
                  SET WS-ELF-HAS-CALORIES(WS-ELF-IX) TO TRUE
               ELSE
                  IF WS-CAMP-IX > ZERO
                     ADD 1 TO WS-CAMP-UNMATCHED(WS-CAMP-IX)
                  END-IF
               END-IF
               .

           LOAD-ASSIGNMENTS SECTION.
               MOVE SPACES TO WS-ASSIGN-FILE
               MOVE 'ASSIGN_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ASSIGN-FILE
               ELSE
                  ACCEPT WS-ASSIGN-FILE FROM ENVIRONMENT 'ASSIGN_FILE'
               END-IF
               IF WS-ASSIGN-FILE = SPACES
                  STRING 'assignments_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ASSIGN-FILE
               END-IF
               OPEN INPUT ASSIGN-IN
               IF WS-ASSIGN-STATUS = '00'
                  SET WS-ASSIGN-PRESENT TO TRUE
                  PERFORM UNTIL WS-ASSIGN-STATUS NOT = '00'
                     READ ASSIGN-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-ASSIGN-RECORD(1:3) NOT = 'HDR'
                        AND IN-ASSIGN-RECORD(1:3) NOT = 'TRL'
                        AND IN-ASSIGN-RECORD NOT = SPACES
                           PERFORM POST-ASSIGNMENT-RECORD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ASSIGN-IN
               END-IF
               .

           POST-ASSIGNMENT-RECORD SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
                              WS-TOKEN-3 WS-TOKEN-4
               MOVE ZERO TO WS-TOKEN-COUNT
               UNSTRING IN-ASSIGN-RECORD DELIMITED BY ','
                  INTO WS-TOKEN-1, WS-TOKEN-2,
                       WS-TOKEN-3, WS-TOKEN-4
                  TALLYING IN WS-TOKEN-COUNT
               END-UNSTRING
               IF WS-TOKEN-COUNT >= 4
                  MOVE WS-TOKEN-1 TO WS-FIND-ID
                  PERFORM POST-ASSIGNED-ELF
                  MOVE WS-TOKEN-2 TO WS-FIND-ID
                  PERFORM POST-ASSIGNED-ELF
               END-IF
               .

           POST-ASSIGNED-ELF SECTION.
               IF WS-FIND-ID NOT = SPACES
                  MOVE ZERO TO WS-ELF-IX
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-ELF-COUNT
                     IF WS-ELF-ID(IX) = WS-FIND-ID
                        MOVE IX TO WS-ELF-IX
                        MOVE WS-ELF-COUNT TO IX
                     END-IF
                  END-PERFORM
                  IF WS-ELF-IX = ZERO
                     ADD 1 TO WS-UNKNOWN-COUNT
                  ELSE
                     IF NOT WS-ELF-ASSIGNED(WS-ELF-IX)
                        SET WS-ELF-ASSIGNED(WS-ELF-IX) TO TRUE
                        MOVE WS-ELF-CAMP(WS-ELF-IX) TO WS-FIND-CAMP
                        PERFORM FIND-OR-ADD-CAMP
                        IF WS-CAMP-IX > ZERO
                           ADD 1 TO WS-CAMP-ASSIGNED(WS-CAMP-IX)
                        END-IF
                     END-IF
                  END-IF
               END-IF
               .

           RECONCILE-ONE-CAMP SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMP=' WS-CAMP-CODE(WS-CAMP-IX)
                      ' STATUS=' WS-CAMP-STATUS(WS-CAMP-IX)
                      ' CAPACITY=' WS-CAMP-CAPACITY(WS-CAMP-IX)
                      ' LEADER=' WS-CAMP-LEADER(WS-CAMP-IX)
                      ' ACTIVE=' WS-CAMP-ACTIVE(WS-CAMP-IX)
                      ' CALORIE-ELVES='
                      WS-CAMP-CAL-ELVES(WS-CAMP-IX)
                      ' ASSIGNED=' WS-CAMP-ASSIGNED(WS-CAMP-IX)
                      ' SUBMITTED=' WS-CAMP-SUBMIT-SW(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               IF NOT WS-CAMP-ON-MASTER(WS-CAMP-IX)
                  MOVE '  FLAG=NOT-ON-CAMP-MASTER' TO WS-REPORT-LINE
                  PERFORM WRITE-FLAG-LINE
               END-IF
               IF WS-CAMP-ON-MASTER(WS-CAMP-IX)
               AND (WS-CAMP-ACTIVE(WS-CAMP-IX)
                      > WS-CAMP-CAPACITY(WS-CAMP-IX)
                 OR WS-CAMP-CAL-ELVES(WS-CAMP-IX)
                      > WS-CAMP-CAPACITY(WS-CAMP-IX))
                  MOVE '  FLAG=OVER-CAPACITY' TO WS-REPORT-LINE
                  PERFORM WRITE-FLAG-LINE
               END-IF
               IF WS-CAMP-STATUS(WS-CAMP-IX) = 'C'
               AND (WS-CAMP-SUBMITTED(WS-CAMP-IX)
                 OR WS-CAMP-ASSIGNED(WS-CAMP-IX) > ZERO)
                  MOVE '  FLAG=CLOSED-CAMP-SUBMITTING'
                    TO WS-REPORT-LINE
                  PERFORM WRITE-FLAG-LINE
               END-IF
               IF  WS-CAMP-STATUS(WS-CAMP-IX) = 'O'
               AND WS-CAMP-ACTIVE(WS-CAMP-IX) > ZERO
               AND NOT WS-CAMP-SUBMITTED(WS-CAMP-IX)
                  MOVE '  FLAG=NO-CALORIE-FILE' TO WS-REPORT-LINE
                  PERFORM WRITE-FLAG-LINE
               END-IF
               IF WS-CAMP-UNMATCHED(WS-CAMP-IX) > ZERO
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  FLAG=CALORIE-ELVES-NOT-ON-MASTER COUNT='
                         WS-CAMP-UNMATCHED(WS-CAMP-IX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  PERFORM WRITE-FLAG-LINE
               END-IF
               IF WS-CAMP-LEADER(WS-CAMP-IX) NOT = SPACES
                  PERFORM CHECK-CAMP-LEADER
                  IF NOT WS-LEADER-OK
                     MOVE '  FLAG=LEADER-NOT-ACTIVE-IN-CAMP'
                       TO WS-REPORT-LINE
                     PERFORM WRITE-FLAG-LINE
                  END-IF
               END-IF

               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                       UNTIL WS-ELF-IX > WS-ELF-COUNT
                  IF WS-ELF-CAMP(WS-ELF-IX) = WS-CAMP-CODE(WS-CAMP-IX)
                     PERFORM RECONCILE-ONE-ELF
                  END-IF
               END-PERFORM
               .

           RECONCILE-ONE-ELF SECTION.
               MOVE 'Y' TO WS-CAL-FLAG
               MOVE 'Y' TO WS-ASSIGN-FLAG
               IF  WS-TOTALS-PRESENT
               AND WS-CAMP-SUBMITTED(WS-CAMP-IX)
               AND NOT WS-ELF-HAS-CALORIES(WS-ELF-IX)
                  MOVE 'N' TO WS-CAL-FLAG
               END-IF
               IF  WS-ASSIGN-PRESENT
               AND NOT WS-ELF-ASSIGNED(WS-ELF-IX)
                  MOVE 'N' TO WS-ASSIGN-FLAG
               END-IF
               IF WS-ELF-STATUS(WS-ELF-IX) = 'D'
                  IF WS-ELF-HAS-CALORIES(WS-ELF-IX)
                  OR WS-ELF-ASSIGNED(WS-ELF-IX)
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  FLAG=DEACTIVATED-ELF-REPORTING ELF='
                            WS-ELF-ORDINAL(WS-ELF-IX)
                            ' ID=' WS-ELF-ID(WS-ELF-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     PERFORM WRITE-FLAG-LINE
                  END-IF
               ELSE
                  IF WS-CAL-FLAG = 'N' OR WS-ASSIGN-FLAG = 'N'
                     ADD 1 TO WS-MISSING-COUNT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  MISSING ELF='
                            WS-ELF-ORDINAL(WS-ELF-IX)
                            ' ID=' WS-ELF-ID(WS-ELF-IX)
                            ' IN-CALORIES=' WS-CAL-FLAG
                            ' IN-ASSIGNMENTS=' WS-ASSIGN-FLAG
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-IF
               .

           CHECK-CAMP-LEADER SECTION.
               MOVE 'N' TO WS-LEADER-OK-SW
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELF-COUNT
                  IF  WS-ELF-ID(IX) = WS-CAMP-LEADER(WS-CAMP-IX)
                  AND WS-ELF-CAMP(IX) = WS-CAMP-CODE(WS-CAMP-IX)
                  AND WS-ELF-STATUS(IX) = 'A'
                     SET WS-LEADER-OK TO TRUE
                     MOVE WS-ELF-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           WRITE-FLAG-LINE SECTION.
               ADD 1 TO WS-FLAG-COUNT
               WRITE WS-REPORT-LINE
               .
