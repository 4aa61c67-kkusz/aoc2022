           IDENTIFICATION DIVISION.
           PROGRAM-ID. REFCHK.

      *****************************************************************
      *  NIGHTLY REFERENTIAL INTEGRITY SWEEP.  EVERY FOREIGN REFERENCE
      *  CARRIED ON THE DAILY FILES AND SECONDARY MASTERS IS LOOKED UP
      *  ON THE MASTER IT POINTS AT:
      *
      *     ELF MASTER CAMP CODES          -> CAMP MASTER
      *     WORKGROUPS.TXT ELF IDS         -> ELF MASTER
      *     DAY03 RUCKSACK OWNERS          -> ELF MASTER
      *     DAY04 ASSIGNMENT PAIR ELF IDS  -> ELF MASTER
      *     DAY03 BADGE OUTPUT HOLDERS     -> ELF MASTER
      *     DAY03 BADGE OUTPUT WORKGROUPS  -> WORKGROUPS.TXT
      *     LIVE BADGE REGISTER HOLDERS    -> ELF MASTER
      *     LIVE BADGE REGISTER WORKGROUPS -> WORKGROUPS.TXT
      *     SECTION_CERTS.TXT SECTIONS     -> DAY04 ROSTER
      *     DAY05 ORDER CRATE LETTERS      -> CRATE MASTER
      *     SEGREGATION RULE CRATE LETTERS -> CRATE MASTER
      *     DAY05 MOVE LOG OPERATOR IDS    -> OPERATORS.TXT
      *
      *  A REFERENCE WITH NO MASTER RECORD IS AN ORPHAN; ONE TO A
      *  DEACTIVATED ELF OR A CLOSED CAMP IS INACTIVE.  BOTH ARE LISTED
      *  ON REFCHK_REPORT.TXT AND FILED IN THE EXCEPTION REPOSITORY,
      *  AND THE REPORT ENDS WITH A VERDICT=PASS OR VERDICT=FAIL LINE
      *  FOR THE OPERATIONS DASHBOARD.  A REFERENCING FILE OR MASTER
      *  NOT ON FILE IS NOTED AND THAT CHECK SKIPPED.  RC 4 ON A FAIL
      *  VERDICT, RC 8 WHEN THERE IS NO ELF MASTER TO CHECK AGAINST.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFMST-STATUS.
              SELECT CAMP-MASTER ASSIGN TO 'camp_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPMST-STATUS.
              SELECT WG-FILE ASSIGN TO 'workgroups.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WG-STATUS.
              SELECT ROSTER-FILE ASSIGN TO WS-ROSTER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-STATUS.
              SELECT CRATE-MASTER ASSIGN TO 'crate_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRATEMST-STATUS.
              SELECT OPERATORS-IN ASSIGN TO 'operators.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERATORS-STATUS.
              SELECT RUCKSACK-FILE ASSIGN TO WS-RUCKSACK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUCKSACK-STATUS.
              SELECT ASSIGN-IN ASSIGN TO WS-ASSIGN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASSIGN-STATUS.
              SELECT ISSUE-FILE ASSIGN TO 'day03_badges.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.
              SELECT REGISTER-IN ASSIGN TO 'badge_register.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
              SELECT SECTCERT-FILE ASSIGN TO 'section_certs.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECTCERT-STATUS.
              SELECT ORDERS-IN ASSIGN TO WS-ORDER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERS-STATUS.
              SELECT SEG-RULES ASSIGN TO 'segregation_rules.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEG-STATUS.
              SELECT MOVELOG-IN ASSIGN TO 'day05_movelog.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVELOG-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'refchk_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
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
                 03 FILLER             PIC X(1).
                 03 IN-ELF-CERTS       PIC X(14).

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

              FD WG-FILE.
              01 IN-WG-CARD.
                 03 IN-WG-GROUP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-WG-ELF1         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-WG-ELF2         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-WG-ELF3         PIC X(8).

              FD ROSTER-FILE.
              01 IN-ROSTER-RECORD      PIC X(4).

              FD CRATE-MASTER.
              01 IN-CRATE-CARD.
                 03 IN-CRATE-LETTER    PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-CRATE-DESC      PIC X(20).

              FD OPERATORS-IN.
              01 IN-OPERATOR-CARD.
                 03 IN-OP-ID           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-OP-NAME         PIC X(20).

              FD RUCKSACK-FILE.
              01 IN-RUCKSACK-RECORD.
                 03 IN-RUCKSACK-ELF    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RUCKSACK-ITEMS  PIC X(60).

              FD ASSIGN-IN.
              01 IN-ASSIGN-RECORD      PIC X(80).

              FD ISSUE-FILE.
              01 IN-ISSUE-LINE.
                 03 IN-ISS-DATE-TAG    PIC X(5).
                 03 IN-ISS-DATE        PIC X(8).
                 03 FILLER             PIC X(7).
                 03 IN-ISS-GROUP       PIC X(5).
                 03 FILLER             PIC X(7).
                 03 IN-ISS-LETTER      PIC X(1).
                 03 FILLER             PIC X(10).
                 03 IN-ISS-PRIORITY    PIC X(2).
                 03 IN-ISS-HOLDER-TAG  PIC X(8).
                 03 IN-ISS-HOLDER      PIC X(8).
                 03 IN-ISS-WG-TAG      PIC X(11).
                 03 IN-ISS-WORKGROUP   PIC X(4).
                 03 FILLER             PIC X(4).

              FD REGISTER-IN.
              01 IN-REG-CARD.
                 03 IN-REG-SERIAL      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-REG-LETTER      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-REG-HOLDER      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-REG-WORKGROUP   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-REG-STATUS      PIC X(1).

              FD SECTCERT-FILE.
              01 IN-SECTCERT-CARD.
                 03 IN-SC-SECTION      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SC-CERT         PIC X(4).

              FD ORDERS-IN.
              01 IN-ORDER-CARD.
                 03 IN-ORD-ID          PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-ORD-CRATE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-ORD-BAY         PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-ORD-STACK       PIC X(2).
                 03 FILLER             PIC X(1).
                 03 IN-ORD-POS         PIC X(3).

              FD SEG-RULES.
              01 IN-SEG-CARD.
                 03 IN-SEG-KIND        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-SEG-ITEM1       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-SEG-ITEM2       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-SEG-RULE        PIC X(16).

              FD MOVELOG-IN.
              01 IN-MOVELOG-LINE       PIC X(100).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.
              01 WS-EXCP-RECORD        PIC X(180).
              01 WS-POST-FILE          PIC X(40).
              01 WS-POST-LEN           PIC 9(3).
              01 WS-POST-STATUS        PIC X(2).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'REFCHK'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-ELFMST-STATUS      PIC X(2).
              01 WS-CAMPMST-STATUS     PIC X(2).
              01 WS-WG-STATUS          PIC X(2).
              01 WS-ROSTER-STATUS      PIC X(2).
              01 WS-CRATEMST-STATUS    PIC X(2).
              01 WS-OPERATORS-STATUS   PIC X(2).
              01 WS-RUCKSACK-STATUS    PIC X(2).
              01 WS-ASSIGN-STATUS      PIC X(2).
              01 WS-ISSUE-STATUS       PIC X(2).
              01 WS-REGISTER-STATUS    PIC X(2).
              01 WS-SECTCERT-STATUS    PIC X(2).
              01 WS-ORDERS-STATUS      PIC X(2).
              01 WS-SEG-STATUS         PIC X(2).
              01 WS-MOVELOG-STATUS     PIC X(2).
              01 WS-ROSTER-FILE        PIC X(40).
              01 WS-RUCKSACK-FILE      PIC X(40).
              01 WS-ASSIGN-FILE        PIC X(40).
              01 WS-ORDER-FILE         PIC X(40).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-EOF-SW             PIC X.
                 88 WS-FILE-EOF             VALUE 'Y'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.

              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.
                 03 WS-ELF-ENTRY OCCURS 2000.
                    05 WS-ELF-ID          PIC X(8).
                    05 WS-ELF-CAMP        PIC X(4).
                    05 WS-ELF-STATUS      PIC X(1).
              01 WS-ELF-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ELF-IX             PIC 9(4) COMP.

              01 WS-MAX-CAMPS          PIC 9(2) COMP VALUE 50.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 50.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-STATUS     PIC X(1).
              01 WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(2) COMP.
              01 WS-CAMPS-SW           PIC X VALUE 'N'.
                 88 WS-CAMPS-LOADED         VALUE 'Y'.

              01 WS-MAX-GROUPS         PIC 9(4) COMP VALUE 1000.
              01 WS-GROUP-TABLE.
                 03 WS-GROUP-CODE OCCURS 1000 PIC X(4).
              01 WS-GROUP-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-GROUP-IX           PIC 9(4) COMP.
              01 WS-GROUPS-SW          PIC X VALUE 'N'.
                 88 WS-GROUPS-LOADED        VALUE 'Y'.

              01 WS-MAX-ROSTER         PIC 9(4) COMP VALUE 2000.
              01 WS-ROSTER-TABLE.
                 03 WS-ROSTER-SECTION OCCURS 2000 PIC 9(4).
              01 WS-ROSTER-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-ROSTER-IX          PIC 9(4) COMP.
              01 WS-ROSTER-SW          PIC X VALUE 'N'.
                 88 WS-ROSTER-LOADED        VALUE 'Y'.

              01 WS-MAX-CRATES         PIC 9(3) COMP VALUE 100.
              01 WS-CRATE-TABLE.
                 03 WS-CRATE-LETTER OCCURS 100 PIC X(1).
              01 WS-CRATE-COUNT        PIC 9(3) COMP VALUE 0.
              01 WS-CRATE-IX           PIC 9(3) COMP.
              01 WS-CRATES-SW          PIC X VALUE 'N'.
                 88 WS-CRATES-LOADED        VALUE 'Y'.

              01 WS-MAX-OPS            PIC 9(3) COMP VALUE 100.
              01 WS-OPS-TABLE.
                 03 WS-OPS-ID OCCURS 100 PIC X(4).
              01 WS-OPS-COUNT          PIC 9(3) COMP VALUE 0.
              01 WS-OPS-IX             PIC 9(3) COMP.
              01 WS-OPS-SW             PIC X VALUE 'N'.
                 88 WS-OPS-LOADED           VALUE 'Y'.

              01 IX                    PIC 9(4) COMP.
              01 WS-FIND-ID            PIC X(8).
              01 WS-FIND-CODE          PIC X(4).
              01 WS-FIND-LETTER        PIC X(1).
              01 WS-FIND-SECTION       PIC 9(4).
              01 WS-FOUND-IX           PIC 9(4) COMP.

      *  THE CHECK IN PROGRESS - WHICH FILE AND FIELD REFERS TO WHICH
      *  MASTER, THE LINE BEING LOOKED AT AND ITS COUNTS.
              01 WS-CHK-FILE           PIC X(40).
              01 WS-CHK-MASTER         PIC X(24).
              01 WS-CHK-FIELD          PIC X(10).
              01 WS-CHK-VALUE          PIC X(8).
              01 WS-CHK-LINE           PIC 9(7).
              01 WS-CHK-IMAGE          PIC X(60).
              01 WS-CHK-REFS           PIC 9(7).
              01 WS-CHK-ORPHANS        PIC 9(5).
              01 WS-CHK-INACTIVE       PIC 9(5).
              01 WS-CHK-REASON         PIC X(8).

              01 WS-CHECKS-RUN         PIC 9(3) VALUE 0.
              01 WS-CHECKS-SKIPPED     PIC 9(3) VALUE 0.
              01 WS-TOTAL-REFS         PIC 9(7) VALUE 0.
              01 WS-TOTAL-ORPHANS      PIC 9(5) VALUE 0.
              01 WS-TOTAL-INACTIVE     PIC 9(5) VALUE 0.

              01 WS-TOKEN-1            PIC X(20).
              01 WS-TOKEN-2            PIC X(20).
              01 WS-TOKEN-3            PIC X(20).
              01 WS-TOKEN-4            PIC X(20).
              01 WS-TOKEN-5            PIC X(20).
              01 WS-TOKEN-6            PIC X(20).
              01 WS-TOKEN-COUNT        PIC 9(2) COMP.
              01 WS-ML-HEAD            PIC X(100).
              01 WS-ML-OP              PIC X(20).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               PERFORM RESOLVE-FILE-NAMES

               PERFORM LOAD-ELF-MASTER
               IF WS-ELF-COUNT = ZERO
                  DISPLAY 'REFCHK: NO ELF MASTER ON FILE - '
                          'NOTHING TO CHECK AGAINST'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-CAMP-MASTER
               PERFORM LOAD-WORK-GROUPS
               PERFORM LOAD-ROSTER
               PERFORM LOAD-CRATE-MASTER
               PERFORM LOAD-OPERATORS

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REFERENTIAL INTEGRITY SWEEP FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM CHECK-ELF-CAMPS
               PERFORM CHECK-WORK-GROUPS
               PERFORM CHECK-RUCKSACKS
               PERFORM CHECK-ASSIGNMENTS
               PERFORM CHECK-BADGE-ISSUES
               PERFORM CHECK-BADGE-REGISTER
               PERFORM CHECK-SECTION-CERTS
               PERFORM CHECK-ORDERS
               PERFORM CHECK-SEGREGATION-RULES
               PERFORM CHECK-MOVE-LOG

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHECKS RUN=' WS-CHECKS-RUN
                      ' SKIPPED=' WS-CHECKS-SKIPPED
                      ' REFERENCES=' WS-TOTAL-REFS
                      ' ORPHANS=' WS-TOTAL-ORPHANS
                      ' INACTIVE=' WS-TOTAL-INACTIVE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-TOTAL-ORPHANS = ZERO
               AND WS-TOTAL-INACTIVE = ZERO
                  MOVE 'VERDICT=PASS' TO WS-REPORT-LINE
               ELSE
                  MOVE 'VERDICT=FAIL' TO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               IF WS-TOTAL-ORPHANS = ZERO
               AND WS-TOTAL-INACTIVE = ZERO
                  DISPLAY 'REFCHK: PASS - ' WS-TOTAL-REFS
                          ' REFERENCE(S) CHECKED'
               ELSE
                  DISPLAY 'REFCHK: FAIL - ' WS-TOTAL-ORPHANS
                          ' ORPHAN(S), ' WS-TOTAL-INACTIVE
                          ' INACTIVE - SEE REFCHK_REPORT.TXT'
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

      *****************************************************************
      *  THE DAILY FILES ARE FOUND THE SAME WAY THE STEPS THAT READ
      *  THEM FIND THEM - RUNPARMS, THEN ENVIRONMENT, THEN THE DATED
      *  DEFAULT NAME.
      *****************************************************************
           RESOLVE-FILE-NAMES SECTION.
               MOVE SPACES TO WS-RUCKSACK-FILE
               MOVE 'RUCKSACK_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-RUCKSACK-FILE
               ELSE
                  ACCEPT WS-RUCKSACK-FILE
                     FROM ENVIRONMENT 'RUCKSACK_FILE'
               END-IF
               IF WS-RUCKSACK-FILE = SPACES
                  STRING 'rucksacks_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-RUCKSACK-FILE
               END-IF

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

               MOVE SPACES TO WS-ROSTER-FILE
               MOVE 'ROSTER_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ROSTER-FILE
               ELSE
                  ACCEPT WS-ROSTER-FILE FROM ENVIRONMENT 'ROSTER_FILE'
               END-IF
               IF WS-ROSTER-FILE = SPACES
                  STRING 'roster_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ROSTER-FILE
               END-IF

               MOVE SPACES TO WS-ORDER-FILE
               MOVE 'ORDER_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ORDER-FILE
               ELSE
                  ACCEPT WS-ORDER-FILE FROM ENVIRONMENT 'ORDER_FILE'
               END-IF
               IF WS-ORDER-FILE = SPACES
                  STRING 'orders_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ORDER-FILE
               END-IF
               .

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ELF-MASTER
               IF WS-ELFMST-STATUS = '00'
                  PERFORM UNTIL WS-FILE-EOF
                     READ ELF-MASTER
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF IN-ELF-ID NOT = SPACES
                           IF WS-ELF-COUNT < WS-MAX-ELVES
                              ADD 1 TO WS-ELF-COUNT
                              MOVE IN-ELF-ID
                                TO WS-ELF-ID(WS-ELF-COUNT)
                              MOVE IN-ELF-CAMP
                                TO WS-ELF-CAMP(WS-ELF-COUNT)
                              MOVE IN-ELF-STATUS
                                TO WS-ELF-STATUS(WS-ELF-COUNT)
                           ELSE
                              DISPLAY 'REFCHK: ELF TABLE CAPACITY OF '
                                      WS-MAX-ELVES ' EXCEEDED - '
                                      IN-ELF-ID ' NOT LOADED'
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-MASTER
               END-IF
               .

           LOAD-CAMP-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CAMP-MASTER
               IF WS-CAMPMST-STATUS = '00'
                  SET WS-CAMPS-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ CAMP-MASTER
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF  IN-CAMP-CODE NOT = SPACES
                        AND WS-CAMP-COUNT < WS-MAX-CAMPS
                           ADD 1 TO WS-CAMP-COUNT
                           MOVE IN-CAMP-CODE
                             TO WS-CAMP-CODE(WS-CAMP-COUNT)
                           MOVE IN-CAMP-STATUS
                             TO WS-CAMP-STATUS(WS-CAMP-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CAMP-MASTER
               END-IF
               .

           LOAD-WORK-GROUPS SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT WG-FILE
               IF WS-WG-STATUS = '00'
                  SET WS-GROUPS-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ WG-FILE
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF  IN-WG-GROUP NOT = SPACES
                        AND WS-GROUP-COUNT < WS-MAX-GROUPS
                           ADD 1 TO WS-GROUP-COUNT
                           MOVE IN-WG-GROUP
                             TO WS-GROUP-CODE(WS-GROUP-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE WG-FILE
               END-IF
               .

           LOAD-ROSTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-STATUS = '00'
                  SET WS-ROSTER-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ ROSTER-FILE
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF  IN-ROSTER-RECORD IS NUMERIC
                        AND WS-ROSTER-COUNT < WS-MAX-ROSTER
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE IN-ROSTER-RECORD
                             TO WS-ROSTER-SECTION(WS-ROSTER-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ROSTER-FILE
               END-IF
               .

           LOAD-CRATE-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CRATE-MASTER
               IF WS-CRATEMST-STATUS = '00'
                  SET WS-CRATES-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ CRATE-MASTER
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF  IN-CRATE-LETTER NOT = SPACE
                        AND WS-CRATE-COUNT < WS-MAX-CRATES
                           ADD 1 TO WS-CRATE-COUNT
                           MOVE IN-CRATE-LETTER
                             TO WS-CRATE-LETTER(WS-CRATE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CRATE-MASTER
               END-IF
               .

           LOAD-OPERATORS SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT OPERATORS-IN
               IF WS-OPERATORS-STATUS = '00'
                  SET WS-OPS-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ OPERATORS-IN
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF  IN-OP-ID NOT = SPACES
                        AND WS-OPS-COUNT < WS-MAX-OPS
                           ADD 1 TO WS-OPS-COUNT
                           MOVE IN-OP-ID TO WS-OPS-ID(WS-OPS-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE OPERATORS-IN
               END-IF
               .

      *****************************************************************
      *  ELF MASTER CAMP CODES.  ONLY ELVES STILL ACTIVE ARE CHECKED -
      *  A DEACTIVATED ELF LEFT ON A CLOSED CAMP IS THE NORMAL CASE.
      *****************************************************************
           CHECK-ELF-CAMPS SECTION.
               MOVE 'elf_master.txt' TO WS-CHK-FILE
               MOVE 'camp_master.txt' TO WS-CHK-MASTER
               MOVE 'CAMP' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-CAMPS-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                          UNTIL WS-ELF-IX > WS-ELF-COUNT
                     IF WS-ELF-STATUS(WS-ELF-IX) NOT = 'D'
                        MOVE WS-ELF-IX TO WS-CHK-LINE
                        MOVE SPACES TO WS-CHK-IMAGE
                        STRING WS-ELF-CAMP(WS-ELF-IX) ' '
                               WS-ELF-ID(WS-ELF-IX)
                           DELIMITED BY SIZE INTO WS-CHK-IMAGE
                        MOVE WS-ELF-CAMP(WS-ELF-IX) TO WS-FIND-CODE
                        PERFORM CHECK-CAMP-REF
                     END-IF
                  END-PERFORM
                  PERFORM END-CHECK
               END-IF
               .

           CHECK-WORK-GROUPS SECTION.
               MOVE 'workgroups.txt' TO WS-CHK-FILE
               MOVE 'elf_master.txt' TO WS-CHK-MASTER
               MOVE 'ELF' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT WG-FILE
               IF WS-WG-STATUS NOT = '00'
                  PERFORM SKIP-CHECK-NO-FILE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ WG-FILE
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CHK-LINE
                        MOVE IN-WG-CARD TO WS-CHK-IMAGE
                        MOVE IN-WG-ELF1 TO WS-FIND-ID
                        PERFORM CHECK-ELF-REF
                        MOVE IN-WG-ELF2 TO WS-FIND-ID
                        PERFORM CHECK-ELF-REF
                        MOVE IN-WG-ELF3 TO WS-FIND-ID
                        PERFORM CHECK-ELF-REF
                     END-READ
                  END-PERFORM
                  CLOSE WG-FILE
                  PERFORM END-CHECK
               END-IF
               .

           CHECK-RUCKSACKS SECTION.
               MOVE WS-RUCKSACK-FILE TO WS-CHK-FILE
               MOVE 'elf_master.txt' TO WS-CHK-MASTER
               MOVE 'OWNER' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT RUCKSACK-FILE
               IF WS-RUCKSACK-STATUS NOT = '00'
                  PERFORM SKIP-CHECK-NO-FILE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ RUCKSACK-FILE
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CHK-LINE
                        IF  IN-RUCKSACK-RECORD(1:3) NOT = 'HDR'
                        AND IN-RUCKSACK-RECORD(1:3) NOT = 'TRL'
                           MOVE IN-RUCKSACK-RECORD TO WS-CHK-IMAGE
                           MOVE IN-RUCKSACK-ELF TO WS-FIND-ID
                           PERFORM CHECK-ELF-REF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE RUCKSACK-FILE
                  PERFORM END-CHECK
               END-IF
               .

      *****************************************************************
      *  DAY04 ASSIGNMENT CARDS CARRY THE ELF PAIR IN THE FIRST TWO
      *  COMMA FIELDS WHEN THE CARD HAS FOUR OR MORE FIELDS; THE OLD
      *  TWO-FIELD CARD HAS NO ELF IDS AND IS PASSED OVER.
      *****************************************************************
           CHECK-ASSIGNMENTS SECTION.
               MOVE WS-ASSIGN-FILE TO WS-CHK-FILE
               MOVE 'elf_master.txt' TO WS-CHK-MASTER
               MOVE 'PAIR-ELF' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ASSIGN-IN
               IF WS-ASSIGN-STATUS NOT = '00'
                  PERFORM SKIP-CHECK-NO-FILE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ ASSIGN-IN
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CHK-LINE
                        IF  IN-ASSIGN-RECORD(1:3) NOT = 'HDR'
                        AND IN-ASSIGN-RECORD(1:3) NOT = 'TRL'
                           PERFORM CHECK-ONE-ASSIGNMENT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ASSIGN-IN
                  PERFORM END-CHECK
               END-IF
               .

           CHECK-ONE-ASSIGNMENT SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                              WS-TOKEN-4 WS-TOKEN-5 WS-TOKEN-6
               MOVE ZERO TO WS-TOKEN-COUNT
               UNSTRING IN-ASSIGN-RECORD DELIMITED BY ','
                  INTO WS-TOKEN-1, WS-TOKEN-2,
                       WS-TOKEN-3, WS-TOKEN-4,
                       WS-TOKEN-5, WS-TOKEN-6
                  TALLYING IN WS-TOKEN-COUNT
               END-UNSTRING
               IF WS-TOKEN-COUNT >= 4
                  MOVE IN-ASSIGN-RECORD TO WS-CHK-IMAGE
                  MOVE WS-TOKEN-1 TO WS-FIND-ID
                  PERFORM CHECK-ELF-REF
                  MOVE WS-TOKEN-2 TO WS-FIND-ID
                  PERFORM CHECK-ELF-REF
               END-IF
               .

           CHECK-BADGE-ISSUES SECTION.
               MOVE 'day03_badges.txt' TO WS-CHK-FILE
               MOVE 'elf_master.txt' TO WS-CHK-MASTER
               MOVE 'HOLDER' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = '00'
                  PERFORM SKIP-CHECK-NO-FILE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ ISSUE-FILE
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CHK-LINE
                        IF IN-ISS-HOLDER-TAG = ' HOLDER='
                           MOVE IN-ISSUE-LINE TO WS-CHK-IMAGE
                           MOVE IN-ISS-HOLDER TO WS-FIND-ID
                           PERFORM CHECK-ELF-REF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ISSUE-FILE
                  PERFORM END-CHECK
               END-IF

               MOVE 'workgroups.txt' TO WS-CHK-MASTER
               MOVE 'WORKGROUP' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-GROUPS-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT ISSUE-FILE
                  IF WS-ISSUE-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ ISSUE-FILE
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           IF  IN-ISS-WG-TAG = ' WORKGROUP='
                           AND IN-ISS-WORKGROUP NOT = SPACES
                           AND IN-ISS-WORKGROUP NOT = 'NONE'
                              MOVE IN-ISSUE-LINE TO WS-CHK-IMAGE
                              MOVE IN-ISS-WORKGROUP TO WS-FIND-CODE
                              PERFORM CHECK-GROUP-REF
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE ISSUE-FILE
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

      *****************************************************************
      *  ONLY LIVE BADGES ('L') ARE CHECKED.  A RETURNED, LOST OR
      *  DAMAGED BADGE STAYS ON THE REGISTER AGAINST WHOEVER LAST HELD
      *  IT, WHICH MAY PROPERLY BE AN ELF SINCE DEACTIVATED.
      *****************************************************************
           CHECK-BADGE-REGISTER SECTION.
               MOVE 'badge_register.txt' TO WS-CHK-FILE
               MOVE 'elf_master.txt' TO WS-CHK-MASTER
               MOVE 'HOLDER' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT REGISTER-IN
               IF WS-REGISTER-STATUS NOT = '00'
                  PERFORM SKIP-CHECK-NO-FILE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ REGISTER-IN
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CHK-LINE
                        IF IN-REG-STATUS = 'L'
                           MOVE IN-REG-CARD TO WS-CHK-IMAGE
                           MOVE IN-REG-HOLDER TO WS-FIND-ID
                           PERFORM CHECK-ELF-REF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE REGISTER-IN
                  PERFORM END-CHECK
               END-IF

               MOVE 'workgroups.txt' TO WS-CHK-MASTER
               MOVE 'WORKGROUP' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-GROUPS-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT REGISTER-IN
                  IF WS-REGISTER-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ REGISTER-IN
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           IF  IN-REG-STATUS = 'L'
                           AND IN-REG-WORKGROUP NOT = SPACES
                           AND IN-REG-WORKGROUP NOT = 'NONE'
                              MOVE IN-REG-CARD TO WS-CHK-IMAGE
                              MOVE IN-REG-WORKGROUP TO WS-FIND-CODE
                              PERFORM CHECK-GROUP-REF
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE REGISTER-IN
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

           CHECK-SECTION-CERTS SECTION.
               MOVE 'section_certs.txt' TO WS-CHK-FILE
               MOVE WS-ROSTER-FILE TO WS-CHK-MASTER
               MOVE 'SECTION' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-ROSTER-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT SECTCERT-FILE
                  IF WS-SECTCERT-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ SECTCERT-FILE
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           IF IN-SC-SECTION NOT = SPACES
                              MOVE IN-SECTCERT-CARD TO WS-CHK-IMAGE
                              PERFORM CHECK-SECTION-REF
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SECTCERT-FILE
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

           CHECK-ORDERS SECTION.
               MOVE WS-ORDER-FILE TO WS-CHK-FILE
               MOVE 'crate_master.txt' TO WS-CHK-MASTER
               MOVE 'CRATE' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-CRATES-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT ORDERS-IN
                  IF WS-ORDERS-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ ORDERS-IN
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           IF IN-ORD-ID NOT = SPACES
                              MOVE IN-ORDER-CARD TO WS-CHK-IMAGE
                              MOVE IN-ORD-CRATE TO WS-FIND-LETTER
                              PERFORM CHECK-CRATE-REF
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE ORDERS-IN
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

      *****************************************************************
      *  ONLY LETTER RULES ('L') NAME CRATES; CLASS RULES ('C') NAME
      *  HAZARD CLASSES AND HAVE NO MASTER TO CHECK AGAINST.
      *****************************************************************
           CHECK-SEGREGATION-RULES SECTION.
               MOVE 'segregation_rules.txt' TO WS-CHK-FILE
               MOVE 'crate_master.txt' TO WS-CHK-MASTER
               MOVE 'CRATE' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-CRATES-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT SEG-RULES
                  IF WS-SEG-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ SEG-RULES
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           IF IN-SEG-KIND = 'L'
                              MOVE IN-SEG-CARD TO WS-CHK-IMAGE
                              MOVE IN-SEG-ITEM1 TO WS-FIND-LETTER
                              PERFORM CHECK-CRATE-REF
                              MOVE IN-SEG-ITEM2 TO WS-FIND-LETTER
                              PERFORM CHECK-CRATE-REF
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SEG-RULES
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

      *****************************************************************
      *  MOVE LOG LINES CARRY ' OP=' FOLLOWED BY THE FOUR-CHARACTER
      *  OPERATOR.  'NONE' IS WRITTEN WHEN THE MOVE CARD NAMED NO
      *  OPERATOR AND IS NOT A REFERENCE.
      *****************************************************************
           CHECK-MOVE-LOG SECTION.
               MOVE 'day05_movelog.txt' TO WS-CHK-FILE
               MOVE 'operators.txt' TO WS-CHK-MASTER
               MOVE 'OPERATOR' TO WS-CHK-FIELD
               PERFORM BEGIN-CHECK
               IF NOT WS-OPS-LOADED
                  PERFORM SKIP-CHECK-NO-MASTER
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  OPEN INPUT MOVELOG-IN
                  IF WS-MOVELOG-STATUS NOT = '00'
                     PERFORM SKIP-CHECK-NO-FILE
                  ELSE
                     PERFORM UNTIL WS-FILE-EOF
                        READ MOVELOG-IN
                        AT END
                           SET WS-FILE-EOF TO TRUE
                        NOT AT END
                           ADD 1 TO WS-CHK-LINE
                           PERFORM CHECK-ONE-MOVE-LINE
                        END-READ
                     END-PERFORM
                     CLOSE MOVELOG-IN
                     PERFORM END-CHECK
                  END-IF
               END-IF
               .

           CHECK-ONE-MOVE-LINE SECTION.
               MOVE SPACES TO WS-ML-HEAD WS-ML-OP
               MOVE ZERO TO WS-TOKEN-COUNT
               UNSTRING IN-MOVELOG-LINE DELIMITED BY ' OP='
                  INTO WS-ML-HEAD, WS-ML-OP
                  TALLYING IN WS-TOKEN-COUNT
               END-UNSTRING
               IF  WS-TOKEN-COUNT >= 2
               AND WS-ML-OP(1:4) NOT = SPACES
               AND WS-ML-OP(1:4) NOT = 'NONE'
                  MOVE IN-MOVELOG-LINE TO WS-CHK-IMAGE
                  MOVE WS-ML-OP(1:4) TO WS-FIND-CODE
                  PERFORM CHECK-OPERATOR-REF
               END-IF
               .

      *****************************************************************
      *  LOOKUPS.  EACH COUNTS THE REFERENCE AND FLAGS IT WHEN IT DOES
      *  NOT RESOLVE.  A BLANK REFERENCE IS NOT A REFERENCE.
      *****************************************************************
           CHECK-ELF-REF SECTION.
               IF WS-FIND-ID NOT = SPACES
                  ADD 1 TO WS-CHK-REFS
                  MOVE ZERO TO WS-FOUND-IX
                  PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                          UNTIL WS-ELF-IX > WS-ELF-COUNT
                     IF WS-ELF-ID(WS-ELF-IX) = WS-FIND-ID
                        MOVE WS-ELF-IX TO WS-FOUND-IX
                        MOVE WS-ELF-COUNT TO WS-ELF-IX
                     END-IF
                  END-PERFORM
                  MOVE WS-FIND-ID TO WS-CHK-VALUE
                  IF WS-FOUND-IX = ZERO
                     MOVE 'ORPHAN' TO WS-CHK-REASON
                     PERFORM FLAG-REFERENCE
                  ELSE
                     IF WS-ELF-STATUS(WS-FOUND-IX) = 'D'
                        MOVE 'INACTIVE' TO WS-CHK-REASON
                        PERFORM FLAG-REFERENCE
                     END-IF
                  END-IF
               END-IF
               .

           CHECK-CAMP-REF SECTION.
               IF WS-FIND-CODE NOT = SPACES
                  ADD 1 TO WS-CHK-REFS
                  MOVE ZERO TO WS-FOUND-IX
                  PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                          UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                     IF WS-CAMP-CODE(WS-CAMP-IX) = WS-FIND-CODE
                        MOVE WS-CAMP-IX TO WS-FOUND-IX
                        MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                     END-IF
                  END-PERFORM
                  MOVE WS-FIND-CODE TO WS-CHK-VALUE
                  IF WS-FOUND-IX = ZERO
                     MOVE 'ORPHAN' TO WS-CHK-REASON
                     PERFORM FLAG-REFERENCE
                  ELSE
                     IF WS-CAMP-STATUS(WS-FOUND-IX) = 'C'
                        MOVE 'INACTIVE' TO WS-CHK-REASON
                        PERFORM FLAG-REFERENCE
                     END-IF
                  END-IF
               END-IF
               .

           CHECK-GROUP-REF SECTION.
               ADD 1 TO WS-CHK-REFS
               MOVE ZERO TO WS-FOUND-IX
               PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                       UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                  IF WS-GROUP-CODE(WS-GROUP-IX) = WS-FIND-CODE
                     MOVE WS-GROUP-IX TO WS-FOUND-IX
                     MOVE WS-GROUP-COUNT TO WS-GROUP-IX
                  END-IF
               END-PERFORM
               IF WS-FOUND-IX = ZERO
                  MOVE WS-FIND-CODE TO WS-CHK-VALUE
                  MOVE 'ORPHAN' TO WS-CHK-REASON
                  PERFORM FLAG-REFERENCE
               END-IF
               .

           CHECK-SECTION-REF SECTION.
               ADD 1 TO WS-CHK-REFS
               MOVE ZERO TO WS-FOUND-IX
               IF IN-SC-SECTION IS NUMERIC
                  MOVE IN-SC-SECTION TO WS-FIND-SECTION
                  PERFORM VARYING WS-ROSTER-IX FROM 1 BY 1
                          UNTIL WS-ROSTER-IX > WS-ROSTER-COUNT
                     IF WS-ROSTER-SECTION(WS-ROSTER-IX)
                        = WS-FIND-SECTION
                        MOVE WS-ROSTER-IX TO WS-FOUND-IX
                        MOVE WS-ROSTER-COUNT TO WS-ROSTER-IX
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-FOUND-IX = ZERO
                  MOVE IN-SC-SECTION TO WS-CHK-VALUE
                  MOVE 'ORPHAN' TO WS-CHK-REASON
                  PERFORM FLAG-REFERENCE
               END-IF
               .

           CHECK-CRATE-REF SECTION.
               IF WS-FIND-LETTER NOT = SPACE
                  ADD 1 TO WS-CHK-REFS
                  MOVE ZERO TO WS-FOUND-IX
                  PERFORM VARYING WS-CRATE-IX FROM 1 BY 1
                          UNTIL WS-CRATE-IX > WS-CRATE-COUNT
                     IF WS-CRATE-LETTER(WS-CRATE-IX) = WS-FIND-LETTER
                        MOVE WS-CRATE-IX TO WS-FOUND-IX
                        MOVE WS-CRATE-COUNT TO WS-CRATE-IX
                     END-IF
                  END-PERFORM
                  IF WS-FOUND-IX = ZERO
                     MOVE WS-FIND-LETTER TO WS-CHK-VALUE
                     MOVE 'ORPHAN' TO WS-CHK-REASON
                     PERFORM FLAG-REFERENCE
                  END-IF
               END-IF
               .

           CHECK-OPERATOR-REF SECTION.
               ADD 1 TO WS-CHK-REFS
               MOVE ZERO TO WS-FOUND-IX
               PERFORM VARYING WS-OPS-IX FROM 1 BY 1
                       UNTIL WS-OPS-IX > WS-OPS-COUNT
                  IF WS-OPS-ID(WS-OPS-IX) = WS-FIND-CODE
                     MOVE WS-OPS-IX TO WS-FOUND-IX
                     MOVE WS-OPS-COUNT TO WS-OPS-IX
                  END-IF
               END-PERFORM
               IF WS-FOUND-IX = ZERO
                  MOVE WS-FIND-CODE TO WS-CHK-VALUE
                  MOVE 'ORPHAN' TO WS-CHK-REASON
                  PERFORM FLAG-REFERENCE
               END-IF
               .

      *****************************************************************
      *  ONE LINE ON THE REPORT AND ONE RECORD IN THE EXCEPTION
      *  REPOSITORY PER REFERENCE THAT DOES NOT RESOLVE.
      *****************************************************************
           FLAG-REFERENCE SECTION.
               IF WS-CHK-REASON = 'ORPHAN'
                  ADD 1 TO WS-CHK-ORPHANS
               ELSE
                  ADD 1 TO WS-CHK-INACTIVE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FILE=' DELIMITED BY SIZE
                      WS-CHK-FILE DELIMITED BY SPACE
                      ' LINE=' WS-CHK-LINE
                      ' ' DELIMITED BY SIZE
                      WS-CHK-FIELD DELIMITED BY SPACE
                      '=' WS-CHK-VALUE
                      ' ' WS-CHK-REASON
                      ' ON ' DELIMITED BY SIZE
                      WS-CHK-MASTER DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE WS-CHK-FILE   TO WS-EXCP-FILE-NAME
               MOVE WS-CHK-LINE   TO WS-EXCP-LINE-NO
               MOVE WS-CHK-REASON TO WS-EXCP-REASON
               MOVE WS-CHK-IMAGE  TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           BEGIN-CHECK SECTION.
               MOVE ZERO TO WS-CHK-LINE WS-CHK-REFS
                            WS-CHK-ORPHANS WS-CHK-INACTIVE
               .

           END-CHECK SECTION.
               ADD 1 TO WS-CHECKS-RUN
               ADD WS-CHK-REFS     TO WS-TOTAL-REFS
               ADD WS-CHK-ORPHANS  TO WS-TOTAL-ORPHANS
               ADD WS-CHK-INACTIVE TO WS-TOTAL-INACTIVE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHECK ' DELIMITED BY SIZE
                      WS-CHK-FILE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CHK-FIELD DELIMITED BY SPACE
                      ' -> ' DELIMITED BY SIZE
                      WS-CHK-MASTER DELIMITED BY SPACE
                      ' REFS=' WS-CHK-REFS
                      ' ORPHANS=' WS-CHK-ORPHANS
                      ' INACTIVE=' WS-CHK-INACTIVE
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           SKIP-CHECK-NO-FILE SECTION.
               ADD 1 TO WS-CHECKS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHECK ' DELIMITED BY SIZE
                      WS-CHK-FILE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CHK-FIELD DELIMITED BY SPACE
                      ' -> ' DELIMITED BY SIZE
                      WS-CHK-MASTER DELIMITED BY SPACE
                      ' SKIPPED - FILE NOT ON FILE'
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           SKIP-CHECK-NO-MASTER SECTION.
               ADD 1 TO WS-CHECKS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHECK ' DELIMITED BY SIZE
                      WS-CHK-FILE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CHK-FIELD DELIMITED BY SPACE
                      ' -> ' DELIMITED BY SIZE
                      WS-CHK-MASTER DELIMITED BY SPACE
                      ' SKIPPED - MASTER NOT ON FILE'
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           COPY EXCPAPP.
