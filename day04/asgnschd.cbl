           IDENTIFICATION DIVISION.
           PROGRAM-ID. ASGNSCHD.

      *****************************************************************
      *  PROPOSES THE NEXT CYCLE'S CLEANUP ASSIGNMENT FILE FOR DAY04.
      *  THE SECTION ROSTER IS CUT INTO CONTIGUOUS, NON-OVERLAPPING
      *  BLOCKS OF NEAR-EQUAL SIZE, ONE PER ELF, SO NO PAIR CAN BE A
      *  FULL CONTAINMENT.  BLOCKS NEEDING CERTIFICATIONS ARE STAFFED
      *  FIRST FROM THE ACTIVE ELVES HOLDING THEM, AND NEIGHBOURING
      *  BLOCKS ARE THEN PAIRED, SKIPPING ANY PAIRING THAT IS A REPEAT
      *  OFFENDER ON DAY04_OVERLAP_HIST.TXT.  THE OUTPUT CARRIES THE
      *  HDR/TRL CONTROL RECORDS DAY04 VERIFIES.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ROSTER-FILE ASSIGN TO WS-ROSTER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-STATUS.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFMST-STATUS.
              SELECT ELF-HIST ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFHST-STATUS.
              SELECT SECTCERT-FILE ASSIGN TO 'section_certs.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECTCERT-STATUS.
              SELECT OVLHIST-IN ASSIGN TO 'day04_overlap_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVLHIST-STATUS.
              SELECT SCHED-CHECK ASSIGN TO WS-SCHED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHED-STATUS.
              SELECT SCHED-OUT ASSIGN TO WS-SCHED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHED-STATUS.
              SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD ROSTER-FILE.
              01 IN-ROSTER-RECORD  PIC X(4).

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

              FD SECTCERT-FILE.
              01 IN-SECTCERT-CARD.
                 03 IN-SC-SECTION      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SC-CERT         PIC X(4).

              FD OVLHIST-IN.
              01 IN-OVLHIST-LINE.
                 03 FILLER            PIC X(5).
                 03 IN-OVL-DATE       PIC X(8).
                 03 FILLER            PIC X(6).
                 03 IN-OVL-ELF1       PIC X(8).
                 03 FILLER            PIC X(6).
                 03 IN-OVL-ELF2       PIC X(8).
                 03 FILLER            PIC X(1).

              FD SCHED-CHECK.
              01 IN-SCHED-RECORD   PIC X(80).

              FD SCHED-OUT.
              01 WS-SCHED-LINE     PIC X(80).

              FD REPORT-OUT.
              01 WS-REPORT-LINE    PIC X(120).

           WORKING-STORAGE SECTION.
              01 WS-HIST-PROGRAM-ID PIC X(8) VALUE 'ASGNSCHD'.
              01 WS-PERD-OPEN-SW    PIC X.
                 88 WS-PERD-OPEN         VALUE 'Y'.
              01 WS-RUN-DATE        PIC 9(8).
              01 WS-CYCLE-DATE      PIC 9(8).
              01 WS-CYCLE-DATE-X    PIC X(8).
              01 WS-ROSTER-FILE     PIC X(40).
              01 WS-SCHED-FILE      PIC X(40).
              01 WS-REPORT-FILE     PIC X(40)
                 VALUE 'day04_schedule.txt'.
              01 WS-SHADOW-SW       PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE        VALUE 'Y'.
              01 WS-REPLACE-SW      PIC X VALUE 'N'.
                 88 WS-REPLACE-ALLOWED    VALUE 'Y'.

              01 WS-ROSTER-STATUS   PIC X(2).
              01 WS-ELFMST-STATUS   PIC X(2).
              01 WS-ELFHST-STATUS   PIC X(2).
              01 WS-SECTCERT-STATUS PIC X(2).
              01 WS-OVLHIST-STATUS  PIC X(2).
              01 WS-SCHED-STATUS    PIC X(2).
              01 WS-RO-EOF-SW       PIC X.
                 88 WS-RO-EOF             VALUE 'Y'.
              01 WS-EM-EOF-SW       PIC X.
                 88 WS-EM-EOF             VALUE 'Y'.
              01 WS-SC-EOF-SW       PIC X.
                 88 WS-SC-EOF             VALUE 'Y'.
              01 WS-OVL-EOF-SW      PIC X.
                 88 WS-OVL-EOF            VALUE 'Y'.

              01 WS-PARM-NAME       PIC X(20).
              01 WS-PARM-VALUE      PIC X(40).
              01 WS-PARM-FOUND-SW   PIC X.
                 88 WS-PARM-FOUND         VALUE 'Y'.

              01 WS-BUSCAL-FUNC     PIC X(5) VALUE 'NEXT '.
              01 WS-BUSCAL-RESULT   PIC 9(8).
              01 WS-BUSCAL-MEND-SW  PIC X.

              01 WS-MAX-ROSTER      PIC 9(4) COMP VALUE 2000.
              01 WS-ROSTER-TABLE.
                 03 WS-ROSTER-SECTION OCCURS 2000 PIC 9(4).
              01 WS-ROSTER-COUNT    PIC 9(4) COMP VALUE 0.
              01 WS-ROSTER-SORTED-SW PIC X VALUE 'Y'.
                 88 WS-ROSTER-IN-SEQUENCE VALUE 'Y'.
              01 WS-ROSTER-SKIPPED  PIC 9(4) VALUE 0.
              01 WS-SORT-IX         PIC 9(4) COMP.
              01 WS-SORT-IX2        PIC 9(4) COMP.
              01 WS-SORT-HOLD       PIC 9(4).
              01 WS-DEDUP-OUT       PIC 9(4) COMP.

      *  ACTIVE ELVES ON THE CYCLE DATE WITH THEIR CERTIFICATIONS.
              01 WS-MAX-EM          PIC 9(4) COMP VALUE 2000.
              01 WS-EM-TABLE.
                 03 WS-EM-ENTRY OCCURS 2000.
                    05 WS-EM-ID          PIC X(8).
                    05 WS-EM-CERT        PIC X(4) OCCURS 3.
                    05 WS-EM-CERT-CNT    PIC 9 COMP.
                    05 WS-EM-USED-SW     PIC X.
                       88 WS-EM-USED           VALUE 'Y'.
                    05 WS-EM-SECTIONS    PIC 9(4) COMP.
              01 WS-EM-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-EM-IX           PIC 9(4) COMP.
              01 WS-EM-BEST-IX      PIC 9(4) COMP.
              01 WS-EM-NEW-ID       PIC X(8).
              01 WS-EM-NEW-STATUS   PIC X(1).
              01 WS-EM-CERTS-RAW    PIC X(14).
              01 WS-EM-CERTS-SPLIT REDEFINES WS-EM-CERTS-RAW.
                 03 WS-EM-RAW-CERT1    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-EM-RAW-CERT2    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-EM-RAW-CERT3    PIC X(4).
              01 WS-EM-FULL-SW      PIC X VALUE 'N'.
                 88 WS-EM-TABLE-FULL      VALUE 'Y'.

              01 WS-MAX-SC          PIC 9(3) COMP VALUE 500.
              01 WS-SC-TABLE.
                 03 WS-SC-ENTRY OCCURS 500.
                    05 WS-SC-SECTION     PIC 9(4).
                    05 WS-SC-CERT        PIC X(4).
              01 WS-SC-COUNT        PIC 9(3) COMP VALUE 0.
              01 WS-SC-IX           PIC 9(3) COMP.

              01 WS-OFFENDER-LIMIT  PIC 9(3) VALUE 3.
              01 WS-OFFENDER-DAYS   PIC 9(3) VALUE 30.
              01 WS-OFFENDER-FROM   PIC 9(8).
              01 WS-OFFENDER-FROM-X PIC X(8).
              01 WS-DAY-NUMBER      PIC 9(7).
              01 WS-MAX-PAIRS       PIC 9(3) COMP VALUE 200.
              01 WS-PAIR-HIST-TABLE.
                 03 WS-PAIR-HIST-ENTRY OCCURS 200.
                    05 WS-PH-ELF1        PIC X(8).
                    05 WS-PH-ELF2        PIC X(8).
                    05 WS-PH-COUNT       PIC 9(5).
              01 WS-PAIR-HIST-COUNT PIC 9(3) COMP VALUE 0.
              01 WS-PH-IX           PIC 9(3) COMP.
              01 WS-PH-IX2          PIC 9(3) COMP.
              01 WS-OFFENDERS       PIC 9(3) VALUE 0.
              01 WS-CHK-ELF1        PIC X(8).
              01 WS-CHK-ELF2        PIC X(8).
              01 WS-OFF-KEY1        PIC X(8).
              01 WS-OFF-KEY2        PIC X(8).
              01 WS-ELF-HOLD        PIC X(8).
              01 WS-OFFENDER-SW     PIC X.
                 88 WS-OFFENDER-PAIR      VALUE 'Y'.

      *  ONE BLOCK OF CONSECUTIVE ROSTER SECTIONS PER ELF.  THE LAST
      *  SLOT IS KEPT FREE SO AN UNPARTNERED BLOCK CAN BE SPLIT.
              01 WS-MAX-BLK         PIC 9(4) COMP VALUE 998.
              01 WS-BLK-TABLE.
                 03 WS-BLK-ENTRY OCCURS 999.
                    05 WS-BLK-FIRST      PIC 9(4) COMP.
                    05 WS-BLK-LAST       PIC 9(4) COMP.
                    05 WS-BLK-A          PIC 9(4).
                    05 WS-BLK-B          PIC 9(4).
                    05 WS-BLK-SECTS      PIC 9(4) COMP.
                    05 WS-BLK-REQ        PIC X(4) OCCURS 3.
                    05 WS-BLK-REQ-CNT    PIC 9 COMP.
                    05 WS-BLK-REQ-OVER-SW PIC X.
                       88 WS-BLK-REQ-OVER      VALUE 'Y'.
                    05 WS-BLK-CAND       PIC 9(4) COMP.
                    05 WS-BLK-ELF-IX     PIC 9(4) COMP.
                    05 WS-BLK-PARTNER    PIC 9(4) COMP.
                    05 WS-BLK-OFFENDER-SW PIC X.
                       88 WS-BLK-OFFENDER-KEPT VALUE 'Y'.
              01 WS-BLK-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-BLK-IX          PIC 9(4) COMP.
              01 WS-BLK-IX2         PIC 9(4) COMP.
              01 WS-BLK-BASE        PIC 9(4) COMP.
              01 WS-BLK-EXTRA       PIC 9(4) COMP.
              01 WS-BLK-NEXT-FIRST  PIC 9(4) COMP.
              01 WS-BLK-SAVE-LAST   PIC 9(4) COMP.
              01 WS-BLK-SAVE-SECTS  PIC 9(4) COMP.
              01 WS-ORDER-TABLE.
                 03 WS-ORDER-BLK     PIC 9(4) COMP OCCURS 999.
              01 WS-ORDER-IX        PIC 9(4) COMP.
              01 WS-ORDER-HOLD      PIC 9(4) COMP.
              01 WS-REQ-IX          PIC 9 COMP.
              01 WS-CERT-SLOT-IX    PIC 9 COMP.
              01 WS-REQ-FOUND-SW    PIC X.
                 88 WS-REQ-FOUND          VALUE 'Y'.
              01 WS-ELIGIBLE-SW     PIC X.
                 88 WS-ELF-ELIGIBLE       VALUE 'Y'.
              01 WS-PARTNER-IX      PIC 9(4) COMP.
              01 WS-FALLBACK-IX     PIC 9(4) COMP.

              01 WS-PAIR-COUNT      PIC 9(7) VALUE 0.
              01 WS-UNSTAFFED       PIC 9(4) VALUE 0.
              01 WS-UNPAIRED        PIC 9(4) VALUE 0.
              01 WS-KEPT-OFFENDERS  PIC 9(4) VALUE 0.
              01 WS-SPARE-ELVES     PIC 9(4) VALUE 0.
              01 WS-UNCOVERED       PIC 9(4) VALUE 0.
              01 WS-LOAD-MIN        PIC 9(4) VALUE 0.
              01 WS-LOAD-MAX        PIC 9(4) VALUE 0.
              01 WS-SECTS-DISP      PIC 9(4).
              01 WS-SECTS-DISP2     PIC 9(4).
              01 WS-COUNT-DISP      PIC 9(4).
              01 WS-COUNT-DISP2     PIC 9(4).
              01 WS-OUT-ELF1        PIC X(8).
              01 WS-OUT-ELF2        PIC X(8).
              01 WS-OUT-BLK1        PIC 9(4) COMP.
              01 WS-OUT-BLK2        PIC 9(4) COMP.
              01 WS-REQ-LIST        PIC X(14).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               CALL 'BUSCAL' USING WS-BUSCAL-FUNC
                                   WS-RUN-DATE
                                   WS-BUSCAL-RESULT
                                   WS-BUSCAL-MEND-SW
               IF WS-BUSCAL-RESULT > WS-RUN-DATE
                  MOVE WS-BUSCAL-RESULT TO WS-CYCLE-DATE
               ELSE
                  COMPUTE WS-DAY-NUMBER =
                          FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
                  COMPUTE WS-CYCLE-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               END-IF
               MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-X
               PERFORM LOAD-SCHED-PARMS

               PERFORM LOAD-ROSTER
               IF WS-ROSTER-COUNT = ZERO
                  DISPLAY 'ASGNSCHD: NO ROSTER SECTIONS FOR '
                          WS-CYCLE-DATE-X ' - NO ASSIGNMENTS BUILT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-ACTIVE-ELVES
               IF WS-EM-COUNT < 2
                  DISPLAY 'ASGNSCHD: FEWER THAN TWO ACTIVE ELVES - '
                          'NO ASSIGNMENTS BUILT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               IF WS-ROSTER-COUNT < 2
                  DISPLAY 'ASGNSCHD: ROSTER HAS ONE SECTION - A PAIR '
                          'CANNOT BE BUILT WITHOUT FULL CONTAINMENT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN INPUT SCHED-CHECK
               IF WS-SCHED-STATUS = '00'
                  CLOSE SCHED-CHECK
                  IF NOT WS-REPLACE-ALLOWED
                     DISPLAY 'ASGNSCHD: ' WS-SCHED-FILE
                             ' ALREADY EXISTS - SET SCHED_REPLACE=Y '
                             'TO REBUILD IT'
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                  END-IF
               END-IF

               PERFORM LOAD-SECTION-CERTS
               PERFORM LOAD-OFFENDER-PAIRS
               PERFORM BUILD-SECTION-BLOCKS
               PERFORM STAFF-SECTION-BLOCKS
               PERFORM PAIR-SECTION-BLOCKS

               PERFORM WRITE-ASSIGNMENT-FILE
               IF WS-SCHED-STATUS NOT = '00'
                  DISPLAY 'ASGNSCHD: I/O ERROR ' WS-SCHED-STATUS
                          ' WRITING ' WS-SCHED-FILE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM WRITE-SCHEDULE-REPORT

               DISPLAY 'ASGNSCHD: ' WS-PAIR-COUNT ' PAIR(S) FOR '
                       WS-CYCLE-DATE-X ' WRITTEN TO ' WS-SCHED-FILE
               IF WS-UNCOVERED > ZERO OR WS-KEPT-OFFENDERS > ZERO
                  DISPLAY 'ASGNSCHD: ' WS-UNCOVERED
                          ' SECTION(S) UNCOVERED, '
                          WS-KEPT-OFFENDERS
                          ' REPEAT-OFFENDER PAIR(S) KEPT - SEE '
                          'DAY04_SCHEDULE.TXT'
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-SCHED-PARMS SECTION.
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-SHADOW-MODE TO TRUE
               END-IF
               MOVE 'SCHED_REPLACE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-REPLACE-ALLOWED TO TRUE
               END-IF
               MOVE 'OFFENDER_LIMIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
                  MOVE WS-PARM-VALUE(1:3) TO WS-OFFENDER-LIMIT
               END-IF
               MOVE 'OFFENDER_DAYS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
                  MOVE WS-PARM-VALUE(1:3) TO WS-OFFENDER-DAYS
               END-IF

               MOVE SPACES TO WS-SCHED-FILE
               IF WS-SHADOW-MODE
                  STRING 'shadow_assignments_' WS-CYCLE-DATE-X '.txt'
                     DELIMITED BY SIZE INTO WS-SCHED-FILE
                  MOVE 'shadow_day04_schedule.txt' TO WS-REPORT-FILE
               ELSE
                  STRING 'assignments_' WS-CYCLE-DATE-X '.txt'
                     DELIMITED BY SIZE INTO WS-SCHED-FILE
               END-IF
               .

      *****************************************************************
      *  THE NEXT CYCLE'S ROSTER IS USED WHEN IT HAS BEEN DELIVERED;
      *  OTHERWISE THE CURRENT ROSTER (ROSTER_FILE, AS DAY04 READS IT)
      *  IS CARRIED FORWARD.
      *****************************************************************
           LOAD-ROSTER SECTION.
               MOVE SPACES TO WS-ROSTER-FILE
               STRING 'roster_' WS-CYCLE-DATE-X '.txt'
                  DELIMITED BY SIZE INTO WS-ROSTER-FILE
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-STATUS NOT = '00'
                  MOVE SPACES TO WS-ROSTER-FILE
                  MOVE 'ROSTER_FILE' TO WS-PARM-NAME
                  CALL 'PARMLOAD' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-FOUND-SW
                  IF WS-PARM-FOUND
                     MOVE WS-PARM-VALUE TO WS-ROSTER-FILE
                  ELSE
                     ACCEPT WS-ROSTER-FILE
                            FROM ENVIRONMENT 'ROSTER_FILE'
                  END-IF
                  IF WS-ROSTER-FILE = SPACES
                     STRING 'roster_' WS-RUN-DATE '.txt'
                        DELIMITED BY SIZE INTO WS-ROSTER-FILE
                  END-IF
                  DISPLAY 'ASGNSCHD: NO ROSTER FOR ' WS-CYCLE-DATE-X
                          ' - USING ' WS-ROSTER-FILE
                  OPEN INPUT ROSTER-FILE
               END-IF
               IF WS-ROSTER-STATUS NOT = '00'
                  DISPLAY 'ASGNSCHD: I/O ERROR ' WS-ROSTER-STATUS
                          ' OPENING ' WS-ROSTER-FILE
               ELSE
                  PERFORM READ-ROSTER-FILE
               END-IF
               .

           READ-ROSTER-FILE SECTION.
               MOVE 'N' TO WS-RO-EOF-SW
               PERFORM UNTIL WS-RO-EOF
                  READ ROSTER-FILE
                  AT END
                     SET WS-RO-EOF TO TRUE
                  NOT AT END
                     IF  IN-ROSTER-RECORD IS NUMERIC
                     AND WS-ROSTER-COUNT < WS-MAX-ROSTER
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE IN-ROSTER-RECORD
                          TO WS-ROSTER-SECTION(WS-ROSTER-COUNT)
                        IF WS-ROSTER-COUNT > 1
                           IF WS-ROSTER-SECTION(WS-ROSTER-COUNT) <
                              WS-ROSTER-SECTION(WS-ROSTER-COUNT - 1)
                              MOVE 'N' TO WS-ROSTER-SORTED-SW
                           END-IF
                        END-IF
                     ELSE
                        ADD 1 TO WS-ROSTER-SKIPPED
                        DISPLAY 'ASGNSCHD: ROSTER ENTRY SKIPPED: '
                                IN-ROSTER-RECORD
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               IF NOT WS-ROSTER-IN-SEQUENCE
                  PERFORM SORT-ROSTER-TABLE
               END-IF
               PERFORM DEDUP-ROSTER-TABLE
               .

           SORT-ROSTER-TABLE SECTION.
               PERFORM VARYING WS-SORT-IX FROM 2 BY 1
                       UNTIL WS-SORT-IX > WS-ROSTER-COUNT
                  MOVE WS-ROSTER-SECTION(WS-SORT-IX)
                    TO WS-SORT-HOLD
                  MOVE WS-SORT-IX TO WS-SORT-IX2
                  PERFORM UNTIL WS-SORT-IX2 <= 1
                          OR WS-ROSTER-SECTION(WS-SORT-IX2 - 1)
                             <= WS-SORT-HOLD
                     MOVE WS-ROSTER-SECTION(WS-SORT-IX2 - 1)
                       TO WS-ROSTER-SECTION(WS-SORT-IX2)
                     SUBTRACT 1 FROM WS-SORT-IX2
                  END-PERFORM
                  MOVE WS-SORT-HOLD
                    TO WS-ROSTER-SECTION(WS-SORT-IX2)
               END-PERFORM
               .

           DEDUP-ROSTER-TABLE SECTION.
               MOVE 1 TO WS-DEDUP-OUT
               PERFORM VARYING WS-SORT-IX FROM 2 BY 1
                       UNTIL WS-SORT-IX > WS-ROSTER-COUNT
                  IF WS-ROSTER-SECTION(WS-SORT-IX) NOT =
                     WS-ROSTER-SECTION(WS-DEDUP-OUT)
                     ADD 1 TO WS-DEDUP-OUT
                     MOVE WS-ROSTER-SECTION(WS-SORT-IX)
                       TO WS-ROSTER-SECTION(WS-DEDUP-OUT)
                  END-IF
               END-PERFORM
               IF WS-ROSTER-COUNT > ZERO
                  MOVE WS-DEDUP-OUT TO WS-ROSTER-COUNT
               END-IF
               .

      *****************************************************************
      *  ACTIVE ELVES AS AT THE CYCLE DATE: THE EFFECTIVE-DATED
      *  HISTORY WHEN IT EXISTS, OTHERWISE THE CURRENT ELF MASTER.
      *****************************************************************
           LOAD-ACTIVE-ELVES SECTION.
               MOVE 'N' TO WS-EM-EOF-SW
               OPEN INPUT ELF-HIST
               IF WS-ELFHST-STATUS = '00'
                  PERFORM UNTIL WS-EM-EOF
                     READ ELF-HIST
                     AT END
                        SET WS-EM-EOF TO TRUE
                     NOT AT END
                        IF  IN-HIST-FROM IS NUMERIC
                        AND IN-HIST-TO IS NUMERIC
                           IF  IN-HIST-FROM <= WS-CYCLE-DATE-X
                           AND IN-HIST-TO >= WS-CYCLE-DATE-X
                              MOVE IN-HIST-ID TO WS-EM-NEW-ID
                              MOVE IN-HIST-STATUS TO WS-EM-NEW-STATUS
                              MOVE IN-HIST-CERTS TO WS-EM-CERTS-RAW
                              PERFORM ADD-ACTIVE-ELF
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-HIST
               ELSE
                  OPEN INPUT ELF-MASTER
                  IF WS-ELFMST-STATUS NOT = '00'
                     DISPLAY 'ASGNSCHD: NO ELF MASTER - NO ELVES '
                             'TO SCHEDULE'
                  ELSE
                     PERFORM UNTIL WS-EM-EOF
                        READ ELF-MASTER
                        AT END
                           SET WS-EM-EOF TO TRUE
                        NOT AT END
                           MOVE IN-ELF-ID TO WS-EM-NEW-ID
                           MOVE IN-ELF-STATUS TO WS-EM-NEW-STATUS
                           MOVE IN-ELF-CERTS TO WS-EM-CERTS-RAW
                           PERFORM ADD-ACTIVE-ELF
                        END-READ
                     END-PERFORM
                     CLOSE ELF-MASTER
                  END-IF
               END-IF
               .

           ADD-ACTIVE-ELF SECTION.
               IF WS-EM-NEW-ID = SPACES
               OR WS-EM-NEW-STATUS NOT = 'A'
                  CONTINUE
               ELSE
                  IF WS-EM-COUNT >= WS-MAX-EM
                     IF NOT WS-EM-TABLE-FULL
                        SET WS-EM-TABLE-FULL TO TRUE
                        DISPLAY 'ASGNSCHD: ELF TABLE CAPACITY OF '
                                WS-MAX-EM ' EXCEEDED - FURTHER '
                                'ELVES NOT SCHEDULED'
                     END-IF
                  ELSE
                     ADD 1 TO WS-EM-COUNT
                     MOVE WS-EM-NEW-ID TO WS-EM-ID(WS-EM-COUNT)
                     MOVE WS-EM-RAW-CERT1
                       TO WS-EM-CERT(WS-EM-COUNT, 1)
                     MOVE WS-EM-RAW-CERT2
                       TO WS-EM-CERT(WS-EM-COUNT, 2)
                     MOVE WS-EM-RAW-CERT3
                       TO WS-EM-CERT(WS-EM-COUNT, 3)
                     MOVE ZERO TO WS-EM-CERT-CNT(WS-EM-COUNT)
                     PERFORM VARYING WS-CERT-SLOT-IX FROM 1 BY 1
                             UNTIL WS-CERT-SLOT-IX > 3
                        IF WS-EM-CERT(WS-EM-COUNT, WS-CERT-SLOT-IX)
                           NOT = SPACES
                           ADD 1 TO WS-EM-CERT-CNT(WS-EM-COUNT)
                        END-IF
                     END-PERFORM
                     MOVE 'N' TO WS-EM-USED-SW(WS-EM-COUNT)
                     MOVE ZERO TO WS-EM-SECTIONS(WS-EM-COUNT)
                  END-IF
               END-IF
               .

           LOAD-SECTION-CERTS SECTION.
               MOVE 'N' TO WS-SC-EOF-SW
               OPEN INPUT SECTCERT-FILE
               IF WS-SECTCERT-STATUS NOT = '00'
                  DISPLAY 'ASGNSCHD: NO SECTION-CERTIFICATION FILE - '
                          'CERTIFICATIONS NOT CONSIDERED'
               ELSE
                  PERFORM UNTIL WS-SC-EOF
                     READ SECTCERT-FILE
                     AT END
                        SET WS-SC-EOF TO TRUE
                     NOT AT END
                        IF  IN-SC-SECTION IS NUMERIC
                        AND IN-SC-CERT NOT = SPACES
                        AND WS-SC-COUNT < WS-MAX-SC
                           ADD 1 TO WS-SC-COUNT
                           MOVE IN-SC-SECTION
                             TO WS-SC-SECTION(WS-SC-COUNT)
                           MOVE IN-SC-CERT
                             TO WS-SC-CERT(WS-SC-COUNT)
                        ELSE
                           IF IN-SC-SECTION NOT = SPACES
                              DISPLAY 'ASGNSCHD: MALFORMED SECTION '
                                      'CERT CARD SKIPPED: '
                                      IN-SECTCERT-CARD
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SECTCERT-FILE
               END-IF
               .

      *****************************************************************
      *  REPEAT OFFENDERS ARE COUNTED EXACTLY AS DAY04'S OFFENDER
      *  REPORT COUNTS THEM, BUT OVER THE WINDOW ENDING ON THE CYCLE
      *  DATE THE PROPOSED PAIRS WILL BE JUDGED ON.
      *****************************************************************
           LOAD-OFFENDER-PAIRS SECTION.
               COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                       - WS-OFFENDER-DAYS
               COMPUTE WS-OFFENDER-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-OFFENDER-FROM TO WS-OFFENDER-FROM-X
               MOVE 'N' TO WS-OVL-EOF-SW
               OPEN INPUT OVLHIST-IN
               IF WS-OVLHIST-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-OVL-EOF
                     READ OVLHIST-IN
                     AT END
                        SET WS-OVL-EOF TO TRUE
                     NOT AT END
                        IF IN-OVL-DATE >= WS-OFFENDER-FROM-X
                           PERFORM POST-HISTORY-PAIR
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE OVLHIST-IN
               END-IF
               PERFORM VARYING WS-PH-IX FROM 1 BY 1
                       UNTIL WS-PH-IX > WS-PAIR-HIST-COUNT
                  IF WS-PH-COUNT(WS-PH-IX) >= WS-OFFENDER-LIMIT
                     ADD 1 TO WS-OFFENDERS
                  END-IF
               END-PERFORM
               .

           POST-HISTORY-PAIR SECTION.
               MOVE ZERO TO WS-PH-IX
               PERFORM VARYING WS-PH-IX2 FROM 1 BY 1
                       UNTIL WS-PH-IX2 > WS-PAIR-HIST-COUNT
                  IF  WS-PH-ELF1(WS-PH-IX2) = IN-OVL-ELF1
                  AND WS-PH-ELF2(WS-PH-IX2) = IN-OVL-ELF2
                     MOVE WS-PH-IX2 TO WS-PH-IX
                     MOVE WS-PAIR-HIST-COUNT TO WS-PH-IX2
                  END-IF
               END-PERFORM
               IF  WS-PH-IX = ZERO
               AND WS-PAIR-HIST-COUNT < WS-MAX-PAIRS
                  ADD 1 TO WS-PAIR-HIST-COUNT
                  MOVE WS-PAIR-HIST-COUNT TO WS-PH-IX
                  MOVE IN-OVL-ELF1 TO WS-PH-ELF1(WS-PH-IX)
                  MOVE IN-OVL-ELF2 TO WS-PH-ELF2(WS-PH-IX)
                  MOVE ZERO TO WS-PH-COUNT(WS-PH-IX)
               END-IF
               IF WS-PH-IX > ZERO
                  ADD 1 TO WS-PH-COUNT(WS-PH-IX)
               END-IF
               .

      *****************************************************************
      *  ONE BLOCK PER ELF SLOT, AN EVEN NUMBER OF SLOTS, NO MORE THAN
      *  THERE ARE SECTIONS.  BLOCK SIZES DIFFER BY AT MOST ONE
      *  SECTION SO THE WORKLOAD IS LEVEL ACROSS THE ELVES.
      *****************************************************************
           BUILD-SECTION-BLOCKS SECTION.
               MOVE WS-EM-COUNT TO WS-BLK-COUNT
               IF WS-ROSTER-COUNT < WS-BLK-COUNT
                  MOVE WS-ROSTER-COUNT TO WS-BLK-COUNT
               END-IF
               IF WS-MAX-BLK < WS-BLK-COUNT
                  MOVE WS-MAX-BLK TO WS-BLK-COUNT
               END-IF
               DIVIDE WS-BLK-COUNT BY 2 GIVING WS-BLK-BASE
                      REMAINDER WS-BLK-EXTRA
               IF WS-BLK-EXTRA > ZERO
                  SUBTRACT 1 FROM WS-BLK-COUNT
               END-IF
               DIVIDE WS-ROSTER-COUNT BY WS-BLK-COUNT
                      GIVING WS-BLK-BASE REMAINDER WS-BLK-EXTRA
               MOVE 1 TO WS-BLK-NEXT-FIRST
               PERFORM VARYING WS-BLK-IX FROM 1 BY 1
                       UNTIL WS-BLK-IX > WS-BLK-COUNT
                  MOVE WS-BLK-BASE TO WS-BLK-SECTS(WS-BLK-IX)
                  IF WS-BLK-IX <= WS-BLK-EXTRA
                     ADD 1 TO WS-BLK-SECTS(WS-BLK-IX)
                  END-IF
                  MOVE WS-BLK-NEXT-FIRST TO WS-BLK-FIRST(WS-BLK-IX)
                  COMPUTE WS-BLK-LAST(WS-BLK-IX) =
                          WS-BLK-NEXT-FIRST
                          + WS-BLK-SECTS(WS-BLK-IX) - 1
                  COMPUTE WS-BLK-NEXT-FIRST =
                          WS-BLK-LAST(WS-BLK-IX) + 1
                  MOVE ZERO TO WS-BLK-ELF-IX(WS-BLK-IX)
                               WS-BLK-PARTNER(WS-BLK-IX)
                  MOVE 'N' TO WS-BLK-OFFENDER-SW(WS-BLK-IX)
                  PERFORM SET-BLOCK-REQUIREMENTS
               END-PERFORM
               .

           SET-BLOCK-REQUIREMENTS SECTION.
               MOVE WS-ROSTER-SECTION(WS-BLK-FIRST(WS-BLK-IX))
                 TO WS-BLK-A(WS-BLK-IX)
               MOVE WS-ROSTER-SECTION(WS-BLK-LAST(WS-BLK-IX))
                 TO WS-BLK-B(WS-BLK-IX)
               MOVE SPACES TO WS-BLK-REQ(WS-BLK-IX, 1)
                              WS-BLK-REQ(WS-BLK-IX, 2)
                              WS-BLK-REQ(WS-BLK-IX, 3)
               MOVE ZERO TO WS-BLK-REQ-CNT(WS-BLK-IX)
               MOVE 'N' TO WS-BLK-REQ-OVER-SW(WS-BLK-IX)
               PERFORM VARYING WS-SC-IX FROM 1 BY 1
                       UNTIL WS-SC-IX > WS-SC-COUNT
                  IF  WS-SC-SECTION(WS-SC-IX) >= WS-BLK-A(WS-BLK-IX)
                  AND WS-SC-SECTION(WS-SC-IX) <= WS-BLK-B(WS-BLK-IX)
                     MOVE 'N' TO WS-REQ-FOUND-SW
                     PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                             UNTIL WS-REQ-IX >
                                   WS-BLK-REQ-CNT(WS-BLK-IX)
                        IF WS-BLK-REQ(WS-BLK-IX, WS-REQ-IX) =
                           WS-SC-CERT(WS-SC-IX)
                           SET WS-REQ-FOUND TO TRUE
                        END-IF
                     END-PERFORM
                     IF NOT WS-REQ-FOUND
                        IF WS-BLK-REQ-CNT(WS-BLK-IX) < 3
                           ADD 1 TO WS-BLK-REQ-CNT(WS-BLK-IX)
                           MOVE WS-SC-CERT(WS-SC-IX)
                             TO WS-BLK-REQ(WS-BLK-IX,
                                           WS-BLK-REQ-CNT(WS-BLK-IX))
                        ELSE
                           SET WS-BLK-REQ-OVER(WS-BLK-IX) TO TRUE
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

      *****************************************************************
      *  BLOCKS ARE STAFFED MOST-CONSTRAINED FIRST.  EACH TAKES THE
      *  UNUSED ELIGIBLE ELF HOLDING THE FEWEST CERTIFICATIONS, SO
      *  CERTIFIED ELVES ARE KEPT BACK FOR THE BLOCKS THAT NEED THEM.
      *****************************************************************
           STAFF-SECTION-BLOCKS SECTION.
               PERFORM VARYING WS-BLK-IX FROM 1 BY 1
                       UNTIL WS-BLK-IX > WS-BLK-COUNT
                  MOVE ZERO TO WS-BLK-CAND(WS-BLK-IX)
                  PERFORM VARYING WS-EM-IX FROM 1 BY 1
                          UNTIL WS-EM-IX > WS-EM-COUNT
                     PERFORM CHECK-ELF-ELIGIBLE
                     IF WS-ELF-ELIGIBLE
                        ADD 1 TO WS-BLK-CAND(WS-BLK-IX)
                     END-IF
                  END-PERFORM
                  MOVE WS-BLK-IX TO WS-ORDER-BLK(WS-BLK-IX)
               END-PERFORM
               PERFORM VARYING WS-SORT-IX FROM 2 BY 1
                       UNTIL WS-SORT-IX > WS-BLK-COUNT
                  MOVE WS-ORDER-BLK(WS-SORT-IX) TO WS-ORDER-HOLD
                  MOVE WS-SORT-IX TO WS-SORT-IX2
                  PERFORM UNTIL WS-SORT-IX2 <= 1
                          OR WS-BLK-CAND(WS-ORDER-BLK(WS-SORT-IX2 - 1))
                             <= WS-BLK-CAND(WS-ORDER-HOLD)
                     MOVE WS-ORDER-BLK(WS-SORT-IX2 - 1)
                       TO WS-ORDER-BLK(WS-SORT-IX2)
                     SUBTRACT 1 FROM WS-SORT-IX2
                  END-PERFORM
                  MOVE WS-ORDER-HOLD TO WS-ORDER-BLK(WS-SORT-IX2)
               END-PERFORM
               PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                       UNTIL WS-ORDER-IX > WS-BLK-COUNT
                  MOVE WS-ORDER-BLK(WS-ORDER-IX) TO WS-BLK-IX
                  PERFORM FIND-BEST-ELF
                  IF WS-EM-BEST-IX > ZERO
                     MOVE WS-EM-BEST-IX TO WS-BLK-ELF-IX(WS-BLK-IX)
                     SET WS-EM-USED(WS-EM-BEST-IX) TO TRUE
                  END-IF
               END-PERFORM
               .

           FIND-BEST-ELF SECTION.
               MOVE ZERO TO WS-EM-BEST-IX
               PERFORM VARYING WS-EM-IX FROM 1 BY 1
                       UNTIL WS-EM-IX > WS-EM-COUNT
                  IF NOT WS-EM-USED(WS-EM-IX)
                     PERFORM CHECK-ELF-ELIGIBLE
                     IF WS-ELF-ELIGIBLE
                        IF WS-EM-BEST-IX = ZERO
                           MOVE WS-EM-IX TO WS-EM-BEST-IX
                        ELSE
                           IF WS-EM-CERT-CNT(WS-EM-IX) <
                              WS-EM-CERT-CNT(WS-EM-BEST-IX)
                              MOVE WS-EM-IX TO WS-EM-BEST-IX
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           CHECK-ELF-ELIGIBLE SECTION.
               MOVE 'Y' TO WS-ELIGIBLE-SW
               IF WS-BLK-REQ-OVER(WS-BLK-IX)
                  MOVE 'N' TO WS-ELIGIBLE-SW
               END-IF
               PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                       UNTIL WS-REQ-IX > WS-BLK-REQ-CNT(WS-BLK-IX)
                       OR NOT WS-ELF-ELIGIBLE
                  MOVE 'N' TO WS-REQ-FOUND-SW
                  PERFORM VARYING WS-CERT-SLOT-IX FROM 1 BY 1
                          UNTIL WS-CERT-SLOT-IX > 3
                     IF WS-EM-CERT(WS-EM-IX, WS-CERT-SLOT-IX) =
                        WS-BLK-REQ(WS-BLK-IX, WS-REQ-IX)
                        SET WS-REQ-FOUND TO TRUE
                     END-IF
                  END-PERFORM
                  IF NOT WS-REQ-FOUND
                     MOVE 'N' TO WS-ELIGIBLE-SW
                  END-IF
               END-PERFORM
               .

      *****************************************************************
      *  STAFFED BLOCKS ARE PAIRED WITH THE NEXT STAFFED BLOCK IN
      *  ROSTER ORDER WHOSE ELF IS NOT A REPEAT OFFENDER WITH THIS
      *  ONE.  AN OFFENDER PAIRING IS KEPT ONLY WHEN NO OTHER PARTNER
      *  IS LEFT.  A BLOCK LEFT WITHOUT A PARTNER IS SPLIT WITH A
      *  SPARE ELF WHEN ONE IS ELIGIBLE.
      *****************************************************************
           PAIR-SECTION-BLOCKS SECTION.
               PERFORM VARYING WS-BLK-IX FROM 1 BY 1
                       UNTIL WS-BLK-IX > WS-BLK-COUNT
                  IF  WS-BLK-ELF-IX(WS-BLK-IX) > ZERO
                  AND WS-BLK-PARTNER(WS-BLK-IX) = ZERO
                     PERFORM FIND-BLOCK-PARTNER
                     IF WS-PARTNER-IX = ZERO
                        PERFORM SPLIT-UNPARTNERED-BLOCK
                     END-IF
                     IF WS-PARTNER-IX > ZERO
                        MOVE WS-PARTNER-IX
                          TO WS-BLK-PARTNER(WS-BLK-IX)
                        MOVE WS-BLK-IX
                          TO WS-BLK-PARTNER(WS-PARTNER-IX)
                     END-IF
                  END-IF
               END-PERFORM
               .

           FIND-BLOCK-PARTNER SECTION.
               MOVE ZERO TO WS-PARTNER-IX WS-FALLBACK-IX
               MOVE WS-EM-ID(WS-BLK-ELF-IX(WS-BLK-IX))
                 TO WS-CHK-ELF1
               PERFORM VARYING WS-BLK-IX2 FROM WS-BLK-IX BY 1
                       UNTIL WS-BLK-IX2 >= WS-BLK-COUNT
                       OR WS-PARTNER-IX > ZERO
                  IF  WS-BLK-ELF-IX(WS-BLK-IX2 + 1) > ZERO
                  AND WS-BLK-PARTNER(WS-BLK-IX2 + 1) = ZERO
                     MOVE WS-EM-ID(WS-BLK-ELF-IX(WS-BLK-IX2 + 1))
                       TO WS-CHK-ELF2
                     PERFORM CHECK-OFFENDER-PAIR
                     IF WS-OFFENDER-PAIR
                        IF WS-FALLBACK-IX = ZERO
                           COMPUTE WS-FALLBACK-IX = WS-BLK-IX2 + 1
                        END-IF
                     ELSE
                        COMPUTE WS-PARTNER-IX = WS-BLK-IX2 + 1
                     END-IF
                  END-IF
               END-PERFORM
               IF  WS-PARTNER-IX = ZERO
               AND WS-FALLBACK-IX > ZERO
                  MOVE WS-FALLBACK-IX TO WS-PARTNER-IX
                  SET WS-BLK-OFFENDER-KEPT(WS-BLK-IX) TO TRUE
                  ADD 1 TO WS-KEPT-OFFENDERS
               END-IF
               .

           CHECK-OFFENDER-PAIR SECTION.
               MOVE 'N' TO WS-OFFENDER-SW
               IF WS-CHK-ELF1 > WS-CHK-ELF2
                  MOVE WS-CHK-ELF2 TO WS-OFF-KEY1
                  MOVE WS-CHK-ELF1 TO WS-OFF-KEY2
               ELSE
                  MOVE WS-CHK-ELF1 TO WS-OFF-KEY1
                  MOVE WS-CHK-ELF2 TO WS-OFF-KEY2
               END-IF
               PERFORM VARYING WS-PH-IX FROM 1 BY 1
                       UNTIL WS-PH-IX > WS-PAIR-HIST-COUNT
                  IF  WS-PH-ELF1(WS-PH-IX) = WS-OFF-KEY1
                  AND WS-PH-ELF2(WS-PH-IX) = WS-OFF-KEY2
                  AND WS-PH-COUNT(WS-PH-IX) >= WS-OFFENDER-LIMIT
                     SET WS-OFFENDER-PAIR TO TRUE
                  END-IF
               END-PERFORM
               .

           SPLIT-UNPARTNERED-BLOCK SECTION.
               IF WS-BLK-SECTS(WS-BLK-IX) > 1
                  MOVE WS-BLK-LAST(WS-BLK-IX)  TO WS-BLK-SAVE-LAST
                  MOVE WS-BLK-SECTS(WS-BLK-IX) TO WS-BLK-SAVE-SECTS
                  COMPUTE WS-BLK-IX2 = WS-BLK-COUNT + 1
                  COMPUTE WS-BLK-SECTS(WS-BLK-IX2) =
                          WS-BLK-SECTS(WS-BLK-IX) / 2
                  SUBTRACT WS-BLK-SECTS(WS-BLK-IX2)
                      FROM WS-BLK-SECTS(WS-BLK-IX)
                  COMPUTE WS-BLK-LAST(WS-BLK-IX) =
                          WS-BLK-FIRST(WS-BLK-IX)
                          + WS-BLK-SECTS(WS-BLK-IX) - 1
                  COMPUTE WS-BLK-FIRST(WS-BLK-IX2) =
                          WS-BLK-LAST(WS-BLK-IX) + 1
                  MOVE WS-BLK-SAVE-LAST TO WS-BLK-LAST(WS-BLK-IX2)
                  MOVE ZERO TO WS-BLK-ELF-IX(WS-BLK-IX2)
                               WS-BLK-PARTNER(WS-BLK-IX2)
                  MOVE 'N' TO WS-BLK-OFFENDER-SW(WS-BLK-IX2)
                  PERFORM STAFF-SPLIT-BLOCK
                  IF WS-EM-BEST-IX = ZERO
                     MOVE WS-BLK-SAVE-LAST  TO WS-BLK-LAST(WS-BLK-IX)
                     MOVE WS-BLK-SAVE-SECTS TO WS-BLK-SECTS(WS-BLK-IX)
                  ELSE
                     PERFORM SET-BLOCK-REQUIREMENTS
                     ADD 1 TO WS-BLK-COUNT
                     MOVE WS-EM-BEST-IX TO WS-BLK-ELF-IX(WS-BLK-COUNT)
                     SET WS-EM-USED(WS-EM-BEST-IX) TO TRUE
                     MOVE WS-BLK-COUNT TO WS-PARTNER-IX
                  END-IF
               END-IF
               .

           STAFF-SPLIT-BLOCK SECTION.
               MOVE WS-BLK-IX TO WS-ORDER-HOLD
               MOVE WS-BLK-IX2 TO WS-BLK-IX
               PERFORM SET-BLOCK-REQUIREMENTS
               PERFORM FIND-BEST-ELF
               MOVE WS-ORDER-HOLD TO WS-BLK-IX
               IF WS-EM-BEST-IX > ZERO
                  MOVE WS-EM-ID(WS-BLK-ELF-IX(WS-BLK-IX))
                    TO WS-CHK-ELF1
                  MOVE WS-EM-ID(WS-EM-BEST-IX) TO WS-CHK-ELF2
                  PERFORM CHECK-OFFENDER-PAIR
                  IF WS-OFFENDER-PAIR
                     MOVE ZERO TO WS-EM-BEST-IX
                  END-IF
               END-IF
               .

           WRITE-ASSIGNMENT-FILE SECTION.
               OPEN OUTPUT SCHED-OUT
               IF WS-SCHED-STATUS = '00'
                  PERFORM WRITE-ASSIGNMENT-RECORDS
                  CLOSE SCHED-OUT
               END-IF
               .

           WRITE-ASSIGNMENT-RECORDS SECTION.
               MOVE SPACES TO WS-SCHED-LINE
               STRING 'HDR' WS-CYCLE-DATE-X
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
               WRITE WS-SCHED-LINE
               PERFORM VARYING WS-BLK-IX FROM 1 BY 1
                       UNTIL WS-BLK-IX > WS-BLK-COUNT
                  IF  WS-BLK-PARTNER(WS-BLK-IX) > WS-BLK-IX
                     PERFORM SET-OUTPUT-PAIR
                     ADD 1 TO WS-PAIR-COUNT
                     MOVE SPACES TO WS-SCHED-LINE
                     STRING WS-OUT-ELF1 DELIMITED BY SPACE
                            ',' DELIMITED BY SIZE
                            WS-OUT-ELF2 DELIMITED BY SPACE
                            ',' WS-BLK-A(WS-OUT-BLK1)
                            '-' WS-BLK-B(WS-OUT-BLK1)
                            ',' WS-BLK-A(WS-OUT-BLK2)
                            '-' WS-BLK-B(WS-OUT-BLK2)
                            DELIMITED BY SIZE
                        INTO WS-SCHED-LINE
                     WRITE WS-SCHED-LINE
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-SCHED-LINE
               STRING 'TRL' WS-PAIR-COUNT
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
               WRITE WS-SCHED-LINE
               .

           SET-OUTPUT-PAIR SECTION.
               MOVE WS-BLK-IX TO WS-OUT-BLK1
               MOVE WS-BLK-PARTNER(WS-BLK-IX) TO WS-OUT-BLK2
               MOVE WS-EM-ID(WS-BLK-ELF-IX(WS-OUT-BLK1))
                 TO WS-OUT-ELF1
               MOVE WS-EM-ID(WS-BLK-ELF-IX(WS-OUT-BLK2))
                 TO WS-OUT-ELF2
               IF WS-OUT-ELF1 > WS-OUT-ELF2
                  MOVE WS-OUT-ELF1 TO WS-ELF-HOLD
                  MOVE WS-OUT-ELF2 TO WS-OUT-ELF1
                  MOVE WS-ELF-HOLD TO WS-OUT-ELF2
                  MOVE WS-OUT-BLK1 TO WS-ORDER-HOLD
                  MOVE WS-OUT-BLK2 TO WS-OUT-BLK1
                  MOVE WS-ORDER-HOLD TO WS-OUT-BLK2
               END-IF
               .

           WRITE-SCHEDULE-REPORT SECTION.
               OPEN OUTPUT REPORT-OUT
               MOVE WS-ROSTER-COUNT TO WS-COUNT-DISP
               MOVE WS-EM-COUNT TO WS-COUNT-DISP2
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED ASSIGNMENTS FOR ' WS-CYCLE-DATE-X
                      ' FILE=' WS-SCHED-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ROSTER=' WS-ROSTER-FILE
                      ' SECTIONS=' WS-COUNT-DISP
                      ' ACTIVE-ELVES=' WS-COUNT-DISP2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REPEAT OFFENDERS SINCE ' WS-OFFENDER-FROM-X
                      ' (LIMIT=' WS-OFFENDER-LIMIT ')='
                      WS-OFFENDERS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               MOVE 9999 TO WS-LOAD-MIN
               MOVE ZERO TO WS-LOAD-MAX
               PERFORM VARYING WS-BLK-IX FROM 1 BY 1
                       UNTIL WS-BLK-IX > WS-BLK-COUNT
                  EVALUATE TRUE
                     WHEN WS-BLK-PARTNER(WS-BLK-IX) > WS-BLK-IX
                        PERFORM WRITE-PAIR-LINE
                     WHEN WS-BLK-PARTNER(WS-BLK-IX) > ZERO
                        CONTINUE
                     WHEN OTHER
                        PERFORM WRITE-UNCOVERED-LINE
                  END-EVALUATE
               END-PERFORM

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-EM-IX FROM 1 BY 1
                       UNTIL WS-EM-IX > WS-EM-COUNT
                  IF NOT WS-EM-USED(WS-EM-IX)
                     ADD 1 TO WS-SPARE-ELVES
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'SPARE ELF=' WS-EM-ID(WS-EM-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-PERFORM
               IF WS-PAIR-COUNT = ZERO
                  MOVE ZERO TO WS-LOAD-MIN
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PAIRS=' WS-PAIR-COUNT
                      ' SECTIONS-PER-ELF MIN=' WS-LOAD-MIN
                      ' MAX=' WS-LOAD-MAX
                      ' UNCOVERED-SECTIONS=' WS-UNCOVERED
                      ' OFFENDERS-KEPT=' WS-KEPT-OFFENDERS
                      ' SPARE-ELVES=' WS-SPARE-ELVES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT
               .

           WRITE-PAIR-LINE SECTION.
               PERFORM SET-OUTPUT-PAIR
               MOVE WS-BLK-SECTS(WS-OUT-BLK1) TO WS-SECTS-DISP
               MOVE WS-BLK-SECTS(WS-OUT-BLK2) TO WS-SECTS-DISP2
               MOVE WS-BLK-SECTS(WS-OUT-BLK1)
                 TO WS-EM-SECTIONS(WS-BLK-ELF-IX(WS-OUT-BLK1))
               MOVE WS-BLK-SECTS(WS-OUT-BLK2)
                 TO WS-EM-SECTIONS(WS-BLK-ELF-IX(WS-OUT-BLK2))
               IF WS-SECTS-DISP < WS-LOAD-MIN
                  MOVE WS-SECTS-DISP TO WS-LOAD-MIN
               END-IF
               IF WS-SECTS-DISP2 < WS-LOAD-MIN
                  MOVE WS-SECTS-DISP2 TO WS-LOAD-MIN
               END-IF
               IF WS-SECTS-DISP > WS-LOAD-MAX
                  MOVE WS-SECTS-DISP TO WS-LOAD-MAX
               END-IF
               IF WS-SECTS-DISP2 > WS-LOAD-MAX
                  MOVE WS-SECTS-DISP2 TO WS-LOAD-MAX
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ELF1=' WS-OUT-ELF1
                      ' RANGE1=' WS-BLK-A(WS-OUT-BLK1)
                      '-' WS-BLK-B(WS-OUT-BLK1)
                      ' SECTIONS=' WS-SECTS-DISP
                      ' ELF2=' WS-OUT-ELF2
                      ' RANGE2=' WS-BLK-A(WS-OUT-BLK2)
                      '-' WS-BLK-B(WS-OUT-BLK2)
                      ' SECTIONS=' WS-SECTS-DISP2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-BLK-OFFENDER-KEPT(WS-BLK-IX)
                  MOVE 'REPEAT OFFENDER - NO OTHER PARTNER'
                    TO WS-REPORT-LINE(86:35)
               END-IF
               WRITE WS-REPORT-LINE
               .

           WRITE-UNCOVERED-LINE SECTION.
               ADD WS-BLK-SECTS(WS-BLK-IX) TO WS-UNCOVERED
               MOVE WS-BLK-SECTS(WS-BLK-IX) TO WS-SECTS-DISP
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-BLK-ELF-IX(WS-BLK-IX) = ZERO
                  ADD 1 TO WS-UNSTAFFED
                  MOVE SPACES TO WS-REQ-LIST
                  STRING WS-BLK-REQ(WS-BLK-IX, 1) ' '
                         WS-BLK-REQ(WS-BLK-IX, 2) ' '
                         WS-BLK-REQ(WS-BLK-IX, 3)
                     DELIMITED BY SIZE INTO WS-REQ-LIST
                  STRING 'UNCOVERED RANGE=' WS-BLK-A(WS-BLK-IX)
                         '-' WS-BLK-B(WS-BLK-IX)
                         ' SECTIONS=' WS-SECTS-DISP
                         ' NO ACTIVE ELF HOLDS ' WS-REQ-LIST
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                  ADD 1 TO WS-UNPAIRED
                  STRING 'UNCOVERED RANGE=' WS-BLK-A(WS-BLK-IX)
                         '-' WS-BLK-B(WS-BLK-IX)
                         ' SECTIONS=' WS-SECTS-DISP
                         ' ELF='
                         WS-EM-ID(WS-BLK-ELF-IX(WS-BLK-IX))
                         ' HAS NO PARTNER'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
               .
