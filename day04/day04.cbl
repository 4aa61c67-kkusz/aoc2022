              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT DETAIL-OUT ASSIGN TO WS-DETAIL-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SHIFTS-OUT ASSIGN TO WS-SHIFT-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT COVERAGE-OUT ASSIGN TO WS-COVERAGE-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OVLHIST-OUT ASSIGN TO WS-OVLHIST-FILE
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFMST-STATUS.
              SELECT ELF-HIST ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFHST-STATUS.
              SELECT SECTCERT-FILE ASSIGN TO 'section_certs.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECTCERT-STATUS.
              SELECT ROSTER-FILE ASSIGN TO WS-ROSTER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT CARRY-IN ASSIGN TO 'day04_carry_forward.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRY-STATUS.
              SELECT STATS-OUT ASSIGN TO 'runstats.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATS-STATUS.
              FD DETAIL-OUT.
              01 WS-DETAIL-LINE    PIC X(80).

              FD SHIFTS-OUT.
              01 OUT-SHIFT-CARD.
                 03 OUT-SHIFT-DATE     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SHIFT-ELF      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SHIFT-START    PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SHIFT-END      PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SHIFT-RECORD   PIC 9(7).

              FD COVERAGE-OUT.
              01 WS-COVERAGE-LINE  PIC X(100).

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
              FD ROSTER-FILE.
              01 IN-ROSTER-RECORD  PIC X(4).

              FD CARRY-IN.
              01 IN-CARRY-CARD.
                 03 IN-CARRY-SECTION   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CARRY-SINCE     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CARRY-ELF       PIC X(8).

              FD STATS-OUT.
              01 WS-STATS-LINE      PIC X(100).

              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
               01 WS-PERD-OPEN-SW   PIC X.
                  88 WS-PERD-OPEN        VALUE 'Y'.
               01 WS-RUN-DATE       PIC 9(8).
               01 WS-ASSIGN-FILE    PIC X(40).
               01 WS-DETAIL-FILE    PIC X(40)
                  VALUE 'day04_detail.txt'.
               01 WS-SHIFT-FILE     PIC X(40)
                  VALUE 'day04_shifts.txt'.
               01 WS-COVERAGE-FILE  PIC X(40)
                  VALUE 'day04_coverage.txt'.
               01 WS-OVLHIST-FILE   PIC X(40)
               01 WS-FC-COUNT-DISP  PIC 9(3).

               01 WS-ELFMST-STATUS  PIC X(2).
               01 WS-ELFHST-STATUS  PIC X(2).
               01 WS-EM-NEW-ID      PIC X(8).
               01 WS-SECTCERT-STATUS PIC X(2).
               01 WS-EM-EOF-SW      PIC X.
                  88 WS-EM-EOF              VALUE 'Y'.
                  88 WS-ROSTER-CHECK-BAD     VALUE 'N'.
               01 WS-ROSTER-REJ-COUNT PIC 9(5) COMP VALUE 0.

      *  UNFINISHED SECTIONS CARRIED FORWARD FROM EARLIER DAYS BY
      *  SECTCOMP, SHOWN AS PRIORITY WORK ON THE COVERAGE REPORT.
               01 WS-CARRY-STATUS   PIC X(2).
               01 WS-CARRY-EOF-SW   PIC X.
                  88 WS-CARRY-EOF           VALUE 'Y'.
               01 WS-MAX-CARRY      PIC 9(4) COMP VALUE 2000.
               01 WS-CARRY-TABLE.
                  03 WS-CARRY-ENTRY OCCURS 2000.
                     05 WS-CARRY-SECTION PIC 9(4).
                     05 WS-CARRY-SINCE   PIC X(8).
                     05 WS-CARRY-ELF     PIC X(8).
               01 WS-CARRY-COUNT    PIC 9(4) COMP VALUE 0.
               01 WS-CARRY-IX       PIC 9(4) COMP.
               01 WS-CARRY-HIT      PIC 9(4) COMP.
               01 WS-CARRY-COVERED  PIC 9(4) VALUE 0.
               01 WS-CARRY-OPEN     PIC 9(4) VALUE 0.

               01 WS-COUNT-PCT      PIC 999V99 VALUE 0.
               01 WS-OVERLAP-PCT    PIC 999V99 VALUE 0.

               MOVE ZERO TO LK-DAY04-STATUS-CODE
               MOVE SPACES TO LK-DAY04-STATUS-REASON
               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO LK-DAY04-STATUS-CODE
                  MOVE 'BUSINESS DATE IS CLOSED'
                    TO LK-DAY04-STATUS-REASON
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X
               ACCEPT WS-HIST-RUN-TIME FROM TIME
               MOVE WS-HIST-RUN-TIME TO WS-STAT-START-TIME
                  SET WS-SHADOW-MODE TO TRUE
                  MOVE 'shadow_day04_detail.txt'
                    TO WS-DETAIL-FILE
                  MOVE 'shadow_day04_shifts.txt'
                    TO WS-SHIFT-FILE
                  MOVE 'shadow_day04_coverage.txt'
                    TO WS-COVERAGE-FILE
                  MOVE 'shadow_day04_overlap_hist.txt'
               END-IF

               PERFORM LOAD-ROSTER
               PERFORM LOAD-CARRY-FORWARD
               PERFORM LOAD-ELF-CERTS
               PERFORM LOAD-SECTION-CERTS
               IF WS-EM-COUNT > ZERO AND WS-SC-COUNT > ZERO
                  GOBACK
               END-IF
               OPEN OUTPUT DETAIL-OUT
               OPEN OUTPUT SHIFTS-OUT
               PERFORM UNTIL WS-EOF
                   READ ASSIGN-FILE
                   AT END
                            DELIMITED BY SIZE
                            INTO LK-DAY04-STATUS-REASON
                         CLOSE ASSIGN-FILE
                         CLOSE DETAIL-OUT SHIFTS-OUT
                         MOVE ZERO TO LK-DAY04-COUNT
                                      LK-DAY04-OVERLAP
                         PERFORM WRITE-RUN-LOG-END
                      END-IF
               END-PERFORM
               CLOSE ASSIGN-FILE
               CLOSE DETAIL-OUT SHIFTS-OUT

               PERFORM WRITE-COVERAGE-REPORT
               PERFORM WRITE-OFFENDER-REPORT
                  MOVE 'HEADER DATE MISMATCH'
                    TO LK-DAY04-STATUS-REASON
                  CLOSE ASSIGN-FILE
                  CLOSE DETAIL-OUT SHIFTS-OUT
                  MOVE ZERO TO LK-DAY04-COUNT LK-DAY04-OVERLAP
                  PERFORM WRITE-RUN-LOG-END
                  GOBACK
                  MOVE 'MALFORMED TRAILER RECORD'
                    TO LK-DAY04-STATUS-REASON
                  CLOSE ASSIGN-FILE
                  CLOSE DETAIL-OUT SHIFTS-OUT
                  MOVE ZERO TO LK-DAY04-COUNT LK-DAY04-OVERLAP
                  PERFORM WRITE-RUN-LOG-END
                  GOBACK
               END-IF
               IF LK-DAY04-STATUS-CODE NOT = ZERO
                  CLOSE ASSIGN-FILE
                  CLOSE DETAIL-OUT SHIFTS-OUT
                  MOVE ZERO TO LK-DAY04-COUNT LK-DAY04-OVERLAP
                  PERFORM WRITE-RUN-LOG-END
                  GOBACK
                         WS-COVER-OTHER(WS-COVER-IX)
                         ' TOTAL=' WS-COVER-TOTAL
                     DELIMITED BY SIZE INTO WS-COVERAGE-LINE
                  PERFORM FIND-CARRY-SECTION
                  IF WS-CARRY-HIT > ZERO
                     MOVE ' PRIORITY' TO WS-COVERAGE-LINE(81:9)
                  END-IF
                  WRITE WS-COVERAGE-LINE
               END-PERFORM

                     WRITE WS-COVERAGE-LINE
                  END-IF
               END-PERFORM
               IF WS-CARRY-COUNT > ZERO
                  PERFORM WRITE-PRIORITY-SECTIONS
               END-IF
               CLOSE COVERAGE-OUT
               .

           WRITE-PRIORITY-SECTIONS SECTION.
               MOVE SPACES TO WS-COVERAGE-LINE
               WRITE WS-COVERAGE-LINE
               MOVE 'PRIORITY WORK CARRIED FORWARD FROM EARLIER DAYS'
                 TO WS-COVERAGE-LINE
               WRITE WS-COVERAGE-LINE
               PERFORM VARYING WS-CARRY-IX FROM 1 BY 1
                       UNTIL WS-CARRY-IX > WS-CARRY-COUNT
                  MOVE ZERO TO WS-COVER-TOTAL
                  PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                          UNTIL WS-COVER-IX > WS-ROSTER-COUNT
                     IF WS-ROSTER-SECTION(WS-COVER-IX) =
                        WS-CARRY-SECTION(WS-CARRY-IX)
                        COMPUTE WS-COVER-TOTAL =
                                WS-COVER-FULL(WS-COVER-IX)
                                + WS-COVER-PART(WS-COVER-IX)
                                + WS-COVER-OTHER(WS-COVER-IX)
                     END-IF
                  END-PERFORM
                  MOVE SPACES TO WS-COVERAGE-LINE
                  IF WS-COVER-TOTAL > ZERO
                     ADD 1 TO WS-CARRY-COVERED
                     STRING 'PRIORITY-SECTION='
                            WS-CARRY-SECTION(WS-CARRY-IX)
                            ' SINCE=' WS-CARRY-SINCE(WS-CARRY-IX)
                            ' ORIGINAL-ELF=' WS-CARRY-ELF(WS-CARRY-IX)
                            ' ASSIGNED TODAY'
                        DELIMITED BY SIZE INTO WS-COVERAGE-LINE
                  ELSE
                     ADD 1 TO WS-CARRY-OPEN
                     STRING 'PRIORITY-SECTION='
                            WS-CARRY-SECTION(WS-CARRY-IX)
                            ' SINCE=' WS-CARRY-SINCE(WS-CARRY-IX)
                            ' ORIGINAL-ELF=' WS-CARRY-ELF(WS-CARRY-IX)
                            ' NOT ASSIGNED TODAY'
                        DELIMITED BY SIZE INTO WS-COVERAGE-LINE
                  END-IF
                  WRITE WS-COVERAGE-LINE
               END-PERFORM
               MOVE SPACES TO WS-COVERAGE-LINE
               STRING 'PRIORITY SECTIONS ASSIGNED=' WS-CARRY-COVERED
                      ' STILL UNASSIGNED=' WS-CARRY-OPEN
                  DELIMITED BY SIZE INTO WS-COVERAGE-LINE
               WRITE WS-COVERAGE-LINE
               .

           LOAD-CARRY-FORWARD SECTION.
               MOVE 'N' TO WS-CARRY-EOF-SW
               OPEN INPUT CARRY-IN
               IF WS-CARRY-STATUS = '00'
                  PERFORM UNTIL WS-CARRY-EOF
                     READ CARRY-IN
                     AT END
                        SET WS-CARRY-EOF TO TRUE
                     NOT AT END
                        IF  IN-CARRY-SECTION IS NUMERIC
                        AND IN-CARRY-SINCE < WS-RUN-DATE-X
                        AND WS-CARRY-COUNT < WS-MAX-CARRY
                           ADD 1 TO WS-CARRY-COUNT
                           MOVE IN-CARRY-SECTION
                             TO WS-CARRY-SECTION(WS-CARRY-COUNT)
                           MOVE IN-CARRY-SINCE
                             TO WS-CARRY-SINCE(WS-CARRY-COUNT)
                           MOVE IN-CARRY-ELF
                             TO WS-CARRY-ELF(WS-CARRY-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CARRY-IN
               END-IF
               .

           FIND-CARRY-SECTION SECTION.
               MOVE ZERO TO WS-CARRY-HIT
               PERFORM VARYING WS-CARRY-IX FROM 1 BY 1
                       UNTIL WS-CARRY-IX > WS-CARRY-COUNT
                       OR WS-CARRY-HIT > ZERO
                  IF WS-CARRY-SECTION(WS-CARRY-IX) =
                     WS-ROSTER-SECTION(WS-COVER-IX)
                     MOVE WS-CARRY-IX TO WS-CARRY-HIT
                  END-IF
               END-PERFORM
               .

           WRITE-OFFENDER-REPORT SECTION.
               MOVE 'OFFENDER_LIMIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME

           LOAD-ELF-CERTS SECTION.
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
                           IF  IN-HIST-FROM <= WS-RUN-DATE-X
                           AND IN-HIST-TO >= WS-RUN-DATE-X
                              MOVE IN-HIST-ID TO WS-EM-NEW-ID
                              MOVE IN-HIST-CERTS TO WS-EM-CERTS-RAW
                              PERFORM ADD-ELF-CERT-ENTRY
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-HIST
               ELSE
                  OPEN INPUT ELF-MASTER
                  IF WS-ELFMST-STATUS NOT = '00'
                     DISPLAY 'DAY04: NO ELF MASTER - CERTIFICATIONS '
                             'NOT CHECKED'
                  ELSE
                     PERFORM UNTIL WS-EM-EOF
                        READ ELF-MASTER
                        AT END
                           SET WS-EM-EOF TO TRUE
                        NOT AT END
                           MOVE IN-ELF-ID TO WS-EM-NEW-ID
                           MOVE IN-ELF-CERTS TO WS-EM-CERTS-RAW
                           PERFORM ADD-ELF-CERT-ENTRY
                        END-READ
                     END-PERFORM
                     CLOSE ELF-MASTER
                  END-IF
               END-IF
               .

           ADD-ELF-CERT-ENTRY SECTION.
               IF  WS-EM-NEW-ID NOT = SPACES
               AND WS-EM-COUNT < WS-MAX-EM
                  ADD 1 TO WS-EM-COUNT
                  MOVE WS-EM-NEW-ID
                    TO WS-EM-ID(WS-EM-COUNT)
                  MOVE WS-EM-RAW-CERT1
                    TO WS-EM-CERT(WS-EM-COUNT, 1)
                  MOVE WS-EM-RAW-CERT2
                    TO WS-EM-CERT(WS-EM-COUNT, 2)
                  MOVE WS-EM-RAW-CERT3
                    TO WS-EM-CERT(WS-EM-COUNT, 3)
               END-IF
               .

                     INTO WS-DETAIL-LINE
               END-IF
               WRITE WS-DETAIL-LINE
               IF  WS-HAS-WINDOWS
               AND WS-ELF1-ID NOT = SPACES
                  PERFORM WRITE-SHIFT-RECORDS
               END-IF
               IF  WS-FULL-CONTAINMENT
               AND WS-TIME-OVERLAP
               AND WS-ELF1-ID NOT = SPACES
               END-IF
               .

      *****************************************************************
      *  VALIDATED SHIFT WINDOWS, ONE CARD PER ELF PER ASSIGNMENT, FOR
      *  THE TIMESHEET RUN.
      *****************************************************************
           WRITE-SHIFT-RECORDS SECTION.
               MOVE SPACES TO OUT-SHIFT-CARD
               MOVE WS-RUN-DATE-X   TO OUT-SHIFT-DATE
               MOVE WS-RECORDS-READ TO OUT-SHIFT-RECORD
               MOVE WS-ELF1-ID      TO OUT-SHIFT-ELF
               MOVE WS-WIN1A        TO OUT-SHIFT-START
               MOVE WS-WIN1B        TO OUT-SHIFT-END
               WRITE OUT-SHIFT-CARD
               MOVE WS-ELF2-ID      TO OUT-SHIFT-ELF
               MOVE WS-WIN2A        TO OUT-SHIFT-START
               MOVE WS-WIN2B        TO OUT-SHIFT-END
               WRITE OUT-SHIFT-CARD
               .

           WRITE-OVERLAP-HISTORY SECTION.
               OPEN EXTEND OVLHIST-OUT
               IF WS-OVLHIST-STATUS NOT = '00'
