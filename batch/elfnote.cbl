           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFNOTE.

      *****************************************************************
      *  ELF DAILY NOTICES.  RUN AFTER THE BATCH.  EVERY ACTIVE ELF ON
      *  ELF_MASTER.TXT GETS ONE NOTICE ON ELF_NOTICES.TXT, GROUPED BY
      *  CAMP FOR DISTRIBUTION, HOLDING EVERYTHING THAT APPLIES TO THE
      *  ELF FOR THE BUSINESS DATE:
      *
      *     DAY04    SECTION ASSIGNMENT AND PARTNER (DAY04_DETAIL.TXT)
      *              AND SHIFT WINDOWS (DAY04_SHIFTS.TXT)
      *     DAY03P2  BADGE HELD, OR BADGE OF THE ELF'S WORKGROUP
      *              (DAY03_BADGES.TXT, WORKGROUPS.TXT)
      *     RATIONCK OVER OR UNDER RATION (RATION_REPORT.TXT)
      *     DAY03    ITEM MISPLACED IN BOTH COMPARTMENTS
      *              (DAY03_DETAIL.TXT) AND OPEN REPACK ORDERS
      *              (REPACK_ORDERS.TXT)
      *
      *  THE DAY03 AND DAY04 DETAIL FILES CARRY NO DATE, SO THEY ARE
      *  ONLY USED WHEN RUNSTATS.TXT SHOWS THE ENGINE RAN FOR THE
      *  DATE.  THE OTHER FILES ARE USED ONLY WHEN THEY ARE FOR THE
      *  DATE.  ELF_NOTICES_CONTROL.TXT COUNTS THE NOTICES PRODUCED
      *  PER CAMP, SAYS WHICH SOURCES WERE USED AND LISTS THE ELVES
      *  WITH NOTHING TO REPORT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT MASTER-IN ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT SOURCE-IN ASSIGN TO WS-SOURCE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
              SELECT NOTICE-OUT ASSIGN TO 'elf_notices.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CONTROL-OUT ASSIGN TO 'elf_notices_control.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
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

              FD SOURCE-IN.
              01 IN-SOURCE-LINE        PIC X(132).
      *  DAY04_SHIFTS.TXT
              01 IN-SHIFT-CARD.
                 03 IN-SHIFT-DATE      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-ELF       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-START     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-END       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-RECORD    PIC X(7).
      *  DAY03_BADGES.TXT
              01 IN-BADGE-LINE.
                 03 FILLER             PIC X(5).
                 03 IN-BDG-DATE        PIC X(8).
                 03 FILLER             PIC X(7).
                 03 IN-BDG-GROUP       PIC X(5).
                 03 FILLER             PIC X(7).
                 03 IN-BDG-BADGE       PIC X(1).
                 03 FILLER             PIC X(10).
                 03 IN-BDG-PRIORITY    PIC X(2).
                 03 FILLER             PIC X(8).
                 03 IN-BDG-HOLDER      PIC X(8).
                 03 FILLER             PIC X(11).
                 03 IN-BDG-WORKGROUP   PIC X(4).
      *  WORKGROUPS.TXT
              01 IN-WG-CARD.
                 03 IN-WG-GROUP        PIC X(4).
                 03 IN-WG-SLOT OCCURS 3.
                    05 FILLER             PIC X(1).
                    05 IN-WG-ELF          PIC X(8).
      *  DAY03_DETAIL.TXT
              01 IN-D3DET-LINE.
                 03 FILLER             PIC X(4).
                 03 IN-D3DET-ELF       PIC X(8).
                 03 FILLER             PIC X(10).
                 03 IN-D3DET-VALUE     PIC X(4).
      *  REPACK_ORDERS.TXT
              01 IN-REPACK-CARD.
                 03 IN-RPK-ORDER       PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-RPK-ELF         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RPK-ITEM        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-RPK-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-RPK-OPENED      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RPK-LAST-SEEN   PIC X(8).

              FD NOTICE-OUT.
              01 WS-NOTICE-LINE        PIC X(132).

              FD CONTROL-OUT.
              01 WS-CONTROL-LINE       PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-SOURCE-STATUS      PIC X(2).
              01 WS-SOURCE-FILE        PIC X(40).
              01 WS-SOURCE-EOF-SW      PIC X.
                 88 WS-SOURCE-EOF           VALUE 'Y'.
              01 WS-SOURCE-OK-SW       PIC X.
                 88 WS-SOURCE-OK            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X         PIC X(8).
              01 WS-ENGINE-ID          PIC X(8).
              01 WS-ENGINE-RAN-SW      PIC X.
                 88 WS-ENGINE-RAN           VALUE 'Y'.

              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.
              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.
                 03 WS-ELF-ENTRY OCCURS 2000.
                    05 WS-ELF-CAMP        PIC X(4).
                    05 WS-ELF-ORDINAL     PIC X(4).
                    05 WS-ELF-ID          PIC X(8).
                    05 WS-ELF-NAME        PIC X(20).
              01 WS-ELF-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ELF-IX             PIC 9(4) COMP.
              01 WS-FIND-ID            PIC X(8).
              01 IX                    PIC 9(4) COMP.
              01 IX2                   PIC 9(4) COMP.
              01 WS-ELF-HOLD           PIC X(36).

      *  EVERYTHING FOUND FOR THE DAY, IN THE ORDER IT IS PRINTED
              01 WS-MAX-ITEMS          PIC 9(5) COMP VALUE 20000.
              01 WS-ITEM-TABLE.
                 03 WS-ITEM-ENTRY OCCURS 20000.
                    05 WS-ITEM-ELF        PIC X(8).
                    05 WS-ITEM-TEXT       PIC X(100).
              01 WS-ITEM-COUNT         PIC 9(5) COMP VALUE 0.
              01 WS-ITEM-IX            PIC 9(5) COMP.
              01 WS-ITEM-FULL-SW       PIC X VALUE 'N'.
                 88 WS-ITEM-FULL            VALUE 'Y'.
              01 WS-NEW-ELF            PIC X(8).
              01 WS-NEW-TEXT           PIC X(100).

              01 WS-MAX-GROUPS         PIC 9(4) COMP VALUE 1000.
              01 WS-WG-TABLE.
                 03 WS-WG-ENTRY OCCURS 1000.
                    05 WS-WG-GROUP        PIC X(4).
                    05 WS-WG-ELF          PIC X(8) OCCURS 3.
              01 WS-WG-COUNT           PIC 9(4) COMP VALUE 0.
              01 WS-WG-IX              PIC 9(4) COMP.
              01 WS-SLOT-IX            PIC 9(1) COMP.

              01 WS-TOKEN-1            PIC X(30).
              01 WS-TOKEN-2            PIC X(30).
              01 WS-TOKEN-3            PIC X(30).
              01 WS-TOKEN-4            PIC X(30).
              01 WS-TOKEN-5            PIC X(30).
              01 WS-TOKEN-6            PIC X(30).
              01 WS-TOKEN-7            PIC X(30).
              01 WS-TOKEN-TAG          PIC X(30).
              01 WS-TAG-NAME           PIC X(20).
              01 WS-TAG-VALUE          PIC X(20).
              01 WS-D4-ELF1            PIC X(8).
              01 WS-D4-ELF2            PIC X(8).
              01 WS-D4-PAIR            PIC X(20).
              01 WS-D4-CLASS           PIC X(20).
              01 WS-D4-RANGE1          PIC X(10).
              01 WS-D4-RANGE2          PIC X(10).
              01 WS-RTN-CAMP           PIC X(4).
              01 WS-RTN-ORDINAL        PIC X(4).
              01 WS-RTN-CALORIES       PIC X(20).
              01 WS-RTN-FLOOR          PIC X(20).
              01 WS-RTN-CEILING        PIC X(20).
              01 WS-RTN-VERDICT        PIC X(20).
              01 WS-D3-PART            PIC X(100).

              01 WS-MAX-CAMPS          PIC 9(3) COMP VALUE 100.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 100.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-NOTICES    PIC 9(5).
                    05 WS-CAMP-ITEMS      PIC 9(7).
                    05 WS-CAMP-QUIET      PIC 9(5).
              01 WS-CAMP-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(3) COMP.
              01 WS-LAST-CAMP          PIC X(4).

              01 WS-ELF-ITEMS          PIC 9(5).
              01 WS-NOTICE-COUNT       PIC 9(5) VALUE 0.
              01 WS-QUIET-COUNT        PIC 9(5) VALUE 0.
              01 WS-SOURCE-TEXT        PIC X(60).
              01 WS-LOADED-COUNT       PIC 9(5).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X

               PERFORM LOAD-ELF-MASTER
               IF WS-ELF-COUNT = ZERO
                  DISPLAY 'ELFNOTE: NO ACTIVE ELVES ON THE ELF MASTER '
                          '- NO NOTICES'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM SORT-ELVES-BY-CAMP

               OPEN OUTPUT CONTROL-OUT
               MOVE SPACES TO WS-CONTROL-LINE
               STRING 'ELF NOTICE CONTROL LISTING FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               MOVE SPACES TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               MOVE 'SOURCES' TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE

               PERFORM LOAD-SECTION-ASSIGNMENTS
               PERFORM LOAD-SHIFT-WINDOWS
               PERFORM LOAD-WORK-GROUPS
               PERFORM LOAD-BADGES
               PERFORM LOAD-RATION-FLAGS
               PERFORM LOAD-MISPLACED-ITEMS
               PERFORM LOAD-REPACK-ORDERS
               IF WS-ITEM-FULL
                  MOVE SPACES TO WS-CONTROL-LINE
                  MOVE WS-MAX-ITEMS TO WS-LOADED-COUNT
                  STRING '  MORE THAN ' WS-LOADED-COUNT
                         ' NOTICE ITEMS - THE REST ARE NOT PRINTED'
                     DELIMITED BY SIZE INTO WS-CONTROL-LINE
                  WRITE WS-CONTROL-LINE
                  MOVE 4 TO RETURN-CODE
               END-IF

               OPEN OUTPUT NOTICE-OUT
               MOVE SPACES TO WS-NOTICE-LINE
               STRING 'ELF DAILY NOTICES FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE WS-NOTICE-LINE
               MOVE SPACES TO WS-LAST-CAMP
               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                       UNTIL WS-ELF-IX > WS-ELF-COUNT
                  IF WS-ELF-CAMP(WS-ELF-IX) NOT = WS-LAST-CAMP
                     PERFORM START-CAMP-GROUP
                  END-IF
                  PERFORM WRITE-ONE-NOTICE
               END-PERFORM
               CLOSE NOTICE-OUT

               PERFORM WRITE-CONTROL-TOTALS
               CLOSE CONTROL-OUT

               DISPLAY 'ELFNOTE: ' WS-NOTICE-COUNT ' NOTICE(S), '
                       WS-QUIET-COUNT ' WITH NOTHING TO REPORT - SEE '
                       'ELF_NOTICES.TXT'
               GOBACK.

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS = '00'
                  PERFORM UNTIL WS-MASTER-EOF
                     READ MASTER-IN
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        IF  IN-ELF-ORDINAL IS NUMERIC
                        AND IN-ELF-CAMP NOT = SPACES
                        AND IN-ELF-STATUS NOT = 'D'
                        AND WS-ELF-COUNT < WS-MAX-ELVES
                           ADD 1 TO WS-ELF-COUNT
                           MOVE IN-ELF-CAMP
                             TO WS-ELF-CAMP(WS-ELF-COUNT)
                           MOVE IN-ELF-ORDINAL
                             TO WS-ELF-ORDINAL(WS-ELF-COUNT)
                           MOVE IN-ELF-ID
                             TO WS-ELF-ID(WS-ELF-COUNT)
                           MOVE IN-ELF-NAME
                             TO WS-ELF-NAME(WS-ELF-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE MASTER-IN
               END-IF
               .

           SORT-ELVES-BY-CAMP SECTION.
               PERFORM VARYING IX FROM 2 BY 1
                       UNTIL IX > WS-ELF-COUNT
                  MOVE WS-ELF-ENTRY(IX) TO WS-ELF-HOLD
                  MOVE IX TO IX2
                  PERFORM UNTIL IX2 <= 1
                          OR WS-ELF-ENTRY(IX2 - 1)(1:8)
                             <= WS-ELF-HOLD(1:8)
                     MOVE WS-ELF-ENTRY(IX2 - 1)
                       TO WS-ELF-ENTRY(IX2)
                     SUBTRACT 1 FROM IX2
                  END-PERFORM
                  MOVE WS-ELF-HOLD TO WS-ELF-ENTRY(IX2)
               END-PERFORM
               .

           FIND-ELF-BY-ID SECTION.
               MOVE ZERO TO WS-ELF-IX
               IF WS-FIND-ID NOT = SPACES
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-ELF-COUNT
                     IF WS-ELF-ID(IX) = WS-FIND-ID
                        MOVE IX TO WS-ELF-IX
                        MOVE WS-ELF-COUNT TO IX
                     END-IF
                  END-PERFORM
               END-IF
               .

           ADD-NOTICE-ITEM SECTION.
               IF WS-NEW-ELF NOT = SPACES
                  IF WS-ITEM-COUNT >= WS-MAX-ITEMS
                     SET WS-ITEM-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-ITEM-COUNT
                     ADD 1 TO WS-LOADED-COUNT
                     MOVE WS-NEW-ELF  TO WS-ITEM-ELF(WS-ITEM-COUNT)
                     MOVE WS-NEW-TEXT TO WS-ITEM-TEXT(WS-ITEM-COUNT)
                  END-IF
               END-IF
               .

      *****************************************************************
      *  RUNSTATS.TXT HOLDS ONE LINE PER ENGINE RUN:
      *     PROGRAM=XXXXXXXX DATE=YYYYMMDD ...
      *****************************************************************
           CHECK-ENGINE-RAN SECTION.
               MOVE 'N' TO WS-ENGINE-RAN-SW
               MOVE 'runstats.txt' TO WS-SOURCE-FILE
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-SOURCE-LINE(1:8) = 'PROGRAM='
                        AND IN-SOURCE-LINE(9:8) = WS-ENGINE-ID
                        AND IN-SOURCE-LINE(23:8) = WS-RUN-DATE-X
                           SET WS-ENGINE-RAN TO TRUE
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
               END-IF
               .

           OPEN-SOURCE-FILE SECTION.
               MOVE 'N' TO WS-SOURCE-OK-SW
               MOVE 'N' TO WS-SOURCE-EOF-SW
               MOVE ZERO TO WS-LOADED-COUNT
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS = '00'
                  SET WS-SOURCE-OK TO TRUE
               ELSE
                  MOVE 'NOT ON FILE' TO WS-SOURCE-TEXT
                  PERFORM WRITE-SOURCE-LINE
               END-IF
               .

           WRITE-SOURCE-LINE SECTION.
               MOVE SPACES TO WS-CONTROL-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-SOURCE-FILE DELIMITED BY SPACE
                      ' - ' WS-SOURCE-TEXT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               .

           WRITE-SOURCE-USED SECTION.
               MOVE SPACES TO WS-SOURCE-TEXT
               STRING 'USED, ' WS-LOADED-COUNT ' NOTICE ITEM(S)'
                  DELIMITED BY SIZE INTO WS-SOURCE-TEXT
               PERFORM WRITE-SOURCE-LINE
               .

      *****************************************************************
      *  DAY04_DETAIL.TXT:  RECORD=N ELF1=X ELF2=Y PAIR=A-B,C-D CLASS=
      *  THE FIRST RANGE OF THE PAIR IS ELF1'S SECTIONS, THE SECOND
      *  ELF2'S.
      *****************************************************************
           LOAD-SECTION-ASSIGNMENTS SECTION.
               MOVE 'DAY04' TO WS-ENGINE-ID
               PERFORM CHECK-ENGINE-RAN
               MOVE 'day04_detail.txt' TO WS-SOURCE-FILE
               IF NOT WS-ENGINE-RAN
                  MOVE SPACES TO WS-SOURCE-TEXT
                  STRING 'NOT USED - DAY04 HAS NOT RUN FOR '
                         WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-SOURCE-TEXT
                  PERFORM WRITE-SOURCE-LINE
               ELSE
                  PERFORM OPEN-SOURCE-FILE
                  IF WS-SOURCE-OK
                     PERFORM UNTIL WS-SOURCE-EOF
                        READ SOURCE-IN
                        AT END
                           SET WS-SOURCE-EOF TO TRUE
                        NOT AT END
                           IF IN-SOURCE-LINE(1:7) = 'RECORD='
                              PERFORM POST-ASSIGNMENT-ROW
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SOURCE-IN
                     PERFORM WRITE-SOURCE-USED
                  END-IF
               END-IF
               .

           POST-ASSIGNMENT-ROW SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                              WS-TOKEN-4 WS-TOKEN-5
               UNSTRING IN-SOURCE-LINE DELIMITED BY ALL ' '
                  INTO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3,
                       WS-TOKEN-4, WS-TOKEN-5
               END-UNSTRING
               MOVE SPACES TO WS-D4-ELF1 WS-D4-ELF2
                              WS-D4-PAIR WS-D4-CLASS
               MOVE WS-TOKEN-2 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               IF WS-TAG-NAME = 'ELF1'
                  MOVE WS-TAG-VALUE(1:8) TO WS-D4-ELF1
               END-IF
               MOVE WS-TOKEN-3 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               IF WS-TAG-NAME = 'ELF2'
                  MOVE WS-TAG-VALUE(1:8) TO WS-D4-ELF2
               END-IF
               MOVE WS-TOKEN-4 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               IF WS-TAG-NAME = 'PAIR'
                  MOVE WS-TAG-VALUE TO WS-D4-PAIR
               END-IF
               MOVE WS-TOKEN-5 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               IF WS-TAG-NAME = 'CLASS'
                  MOVE WS-TAG-VALUE TO WS-D4-CLASS
               END-IF
               MOVE SPACES TO WS-D4-RANGE1 WS-D4-RANGE2
               UNSTRING WS-D4-PAIR DELIMITED BY ','
                  INTO WS-D4-RANGE1, WS-D4-RANGE2
               END-UNSTRING
               MOVE WS-D4-ELF1 TO WS-NEW-ELF
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'DAY04 SECTIONS=' DELIMITED BY SIZE
                      WS-D4-RANGE1 DELIMITED BY SPACE
                      ' PARTNER=' WS-D4-ELF2
                      ' CLASS=' WS-D4-CLASS DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
               PERFORM ADD-NOTICE-ITEM
               MOVE WS-D4-ELF2 TO WS-NEW-ELF
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'DAY04 SECTIONS=' DELIMITED BY SIZE
                      WS-D4-RANGE2 DELIMITED BY SPACE
                      ' PARTNER=' WS-D4-ELF1
                      ' CLASS=' WS-D4-CLASS DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
               PERFORM ADD-NOTICE-ITEM
               .

           SPLIT-TAG-VALUE SECTION.
               MOVE SPACES TO WS-TAG-NAME WS-TAG-VALUE
               UNSTRING WS-TOKEN-TAG DELIMITED BY '='
                  INTO WS-TAG-NAME, WS-TAG-VALUE
               END-UNSTRING
               .

      *  DATE ELF START END RECORD
           LOAD-SHIFT-WINDOWS SECTION.
               MOVE 'day04_shifts.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-OK
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF IN-SHIFT-DATE = WS-RUN-DATE-X
                           MOVE IN-SHIFT-ELF TO WS-NEW-ELF
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING 'DAY04 SHIFT=' IN-SHIFT-START
                                  '-' IN-SHIFT-END
                              DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-NOTICE-ITEM
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
                  PERFORM WRITE-SOURCE-USED
               END-IF
               .

           LOAD-WORK-GROUPS SECTION.
               MOVE 'workgroups.txt' TO WS-SOURCE-FILE
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-WG-GROUP NOT = SPACES
                        AND WS-WG-COUNT < WS-MAX-GROUPS
                           ADD 1 TO WS-WG-COUNT
                           MOVE IN-WG-GROUP
                             TO WS-WG-GROUP(WS-WG-COUNT)
                           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                                   UNTIL WS-SLOT-IX > 3
                              MOVE IN-WG-ELF(WS-SLOT-IX)
                                TO WS-WG-ELF(WS-WG-COUNT, WS-SLOT-IX)
                           END-PERFORM
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
               END-IF
               .

      *****************************************************************
      *  DAY03_BADGES.TXT:  DATE= GROUP= BADGE= PRIORITY= HOLDER=
      *  WORKGROUP=.  THE HOLDER IS TOLD THEY HOLD THE BADGE; THE REST
      *  OF THE WORKGROUP ARE TOLD WHO HOLDS IT.
      *****************************************************************
           LOAD-BADGES SECTION.
               MOVE 'day03_badges.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-OK
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-SOURCE-LINE(1:5) = 'DATE='
                        AND IN-BDG-DATE = WS-RUN-DATE-X
                           PERFORM POST-BADGE-ROW
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
                  PERFORM WRITE-SOURCE-USED
               END-IF
               .

           POST-BADGE-ROW SECTION.
               MOVE IN-BDG-HOLDER TO WS-NEW-ELF
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'DAY03P2 BADGE=' IN-BDG-BADGE
                      ' HOLDER FOR GROUP ' IN-BDG-GROUP
                      ' WORKGROUP=' IN-BDG-WORKGROUP
                  DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-NOTICE-ITEM
               IF IN-BDG-WORKGROUP NOT = SPACES
                  PERFORM VARYING WS-WG-IX FROM 1 BY 1
                          UNTIL WS-WG-IX > WS-WG-COUNT
                     IF WS-WG-GROUP(WS-WG-IX) = IN-BDG-WORKGROUP
                        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                                UNTIL WS-SLOT-IX > 3
                           IF WS-WG-ELF(WS-WG-IX, WS-SLOT-IX)
                                 NOT = IN-BDG-HOLDER
                              MOVE WS-WG-ELF(WS-WG-IX, WS-SLOT-IX)
                                TO WS-NEW-ELF
                              MOVE SPACES TO WS-NEW-TEXT
                              STRING 'DAY03P2 BADGE=' IN-BDG-BADGE
                                     ' FOR WORKGROUP='
                                     IN-BDG-WORKGROUP
                                     ' HELD BY ' IN-BDG-HOLDER
                                 DELIMITED BY SIZE INTO WS-NEW-TEXT
                              PERFORM ADD-NOTICE-ITEM
                           END-IF
                        END-PERFORM
                        MOVE WS-WG-COUNT TO WS-WG-IX
                     END-IF
                  END-PERFORM
               END-IF
               .

      *****************************************************************
      *  RATION_REPORT.TXT:  HEADED 'RATION COMPLIANCE FOR YYYYMMDD',
      *  THEN  CAMP= ELF=(ORDINAL) CALORIES= FLOOR= CEILING=
      *  PCT-OF-CEILING= VERDICT=.  ONLY OVER AND UNDER ARE NOTICED.
      *****************************************************************
           LOAD-RATION-FLAGS SECTION.
               MOVE 'ration_report.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-OK
                  READ SOURCE-IN
                  AT END
                     SET WS-SOURCE-EOF TO TRUE
                  END-READ
                  IF  NOT WS-SOURCE-EOF
                  AND IN-SOURCE-LINE(23:8) NOT = WS-RUN-DATE-X
                     MOVE SPACES TO WS-SOURCE-TEXT
                     STRING 'NOT USED - REPORT IS FOR '
                            IN-SOURCE-LINE(23:8)
                        DELIMITED BY SIZE INTO WS-SOURCE-TEXT
                     PERFORM WRITE-SOURCE-LINE
                  ELSE
                     PERFORM UNTIL WS-SOURCE-EOF
                        READ SOURCE-IN
                        AT END
                           SET WS-SOURCE-EOF TO TRUE
                        NOT AT END
                           IF IN-SOURCE-LINE(1:5) = 'CAMP='
                              PERFORM POST-RATION-ROW
                           END-IF
                        END-READ
                     END-PERFORM
                     PERFORM WRITE-SOURCE-USED
                  END-IF
                  CLOSE SOURCE-IN
               END-IF
               .

           POST-RATION-ROW SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                              WS-TOKEN-4 WS-TOKEN-5 WS-TOKEN-6
                              WS-TOKEN-7
               UNSTRING IN-SOURCE-LINE DELIMITED BY ALL ' '
                  INTO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3,
                       WS-TOKEN-4, WS-TOKEN-5, WS-TOKEN-6,
                       WS-TOKEN-7
               END-UNSTRING
               MOVE WS-TOKEN-1(6:4) TO WS-RTN-CAMP
               MOVE WS-TOKEN-2(5:4) TO WS-RTN-ORDINAL
               MOVE WS-TOKEN-3 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               MOVE WS-TAG-VALUE TO WS-RTN-CALORIES
               MOVE WS-TOKEN-4 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               MOVE WS-TAG-VALUE TO WS-RTN-FLOOR
               MOVE WS-TOKEN-5 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               MOVE WS-TAG-VALUE TO WS-RTN-CEILING
               MOVE WS-TOKEN-7 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               MOVE WS-TAG-VALUE TO WS-RTN-VERDICT
               IF  WS-TAG-NAME = 'VERDICT'
               AND (WS-RTN-VERDICT = 'OVER' OR WS-RTN-VERDICT = 'UNDER')
                  MOVE SPACES TO WS-NEW-ELF
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-ELF-COUNT
                     IF  WS-ELF-CAMP(IX) = WS-RTN-CAMP
                     AND WS-ELF-ORDINAL(IX) = WS-RTN-ORDINAL
                        MOVE WS-ELF-ID(IX) TO WS-NEW-ELF
                        MOVE WS-ELF-COUNT TO IX
                     END-IF
                  END-PERFORM
                  MOVE SPACES TO WS-NEW-TEXT
                  STRING 'RATIONCK ' DELIMITED BY SIZE
                         WS-RTN-VERDICT DELIMITED BY SPACE
                         ' RATION CALORIES=' DELIMITED BY SIZE
                         WS-RTN-CALORIES DELIMITED BY SPACE
                         ' FLOOR=' DELIMITED BY SIZE
                         WS-RTN-FLOOR DELIMITED BY SPACE
                         ' CEILING=' DELIMITED BY SIZE
                         WS-RTN-CEILING DELIMITED BY SPACE
                     INTO WS-NEW-TEXT
                  PERFORM ADD-NOTICE-ITEM
               END-IF
               .

      *  DAY03_DETAIL.TXT:  ELF= DUP-ITEM= PRIORITY= DESC= LOAD-G=
           LOAD-MISPLACED-ITEMS SECTION.
               MOVE 'DAY03' TO WS-ENGINE-ID
               PERFORM CHECK-ENGINE-RAN
               MOVE 'day03_detail.txt' TO WS-SOURCE-FILE
               IF NOT WS-ENGINE-RAN
                  MOVE SPACES TO WS-SOURCE-TEXT
                  STRING 'NOT USED - DAY03 HAS NOT RUN FOR '
                         WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-SOURCE-TEXT
                  PERFORM WRITE-SOURCE-LINE
               ELSE
                  PERFORM OPEN-SOURCE-FILE
                  IF WS-SOURCE-OK
                     PERFORM UNTIL WS-SOURCE-EOF
                        READ SOURCE-IN
                        AT END
                           SET WS-SOURCE-EOF TO TRUE
                        NOT AT END
                           IF  IN-SOURCE-LINE(1:4) = 'ELF='
                           AND IN-SOURCE-LINE(14:9) = 'DUP-ITEM='
                           AND IN-D3DET-VALUE NOT = 'NONE'
                              MOVE SPACES TO WS-D3-PART
                              UNSTRING IN-SOURCE-LINE(14:)
                                 DELIMITED BY ' LOAD-G='
                                 INTO WS-D3-PART
                              END-UNSTRING
                              MOVE IN-D3DET-ELF TO WS-NEW-ELF
                              MOVE SPACES TO WS-NEW-TEXT
                              STRING 'DAY03 MISPLACED ' WS-D3-PART
                                 DELIMITED BY SIZE INTO WS-NEW-TEXT
                              PERFORM ADD-NOTICE-ITEM
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SOURCE-IN
                     PERFORM WRITE-SOURCE-USED
                  END-IF
               END-IF
               .

      *  ORDER ELF ITEM STATUS OPENED LAST-SEEN CLOSED
           LOAD-REPACK-ORDERS SECTION.
               MOVE 'repack_orders.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-OK
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF IN-RPK-STATUS = 'O'
                           MOVE IN-RPK-ELF TO WS-NEW-ELF
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING 'DAY03 REPACK ORDER=' IN-RPK-ORDER
                                  ' ITEM=' IN-RPK-ITEM
                                  ' OPEN SINCE ' IN-RPK-OPENED
                              DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-NOTICE-ITEM
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
                  PERFORM WRITE-SOURCE-USED
               END-IF
               .

           START-CAMP-GROUP SECTION.
               MOVE WS-ELF-CAMP(WS-ELF-IX) TO WS-LAST-CAMP
               IF WS-CAMP-COUNT < WS-MAX-CAMPS
                  ADD 1 TO WS-CAMP-COUNT
               END-IF
               MOVE WS-CAMP-COUNT TO WS-CAMP-IX
               MOVE WS-LAST-CAMP TO WS-CAMP-CODE(WS-CAMP-IX)
               MOVE ZERO TO WS-CAMP-NOTICES(WS-CAMP-IX)
                            WS-CAMP-ITEMS(WS-CAMP-IX)
                            WS-CAMP-QUIET(WS-CAMP-IX)
               MOVE SPACES TO WS-NOTICE-LINE
               WRITE WS-NOTICE-LINE
               MOVE SPACES TO WS-NOTICE-LINE
               STRING '======== CAMP=' WS-LAST-CAMP ' ========'
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE WS-NOTICE-LINE
               .

           WRITE-ONE-NOTICE SECTION.
               ADD 1 TO WS-NOTICE-COUNT
               ADD 1 TO WS-CAMP-NOTICES(WS-CAMP-IX)
               MOVE ZERO TO WS-ELF-ITEMS
               MOVE SPACES TO WS-NOTICE-LINE
               WRITE WS-NOTICE-LINE
               MOVE SPACES TO WS-NOTICE-LINE
               STRING 'NOTICE FOR ELF=' WS-ELF-ID(WS-ELF-IX)
                      ' NAME=' WS-ELF-NAME(WS-ELF-IX)
                      ' CAMP=' WS-ELF-CAMP(WS-ELF-IX)
                      ' ORDINAL=' WS-ELF-ORDINAL(WS-ELF-IX)
                      ' DATE=' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE WS-NOTICE-LINE
               PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                  IF WS-ITEM-ELF(WS-ITEM-IX) = WS-ELF-ID(WS-ELF-IX)
                     ADD 1 TO WS-ELF-ITEMS
                     MOVE SPACES TO WS-NOTICE-LINE
                     STRING '  ' WS-ITEM-TEXT(WS-ITEM-IX)
                        DELIMITED BY SIZE INTO WS-NOTICE-LINE
                     WRITE WS-NOTICE-LINE
                  END-IF
               END-PERFORM
               IF WS-ELF-ITEMS = ZERO
                  ADD 1 TO WS-QUIET-COUNT
                  ADD 1 TO WS-CAMP-QUIET(WS-CAMP-IX)
                  MOVE '  NOTHING TO REPORT FOR TODAY'
                    TO WS-NOTICE-LINE
                  WRITE WS-NOTICE-LINE
               ELSE
                  ADD WS-ELF-ITEMS TO WS-CAMP-ITEMS(WS-CAMP-IX)
               END-IF
               .

           WRITE-CONTROL-TOTALS SECTION.
               MOVE SPACES TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               MOVE 'NOTICES BY CAMP' TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                  MOVE SPACES TO WS-CONTROL-LINE
                  STRING '  CAMP=' WS-CAMP-CODE(WS-CAMP-IX)
                         ' NOTICES=' WS-CAMP-NOTICES(WS-CAMP-IX)
                         ' ITEMS=' WS-CAMP-ITEMS(WS-CAMP-IX)
                         ' NOTHING-TO-REPORT='
                         WS-CAMP-QUIET(WS-CAMP-IX)
                     DELIMITED BY SIZE INTO WS-CONTROL-LINE
                  WRITE WS-CONTROL-LINE
               END-PERFORM
               MOVE SPACES TO WS-CONTROL-LINE
               STRING '  TOTAL NOTICES=' WS-NOTICE-COUNT
                      ' NOTHING-TO-REPORT=' WS-QUIET-COUNT
                  DELIMITED BY SIZE INTO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               MOVE SPACES TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               MOVE 'ELVES WITH NOTHING TO REPORT' TO WS-CONTROL-LINE
               WRITE WS-CONTROL-LINE
               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                       UNTIL WS-ELF-IX > WS-ELF-COUNT
                  MOVE ZERO TO WS-ELF-ITEMS
                  PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                          UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                             OR WS-ELF-ITEMS > ZERO
                     IF WS-ITEM-ELF(WS-ITEM-IX) = WS-ELF-ID(WS-ELF-IX)
                        ADD 1 TO WS-ELF-ITEMS
                     END-IF
                  END-PERFORM
                  IF WS-ELF-ITEMS = ZERO
                     MOVE SPACES TO WS-CONTROL-LINE
                     STRING '  CAMP=' WS-ELF-CAMP(WS-ELF-IX)
                            ' ORDINAL=' WS-ELF-ORDINAL(WS-ELF-IX)
                            ' ELF=' WS-ELF-ID(WS-ELF-IX)
                            ' NAME=' WS-ELF-NAME(WS-ELF-IX)
                        DELIMITED BY SIZE INTO WS-CONTROL-LINE
                     WRITE WS-CONTROL-LINE
                  END-IF
               END-PERFORM
               IF WS-QUIET-COUNT = ZERO
                  MOVE '  (NONE)' TO WS-CONTROL-LINE
                  WRITE WS-CONTROL-LINE
               END-IF
               .
