              SELECT STATS-OUT ASSIGN TO 'runstats.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATS-STATUS.
              SELECT CATALOG-FILE ASSIGN TO 'item_catalog.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
              SELECT LIMITS-FILE ASSIGN TO 'carry_limits.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIMITS-STATUS.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELF-MASTER-STATUS.
              SELECT OVERLOAD-OUT ASSIGN TO WS-OVERLOAD-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPACK-IN ASSIGN TO 'repack_orders.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPACK-STATUS.
              SELECT REPACK-OUT ASSIGN TO WS-REPACK-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPACK-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
              SELECT WORKORD-OUT ASSIGN TO WS-WORKORD-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AGING-OUT ASSIGN TO WS-AGING-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FD STATS-OUT.
           01 WS-STATS-LINE        PIC X(100).

      *  ITEM CATALOG - UNIT WEIGHT IN GRAMS, UNIT VOLUME IN ML.
           FD CATALOG-FILE.
           01 IN-CATALOG-CARD.
              03 IN-CAT-LETTER     PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-CAT-DESC       PIC X(20).
              03 FILLER            PIC X(1).
              03 IN-CAT-WEIGHT     PIC X(5).
              03 FILLER            PIC X(1).
              03 IN-CAT-VOLUME     PIC X(5).

      *  CARRY LIMITS - E = ONE ELF, C = EVERY ELF IN A CAMP, D = THE
      *  DEFAULT FOR ANY ELF NOT OTHERWISE COVERED.  AN ELF CARD WINS
      *  OVER A CAMP CARD.  A ZERO LIMIT IS NOT CHECKED.
           FD LIMITS-FILE.
           01 IN-LIMIT-CARD.
              03 IN-LIMIT-TYPE     PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-LIMIT-KEY      PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-LIMIT-WEIGHT   PIC X(7).
              03 FILLER            PIC X(1).
              03 IN-LIMIT-VOLUME   PIC X(7).

           FD ELF-MASTER.
           01 IN-ELF-CARD.
              03 IN-ELF-CAMP       PIC X(4).
              03 FILLER            PIC X(1).
              03 IN-ELF-ORDINAL    PIC X(4).
              03 FILLER            PIC X(1).
              03 IN-ELF-ID         PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-ELF-NAME       PIC X(20).
              03 FILLER            PIC X(1).
              03 IN-ELF-STATUS     PIC X(1).

           FD OVERLOAD-OUT.
           01 WS-OVERLOAD-LINE     PIC X(120).

      *  REPACK WORK ORDERS - ONE PER RUCKSACK FOUND WITH AN ITEM IN
      *  BOTH COMPARTMENTS.  STATUS O = OPEN, C = CLOSED ON THE FIRST
      *  LATER MANIFEST THAT SHOWS THE ELF'S RUCKSACK CLEAN.
           FD REPACK-IN.
           01 IN-REPACK-CARD.
              03 IN-RPK-ORDER      PIC X(6).
              03 FILLER            PIC X(1).
              03 IN-RPK-ELF        PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-RPK-ITEM       PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-RPK-STATUS     PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-RPK-OPENED     PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-RPK-LAST-SEEN  PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-RPK-CLOSED     PIC X(8).

           FD REPACK-OUT.
           01 WS-REPACK-OUT-LINE.
              03 OUT-RPK-ORDER     PIC 9(6).
              03 FILLER            PIC X(1).
              03 OUT-RPK-ELF       PIC X(8).
              03 FILLER            PIC X(1).
              03 OUT-RPK-ITEM      PIC X(1).
              03 FILLER            PIC X(1).
              03 OUT-RPK-STATUS    PIC X(1).
              03 FILLER            PIC X(1).
              03 OUT-RPK-OPENED    PIC 9(8).
              03 FILLER            PIC X(1).
              03 OUT-RPK-LAST-SEEN PIC 9(8).
              03 FILLER            PIC X(1).
              03 OUT-RPK-CLOSED    PIC 9(8).

           FD REPACK-ARCHIVE.
           01 WS-REPACK-ARCHIVE-LINE PIC X(46).

           FD WORKORD-OUT.
           01 WS-WORKORD-LINE      PIC X(100).

           FD AGING-OUT.
           01 WS-AGING-LINE        PIC X(100).

           WORKING-STORAGE SECTION.

           01 WS-EXCP-RECORD         PIC X(180).
              VALUE 'day03_freq_hist.txt'.
           01 WS-ANOMALY-FILE      PIC X(40)
              VALUE 'day03_anomaly.txt'.
           01 WS-OVERLOAD-FILE     PIC X(40)
              VALUE 'day03_overload.txt'.
           01 WS-REPACK-FILE       PIC X(40)
              VALUE 'repack_orders.txt'.
           01 WS-WORKORD-FILE      PIC X(40)
              VALUE 'day03_repack_orders.txt'.
           01 WS-AGING-FILE        PIC X(40)
              VALUE 'day03_repack_aging.txt'.
           01 WS-HIST-FILE         PIC X(40)
              VALUE 'daily_results.txt'.
           01 WS-SHADOW-SW         PIC X VALUE 'N'.
           01 WS-EXCP-REASON       PIC X(8).
           01 WS-EXCP-IMAGE        PIC X(60).

           01 WS-PERD-OPEN-SW      PIC X.
              88 WS-PERD-OPEN           VALUE 'Y'.
           01 WS-RUN-DATE          PIC 9(8).
           01 WS-STATS-STATUS      PIC X(2).
           01 WS-RUN-ID           PIC X(15).
           01 WS-HIST-METRIC       PIC X(17) VALUE SPACES.
           01 WS-HIST-RESULT       PIC X(20).

           01 WS-CATALOG-STATUS    PIC X(2).
           01 WS-CATALOG-EOF-SW    PIC X.
              88 WS-CATALOG-EOF         VALUE 'Y'.
           01 WS-CATALOG-LOADED-SW PIC X VALUE 'N'.
              88 WS-CATALOG-LOADED      VALUE 'Y'.
           01 WS-CATALOG-TABLE.
              03 WS-CAT-ENTRY OCCURS 52.
                 05 WS-CAT-DESC      PIC X(20).
                 05 WS-CAT-WEIGHT    PIC 9(5).
                 05 WS-CAT-VOLUME    PIC 9(5).
                 05 WS-CAT-FOUND-SW  PIC X.
           01 WS-SACK-WEIGHT       PIC 9(7).
           01 WS-SACK-VOLUME       PIC 9(7).
           01 WS-SACK-UNCATALOGUED PIC 9(3).
           01 WS-DUP-DESC          PIC X(20).

           01 WS-LIMITS-STATUS     PIC X(2).
           01 WS-LIMITS-EOF-SW     PIC X.
              88 WS-LIMITS-EOF          VALUE 'Y'.
           01 WS-MAX-LIMITS        PIC 9(3) COMP VALUE 200.
           01 WS-LIMIT-TABLE.
              03 WS-LIMIT-ENTRY OCCURS 200.
                 05 WS-LIMIT-TYPE    PIC X(1).
                 05 WS-LIMIT-KEY     PIC X(8).
                 05 WS-LIMIT-WEIGHT  PIC 9(7).
                 05 WS-LIMIT-VOLUME  PIC 9(7).
           01 WS-LIMIT-COUNT       PIC 9(3) COMP VALUE 0.
           01 WS-LIMIT-IX          PIC 9(3) COMP.
           01 WS-CAMP-LIMITS-SW    PIC X VALUE 'N'.
              88 WS-CAMP-LIMITS         VALUE 'Y'.
           01 WS-SACK-LIMIT-IX     PIC 9(3) COMP.
           01 WS-SACK-CAMP         PIC X(4).
           01 WS-LIMIT-SOURCE      PIC X(7).
           01 WS-OVER-WHAT         PIC X(6).

           01 WS-ELF-MASTER-STATUS PIC X(2).
           01 WS-ELF-EOF-SW        PIC X.
              88 WS-ELF-EOF             VALUE 'Y'.
           01 WS-MAX-ELVES         PIC 9(4) COMP VALUE 2000.
           01 WS-ELF-CAMP-TABLE.
              03 WS-ELF-CAMP-ENTRY OCCURS 2000.
                 05 WS-EC-ID         PIC X(8).
                 05 WS-EC-CAMP       PIC X(4).
           01 WS-ELF-CAMP-COUNT    PIC 9(4) COMP VALUE 0.
           01 WS-EC-IX             PIC 9(4) COMP.

           01 WS-REPACK-STATUS     PIC X(2).
           01 WS-REPACK-EOF-SW     PIC X.
              88 WS-REPACK-EOF          VALUE 'Y'.
           01 WS-MAX-REPACKS       PIC 9(4) COMP VALUE 3000.
           01 WS-REPACK-TABLE.
              03 WS-RPK-ENTRY OCCURS 3000.
                 05 WS-RPK-ORDER     PIC 9(6).
                 05 WS-RPK-ELF       PIC X(8).
                 05 WS-RPK-ITEM      PIC X(1).
                 05 WS-RPK-STATUS    PIC X(1).
                 05 WS-RPK-OPENED    PIC 9(8).
                 05 WS-RPK-LAST-SEEN PIC 9(8).
                 05 WS-RPK-CLOSED    PIC 9(8).
           01 WS-RPK-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-RPK-IX            PIC 9(4) COMP.
           01 WS-RPK-OPEN-IX       PIC 9(4) COMP.
           01 WS-NEXT-ORDER        PIC 9(6) VALUE 0.
           01 WS-RPK-CARD-ORDER    PIC 9(6).
           01 WS-REPACK-AGE-DAYS   PIC 9(3) VALUE 3.
           01 WS-RPK-AGE           PIC 9(5).
           01 WS-RPK-NEW           PIC 9(5) VALUE 0.
           01 WS-RPK-STILL-OPEN    PIC 9(5) VALUE 0.
           01 WS-RPK-CLOSED-TODAY  PIC 9(5) VALUE 0.
           01 WS-RPK-AGED          PIC 9(5) VALUE 0.
           01 WS-RPK-ARCHIVED      PIC 9(5) VALUE 0.
           01 WS-RPK-LOAD-SW       PIC X VALUE 'N'.
              88 WS-RPK-LOAD-FAILED     VALUE 'Y'.
           01 WS-RPK-FULL-SW       PIC X VALUE 'N'.
              88 WS-RPK-TABLE-FULL      VALUE 'Y'.
           01 WS-RETENTION-DAYS    PIC 9(4) VALUE 90.
           01 WS-RPK-CUTOFF        PIC 9(8).
           01 WS-ARCHIVE-FILE      PIC X(40).
           01 WS-ARCHIVE-STATUS    PIC X(2).
           01 WS-ARCHIVE-OPEN-SW   PIC X VALUE 'N'.
              88 WS-ARCHIVE-OPEN        VALUE 'Y'.
           01 WS-BKUP-MASTER       PIC X(40).
           01 WS-BKUP-STATUS       PIC X(2) VALUE '00'.
              88 WS-BKUP-FAILED         VALUE '08'.

           01 WS-LOAD-SACKS        PIC 9(7) VALUE 0.
           01 WS-LOAD-OVERLOADED   PIC 9(5) VALUE 0.
           01 WS-LOAD-NO-LIMIT     PIC 9(5) VALUE 0.
           01 WS-LOAD-UNCATALOGUED PIC 9(7) VALUE 0.

           COPY STATBLK.

           LINKAGE SECTION.
               MOVE ZERO TO LK-DAY03-STATUS-CODE
               MOVE SPACES TO LK-DAY03-STATUS-REASON
               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO LK-DAY03-STATUS-CODE
                  MOVE 'BUSINESS DATE IS CLOSED'
                    TO LK-DAY03-STATUS-REASON
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X
               ACCEPT WS-HIST-RUN-TIME FROM TIME
               MOVE WS-HIST-RUN-TIME TO WS-STAT-START-TIME
                    TO WS-FREQHIST-FILE
                  MOVE 'shadow_day03_anomaly.txt'
                    TO WS-ANOMALY-FILE
                  MOVE 'shadow_day03_overload.txt'
                    TO WS-OVERLOAD-FILE
                  MOVE 'shadow_repack_orders.txt'
                    TO WS-REPACK-FILE
                  MOVE 'shadow_day03_repack_orders.txt'
                    TO WS-WORKORD-FILE
                  MOVE 'shadow_day03_repack_aging.txt'
                    TO WS-AGING-FILE
                  MOVE 'shadow_daily_results.txt'
                    TO WS-HIST-FILE
               END-IF

               PERFORM LOAD-PACKING-RULES
               PERFORM LOAD-ITEM-CATALOG
               PERFORM LOAD-REPACK-ORDERS

               OPEN INPUT RUCKSACK-FILE
               IF WS-EOF-STATUS-ERROR
                  GOBACK
               ELSE
                  OPEN OUTPUT DETAIL-OUT
                  IF WS-CATALOG-LOADED
                     PERFORM OPEN-OVERLOAD-REPORT
                  END-IF
                  PERFORM OPEN-WORK-ORDERS
                  PERFORM UNTIL WS-EOF
                     READ RUCKSACK-FILE
                     AT END
                  END-PERFORM
                  CLOSE RUCKSACK-FILE
                  CLOSE DETAIL-OUT
                  IF WS-CATALOG-LOADED
                     PERFORM CLOSE-OVERLOAD-REPORT
                  END-IF
                  PERFORM CLOSE-WORK-ORDERS
                  IF NOT WS-RPK-LOAD-FAILED
                     PERFORM REWRITE-REPACK-ORDERS
                     PERFORM WRITE-REPACK-AGING
                  END-IF
                  IF WS-REJECTS-EXIST
                     CLOSE REJECT-OUT
                  END-IF
                       - WS-STAT-RECORDS-REJECTED
               PERFORM PRINT-JOB-STATISTICS

               EVALUATE TRUE
                  WHEN WS-RPK-LOAD-FAILED OR WS-BKUP-FAILED
                     MOVE 8 TO LK-DAY03-STATUS-CODE
                     MOVE 'REPACK ORDERS NOT REWRITTEN'
                       TO LK-DAY03-STATUS-REASON
                  WHEN WS-RPK-TABLE-FULL
                     MOVE 8 TO LK-DAY03-STATUS-CODE
                     MOVE 'REPACK ORDER TABLE FULL - NOT ALL RAISED'
                       TO LK-DAY03-STATUS-REASON
               END-EVALUATE
               MOVE 'END  ' TO WS-RUNLOG-PHASE
               MOVE LK-DAY03-STATUS-CODE TO WS-RUNLOG-STAT-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
               .
               END-IF

               IF WS-SACK-VALID
                  IF WS-CATALOG-LOADED
                     PERFORM COMPUTE-SACK-LOAD
                  END-IF
                  PERFORM FIND-DUPLICATE-ITEM
                  IF NOT WS-RPK-LOAD-FAILED
                     PERFORM TRACK-REPACK-ORDER
                  END-IF
                  IF WS-RULES-LOADED
                     PERFORM CHECK-PACKING-RULES
                  END-IF
                  IF WS-CATALOG-LOADED
                     PERFORM CHECK-CARRY-LIMIT
                  END-IF
               ELSE
                  ADD 1 TO WS-STAT-RECORDS-REJECTED
                  PERFORM WRITE-REJECT-RECORD
               END-PERFORM

               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-CATALOG-LOADED
                  IF WS-DUP-PRIORITY > ZERO
                     MOVE WS-CAT-DESC(WS-DUP-PRIORITY) TO WS-DUP-DESC
                     STRING 'ELF=' WS-ELF-ID
                            ' DUP-ITEM=' WS-DUP-CHAR
                            ' PRIORITY=' WS-DUP-PRIORITY
                            ' DESC=' WS-DUP-DESC
                            ' LOAD-G=' WS-SACK-WEIGHT
                            ' LOAD-ML=' WS-SACK-VOLUME
                        DELIMITED BY SIZE INTO WS-DETAIL-LINE
                  ELSE
                     STRING 'ELF=' WS-ELF-ID
                            ' DUP-ITEM=NONE'
                            ' LOAD-G=' WS-SACK-WEIGHT
                            ' LOAD-ML=' WS-SACK-VOLUME
                        DELIMITED BY SIZE INTO WS-DETAIL-LINE
                  END-IF
               ELSE
                  IF WS-DUP-PRIORITY > ZERO
                     STRING 'ELF=' WS-ELF-ID
                            ' DUP-ITEM=' WS-DUP-CHAR
                            ' PRIORITY=' WS-DUP-PRIORITY
                        DELIMITED BY SIZE INTO WS-DETAIL-LINE
                  ELSE
                     STRING 'ELF=' WS-ELF-ID
                            ' DUP-ITEM=NONE'
                        DELIMITED BY SIZE INTO WS-DETAIL-LINE
                  END-IF
               END-IF
               WRITE WS-DETAIL-LINE
               .
                            WS-PRIORITY-LETTER(WS-TOP-DUP-IX)
                            ' DUPS=' WS-TOP-DUP-COUNT
                        DELIMITED BY SIZE INTO WS-FREQ-LINE
                     IF WS-CATALOG-LOADED
                        STRING ' DESC=' WS-CAT-DESC(WS-TOP-DUP-IX)
                           DELIMITED BY SIZE INTO WS-FREQ-LINE(26:26)
                     END-IF
                     WRITE WS-FREQ-LINE
                     MOVE ZERO TO WS-FREQ-DUPS(WS-TOP-DUP-IX)
                  END-IF
                            ' PRIORITY='
                            WS-WORST-PRIORITY(WS-WORST-IX)
                        DELIMITED BY SIZE INTO WS-FREQ-LINE
                     IF WS-CATALOG-LOADED
                        STRING ' DESC='
                               WS-CAT-DESC
                               (WS-WORST-PRIORITY(WS-WORST-IX))
                           DELIMITED BY SIZE INTO WS-FREQ-LINE(40:26)
                     END-IF
                     WRITE WS-FREQ-LINE
                  END-IF
               END-PERFORM
               PERFORM WRITE-EXCEPTION-LOG
               .

      *****************************************************************
      *  ITEM CATALOG AND CARRY LIMITS.  WITHOUT A CATALOG THE LOAD
      *  CHECK IS SKIPPED AND THE DETAIL LINES KEEP THEIR OLD LAYOUT.
      *****************************************************************
           LOAD-ITEM-CATALOG SECTION.
               PERFORM VARYING WS-PACK-IX FROM 1 BY 1
                       UNTIL WS-PACK-IX > 52
                  MOVE SPACES TO WS-CAT-DESC(WS-PACK-IX)
                  MOVE ZERO   TO WS-CAT-WEIGHT(WS-PACK-IX)
                                 WS-CAT-VOLUME(WS-PACK-IX)
                  MOVE 'N'    TO WS-CAT-FOUND-SW(WS-PACK-IX)
               END-PERFORM
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = '00'
                  DISPLAY 'DAY03: NO ITEM CATALOG - LOAD '
                          'NOT CHECKED'
               ELSE
                  SET WS-CATALOG-LOADED TO TRUE
                  PERFORM UNTIL WS-CATALOG-EOF
                     READ CATALOG-FILE
                     AT END
                        SET WS-CATALOG-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-CATALOG-CARD
                     END-READ
                  END-PERFORM
                  CLOSE CATALOG-FILE
                  PERFORM LOAD-CARRY-LIMITS
               END-IF
               .

           POST-CATALOG-CARD SECTION.
               MOVE IN-CAT-LETTER TO WS-CHAR
               PERFORM GET-PRIORITY
               IF  WS-PRIORITY > ZERO
               AND IN-CAT-WEIGHT IS NUMERIC
               AND IN-CAT-VOLUME IS NUMERIC
                  MOVE IN-CAT-DESC   TO WS-CAT-DESC(WS-PRIORITY)
                  MOVE IN-CAT-WEIGHT TO WS-CAT-WEIGHT(WS-PRIORITY)
                  MOVE IN-CAT-VOLUME TO WS-CAT-VOLUME(WS-PRIORITY)
                  MOVE 'Y'           TO WS-CAT-FOUND-SW(WS-PRIORITY)
               ELSE
                  IF IN-CATALOG-CARD NOT = SPACES
                     DISPLAY 'DAY03: MALFORMED CATALOG CARD '
                             'SKIPPED: ' IN-CATALOG-CARD
                  END-IF
               END-IF
               .

           LOAD-CARRY-LIMITS SECTION.
               OPEN INPUT LIMITS-FILE
               IF WS-LIMITS-STATUS NOT = '00'
                  DISPLAY 'DAY03: NO CARRY LIMITS - LOADS '
                          'REPORTED AS UNLIMITED'
               ELSE
                  PERFORM UNTIL WS-LIMITS-EOF
                     READ LIMITS-FILE
                     AT END
                        SET WS-LIMITS-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-LIMIT-CARD
                     END-READ
                  END-PERFORM
                  CLOSE LIMITS-FILE
               END-IF
               IF WS-CAMP-LIMITS
                  PERFORM LOAD-ELF-CAMPS
               END-IF
               .

           POST-LIMIT-CARD SECTION.
               IF  (IN-LIMIT-TYPE = 'E' OR 'C' OR 'D')
               AND (IN-LIMIT-KEY NOT = SPACES OR IN-LIMIT-TYPE = 'D')
               AND IN-LIMIT-WEIGHT IS NUMERIC
               AND IN-LIMIT-VOLUME IS NUMERIC
                  IF WS-LIMIT-COUNT >= WS-MAX-LIMITS
                     DISPLAY 'DAY03: CARRY LIMIT TABLE FULL - '
                             'CARD SKIPPED: ' IN-LIMIT-CARD
                  ELSE
                     ADD 1 TO WS-LIMIT-COUNT
                     MOVE IN-LIMIT-TYPE
                       TO WS-LIMIT-TYPE(WS-LIMIT-COUNT)
                     MOVE IN-LIMIT-KEY
                       TO WS-LIMIT-KEY(WS-LIMIT-COUNT)
                     IF IN-LIMIT-TYPE = 'D'
                        MOVE SPACES TO WS-LIMIT-KEY(WS-LIMIT-COUNT)
                     END-IF
                     MOVE IN-LIMIT-WEIGHT
                       TO WS-LIMIT-WEIGHT(WS-LIMIT-COUNT)
                     MOVE IN-LIMIT-VOLUME
                       TO WS-LIMIT-VOLUME(WS-LIMIT-COUNT)
                     IF IN-LIMIT-TYPE = 'C'
                        SET WS-CAMP-LIMITS TO TRUE
                     END-IF
                  END-IF
               ELSE
                  IF IN-LIMIT-CARD NOT = SPACES
                     DISPLAY 'DAY03: MALFORMED CARRY LIMIT '
                             'SKIPPED: ' IN-LIMIT-CARD
                  END-IF
               END-IF
               .

           LOAD-ELF-CAMPS SECTION.
               OPEN INPUT ELF-MASTER
               IF WS-ELF-MASTER-STATUS NOT = '00'
                  DISPLAY 'DAY03: NO ELF MASTER - CAMP CARRY '
                          'LIMITS NOT APPLIED'
               ELSE
                  PERFORM UNTIL WS-ELF-EOF
                     READ ELF-MASTER
                     AT END
                        SET WS-ELF-EOF TO TRUE
                     NOT AT END
                        IF WS-ELF-CAMP-COUNT < WS-MAX-ELVES
                        AND IN-ELF-ID NOT = SPACES
                           ADD 1 TO WS-ELF-CAMP-COUNT
                           MOVE IN-ELF-ID
                             TO WS-EC-ID(WS-ELF-CAMP-COUNT)
                           MOVE IN-ELF-CAMP
                             TO WS-EC-CAMP(WS-ELF-CAMP-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-MASTER
               END-IF
               .

           COMPUTE-SACK-LOAD SECTION.
               MOVE ZERO TO WS-SACK-WEIGHT WS-SACK-VOLUME
                            WS-SACK-UNCATALOGUED
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-LEN
                  MOVE WS-INPUT(IX:1) TO WS-CHAR
                  PERFORM GET-PRIORITY
                  IF WS-CAT-FOUND-SW(WS-PRIORITY) = 'Y'
                     ADD WS-CAT-WEIGHT(WS-PRIORITY) TO WS-SACK-WEIGHT
                     ADD WS-CAT-VOLUME(WS-PRIORITY) TO WS-SACK-VOLUME
                  ELSE
                     ADD 1 TO WS-SACK-UNCATALOGUED
                  END-IF
               END-PERFORM
               ADD WS-SACK-UNCATALOGUED TO WS-LOAD-UNCATALOGUED
               .

      *****************************************************************
      *  THE ELF'S OWN CARD WINS, THEN THE CAMP CARD, THEN THE DEFAULT.
      *****************************************************************
           CHECK-CARRY-LIMIT SECTION.
               ADD 1 TO WS-LOAD-SACKS
               MOVE ZERO TO WS-SACK-LIMIT-IX
               MOVE 'ELF' TO WS-LIMIT-SOURCE
               PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
                       UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                  IF  WS-LIMIT-TYPE(WS-LIMIT-IX) = 'E'
                  AND WS-LIMIT-KEY(WS-LIMIT-IX) = WS-ELF-ID
                     MOVE WS-LIMIT-IX TO WS-SACK-LIMIT-IX
                     MOVE WS-LIMIT-COUNT TO WS-LIMIT-IX
                  END-IF
               END-PERFORM
               IF WS-SACK-LIMIT-IX = ZERO AND WS-CAMP-LIMITS
                  MOVE SPACES TO WS-SACK-CAMP
                  PERFORM VARYING WS-EC-IX FROM 1 BY 1
                          UNTIL WS-EC-IX > WS-ELF-CAMP-COUNT
                     IF WS-EC-ID(WS-EC-IX) = WS-ELF-ID
                        MOVE WS-EC-CAMP(WS-EC-IX) TO WS-SACK-CAMP
                        MOVE WS-ELF-CAMP-COUNT TO WS-EC-IX
                     END-IF
                  END-PERFORM
                  IF WS-SACK-CAMP NOT = SPACES
                     MOVE 'CAMP' TO WS-LIMIT-SOURCE
                     PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
                             UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                        IF  WS-LIMIT-TYPE(WS-LIMIT-IX) = 'C'
                        AND WS-LIMIT-KEY(WS-LIMIT-IX) = WS-SACK-CAMP
                           MOVE WS-LIMIT-IX TO WS-SACK-LIMIT-IX
                           MOVE WS-LIMIT-COUNT TO WS-LIMIT-IX
                        END-IF
                     END-PERFORM
                  END-IF
               END-IF
               IF WS-SACK-LIMIT-IX = ZERO
                  MOVE 'DEFAULT' TO WS-LIMIT-SOURCE
                  PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
                          UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                     IF WS-LIMIT-TYPE(WS-LIMIT-IX) = 'D'
                        MOVE WS-LIMIT-IX TO WS-SACK-LIMIT-IX
                        MOVE WS-LIMIT-COUNT TO WS-LIMIT-IX
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-SACK-LIMIT-IX = ZERO
                  ADD 1 TO WS-LOAD-NO-LIMIT
               ELSE
                  MOVE SPACES TO WS-OVER-WHAT
                  IF  WS-LIMIT-WEIGHT(WS-SACK-LIMIT-IX) > ZERO
                  AND WS-SACK-WEIGHT
                      > WS-LIMIT-WEIGHT(WS-SACK-LIMIT-IX)
                     MOVE 'WEIGHT' TO WS-OVER-WHAT
                  END-IF
                  IF  WS-LIMIT-VOLUME(WS-SACK-LIMIT-IX) > ZERO
                  AND WS-SACK-VOLUME
                      > WS-LIMIT-VOLUME(WS-SACK-LIMIT-IX)
                     IF WS-OVER-WHAT = SPACES
                        MOVE 'VOLUME' TO WS-OVER-WHAT
                     ELSE
                        MOVE 'BOTH' TO WS-OVER-WHAT
                     END-IF
                  END-IF
                  IF WS-OVER-WHAT NOT = SPACES
                     PERFORM WRITE-OVERLOAD-LINE
                  END-IF
               END-IF
               .

           WRITE-OVERLOAD-LINE SECTION.
               ADD 1 TO WS-LOAD-OVERLOADED
               MOVE SPACES TO WS-OVERLOAD-LINE
               STRING 'ELF=' WS-ELF-ID
                      ' WEIGHT-G=' WS-SACK-WEIGHT
                      ' LIMIT=' WS-LIMIT-WEIGHT(WS-SACK-LIMIT-IX)
                      ' VOLUME-ML=' WS-SACK-VOLUME
                      ' LIMIT=' WS-LIMIT-VOLUME(WS-SACK-LIMIT-IX)
                      ' OVER=' WS-OVER-WHAT
                      ' FROM=' WS-LIMIT-SOURCE
                  DELIMITED BY SIZE INTO WS-OVERLOAD-LINE
               WRITE WS-OVERLOAD-LINE
               MOVE WS-RUCKSACK-FILE      TO WS-EXCP-FILE-NAME
               MOVE WS-STAT-RECORDS-READ  TO WS-EXCP-LINE-NO
               MOVE 'OVERLOAD'            TO WS-EXCP-REASON
               MOVE SPACES TO WS-EXCP-IMAGE
               STRING 'ELF=' WS-ELF-ID
                      ' G=' WS-SACK-WEIGHT
                      ' ML=' WS-SACK-VOLUME
                      ' OVER=' WS-OVER-WHAT
                      ' FROM=' WS-LIMIT-SOURCE
                  DELIMITED BY SIZE INTO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           OPEN-OVERLOAD-REPORT SECTION.
               OPEN OUTPUT OVERLOAD-OUT
               MOVE 'RUCKSACK OVERLOAD REPORT' TO WS-OVERLOAD-LINE
               WRITE WS-OVERLOAD-LINE
               MOVE SPACES TO WS-OVERLOAD-LINE
               WRITE WS-OVERLOAD-LINE
               .

           CLOSE-OVERLOAD-REPORT SECTION.
               MOVE SPACES TO WS-OVERLOAD-LINE
               WRITE WS-OVERLOAD-LINE
               STRING 'SACKS CHECKED=' WS-LOAD-SACKS
                      ' OVERLOADED=' WS-LOAD-OVERLOADED
                      ' NO-LIMIT=' WS-LOAD-NO-LIMIT
                      ' UNCATALOGUED-ITEMS=' WS-LOAD-UNCATALOGUED
                  DELIMITED BY SIZE INTO WS-OVERLOAD-LINE
               WRITE WS-OVERLOAD-LINE
               CLOSE OVERLOAD-OUT
               DISPLAY 'DAY03: OVERLOADED RUCKSACKS '
                       WS-LOAD-OVERLOADED
               .

      *****************************************************************
      *  REPACK WORK ORDERS.  A RUCKSACK WITH A DUPLICATED ITEM OPENS
      *  AN ORDER TO ITS ELF UNLESS ONE IS ALREADY OPEN; A CLEAN
      *  RUCKSACK CLOSES THE ELF'S OPEN ORDER.  ORDERS OPEN FOR
      *  REPACK_AGE_DAYS OR MORE ARE LISTED ON THE AGING REPORT.
      *  A GENERATION OF REPACK_ORDERS.TXT IS KEPT BEFORE IT IS
      *  REWRITTEN, AND ORDERS CLOSED MORE THAN RETENTION_DAYS AGO
      *  ARE MOVED OUT TO ARCHIVE_REPACK_<RUNDATE>.TXT (THE HIGHEST
      *  ORDER NUMBER ALWAYS STAYS, SO NUMBERS ARE NOT REUSED).  A BAD
      *  OR SURPLUS CARD ON THE FILE STOPS ALL ORDER TRACKING FOR THE
      *  RUN AND LEAVES THE FILE AS IT IS, WITH STEP STATUS 8.
      *****************************************************************
           LOAD-REPACK-ORDERS SECTION.
               MOVE 'REPACK_AGE_DAYS' TO WS-PARM-NAME
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
                       TO WS-REPACK-AGE-DAYS
                  END-IF
               END-IF
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
               COMPUTE WS-RPK-CUTOFF = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - WS-RETENTION-DAYS)
               MOVE 'N' TO WS-REPACK-EOF-SW
               OPEN INPUT REPACK-IN
               IF WS-REPACK-STATUS NOT = '00'
                  DISPLAY 'DAY03: NO REPACK ORDER FILE - STARTING '
                          'A NEW FILE'
               ELSE
                  PERFORM UNTIL WS-REPACK-EOF
                     READ REPACK-IN
                     AT END
                        SET WS-REPACK-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-REPACK-CARD
                     END-READ
                  END-PERFORM
                  CLOSE REPACK-IN
               END-IF
               .

           POST-REPACK-CARD SECTION.
               IF IN-RPK-ORDER IS NUMERIC
                  MOVE IN-RPK-ORDER TO WS-RPK-CARD-ORDER
                  IF WS-RPK-CARD-ORDER > WS-NEXT-ORDER
                     MOVE WS-RPK-CARD-ORDER TO WS-NEXT-ORDER
                  END-IF
               END-IF
               EVALUATE TRUE
                  WHEN IN-REPACK-CARD = SPACES
                     CONTINUE
                  WHEN IN-RPK-ORDER IS NOT NUMERIC
                    OR IN-RPK-ELF = SPACES
                    OR (IN-RPK-STATUS NOT = 'O' AND NOT = 'C')
                    OR IN-RPK-OPENED IS NOT NUMERIC
                    OR IN-RPK-LAST-SEEN IS NOT NUMERIC
                    OR IN-RPK-CLOSED IS NOT NUMERIC
                     SET WS-RPK-LOAD-FAILED TO TRUE
                     DISPLAY 'DAY03: MALFORMED REPACK ORDER - FILE '
                             'NOT REWRITTEN: ' IN-REPACK-CARD
                  WHEN WS-RPK-COUNT >= WS-MAX-REPACKS
                     SET WS-RPK-LOAD-FAILED TO TRUE
                     DISPLAY 'DAY03: REPACK ORDER TABLE FULL - FILE '
                             'NOT REWRITTEN: ' IN-REPACK-CARD
                  WHEN OTHER
                     ADD 1 TO WS-RPK-COUNT
                     MOVE IN-RPK-ORDER
                       TO WS-RPK-ORDER(WS-RPK-COUNT)
                     MOVE IN-RPK-ELF
                       TO WS-RPK-ELF(WS-RPK-COUNT)
                     MOVE IN-RPK-ITEM
                       TO WS-RPK-ITEM(WS-RPK-COUNT)
                     MOVE IN-RPK-STATUS
                       TO WS-RPK-STATUS(WS-RPK-COUNT)
                     MOVE IN-RPK-OPENED
                       TO WS-RPK-OPENED(WS-RPK-COUNT)
                     MOVE IN-RPK-LAST-SEEN
                       TO WS-RPK-LAST-SEEN(WS-RPK-COUNT)
                     MOVE IN-RPK-CLOSED
                       TO WS-RPK-CLOSED(WS-RPK-COUNT)
               END-EVALUATE
               .

           OPEN-WORK-ORDERS SECTION.
               OPEN OUTPUT WORKORD-OUT
               MOVE SPACES TO WS-WORKORD-LINE
               STRING 'REPACK WORK ORDERS FOR ' WS-RUN-DATE-X
                  DELIMITED BY SIZE INTO WS-WORKORD-LINE
               WRITE WS-WORKORD-LINE
               MOVE SPACES TO WS-WORKORD-LINE
               WRITE WS-WORKORD-LINE
               .

           TRACK-REPACK-ORDER SECTION.
               MOVE ZERO TO WS-RPK-OPEN-IX
               PERFORM VARYING WS-RPK-IX FROM 1 BY 1
                       UNTIL WS-RPK-IX > WS-RPK-COUNT
                  IF  WS-RPK-ELF(WS-RPK-IX) = WS-ELF-ID
                  AND WS-RPK-STATUS(WS-RPK-IX) = 'O'
                     MOVE WS-RPK-IX TO WS-RPK-OPEN-IX
                     MOVE WS-RPK-COUNT TO WS-RPK-IX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-DUP-PRIORITY > ZERO
                   AND WS-RPK-OPEN-IX > ZERO
                     MOVE WS-RUN-DATE
                       TO WS-RPK-LAST-SEEN(WS-RPK-OPEN-IX)
                     ADD 1 TO WS-RPK-STILL-OPEN
                  WHEN WS-DUP-PRIORITY > ZERO
                     PERFORM OPEN-REPACK-ORDER
                  WHEN WS-RPK-OPEN-IX > ZERO
                     MOVE 'C' TO WS-RPK-STATUS(WS-RPK-OPEN-IX)
                     MOVE WS-RUN-DATE
                       TO WS-RPK-CLOSED(WS-RPK-OPEN-IX)
                     MOVE WS-RUN-DATE
                       TO WS-RPK-LAST-SEEN(WS-RPK-OPEN-IX)
                     ADD 1 TO WS-RPK-CLOSED-TODAY
                     MOVE SPACES TO WS-WORKORD-LINE
                     STRING 'CLOSED ORDER='
                            WS-RPK-ORDER(WS-RPK-OPEN-IX)
                            ' ELF=' WS-ELF-ID
                            ' ITEM=' WS-RPK-ITEM(WS-RPK-OPEN-IX)
                            ' OPENED=' WS-RPK-OPENED(WS-RPK-OPEN-IX)
                        DELIMITED BY SIZE INTO WS-WORKORD-LINE
                     WRITE WS-WORKORD-LINE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               .

           OPEN-REPACK-ORDER SECTION.
               IF WS-RPK-COUNT >= WS-MAX-REPACKS
                  DISPLAY 'DAY03: REPACK ORDER TABLE FULL - NO '
                          'ORDER RAISED FOR ELF ' WS-ELF-ID
                  SET WS-RPK-TABLE-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-RPK-COUNT
                  ADD 1 TO WS-NEXT-ORDER
                  ADD 1 TO WS-RPK-NEW
                  MOVE WS-NEXT-ORDER TO WS-RPK-ORDER(WS-RPK-COUNT)
                  MOVE WS-ELF-ID     TO WS-RPK-ELF(WS-RPK-COUNT)
                  MOVE WS-DUP-CHAR   TO WS-RPK-ITEM(WS-RPK-COUNT)
                  MOVE 'O'           TO WS-RPK-STATUS(WS-RPK-COUNT)
                  MOVE WS-RUN-DATE   TO WS-RPK-OPENED(WS-RPK-COUNT)
                  MOVE WS-RUN-DATE   TO WS-RPK-LAST-SEEN(WS-RPK-COUNT)
                  MOVE ZERO          TO WS-RPK-CLOSED(WS-RPK-COUNT)
                  MOVE SPACES TO WS-WORKORD-LINE
                  IF WS-CATALOG-LOADED
                     MOVE WS-CAT-DESC(WS-DUP-PRIORITY) TO WS-DUP-DESC
                     STRING 'NEW    ORDER=' WS-NEXT-ORDER
                            ' TO ELF=' WS-ELF-ID
                            ' REPACK ITEM=' WS-DUP-CHAR
                            ' DESC=' WS-DUP-DESC
                        DELIMITED BY SIZE INTO WS-WORKORD-LINE
                  ELSE
                     STRING 'NEW    ORDER=' WS-NEXT-ORDER
                            ' TO ELF=' WS-ELF-ID
                            ' REPACK ITEM=' WS-DUP-CHAR
                        DELIMITED BY SIZE INTO WS-WORKORD-LINE
                  END-IF
                  WRITE WS-WORKORD-LINE
               END-IF
               .

           CLOSE-WORK-ORDERS SECTION.
               MOVE SPACES TO WS-WORKORD-LINE
               WRITE WS-WORKORD-LINE
               IF WS-RPK-LOAD-FAILED
                  STRING 'REPACK_ORDERS.TXT NOT LOADED IN FULL - '
                         'NO ORDERS TRACKED'
                     DELIMITED BY SIZE INTO WS-WORKORD-LINE
                  WRITE WS-WORKORD-LINE
                  MOVE SPACES TO WS-WORKORD-LINE
               END-IF
               STRING 'NEW ORDERS=' WS-RPK-NEW
                      ' STILL OPEN=' WS-RPK-STILL-OPEN
                      ' CLOSED=' WS-RPK-CLOSED-TODAY
                  DELIMITED BY SIZE INTO WS-WORKORD-LINE
               WRITE WS-WORKORD-LINE
               CLOSE WORKORD-OUT
               .

           REWRITE-REPACK-ORDERS SECTION.
               IF NOT WS-SHADOW-MODE
                  MOVE WS-REPACK-FILE TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
               END-IF
               IF NOT WS-BKUP-FAILED
                  MOVE SPACES TO WS-ARCHIVE-FILE
                  IF WS-SHADOW-MODE
                     STRING 'shadow_archive_repack_' WS-RUN-DATE '.txt'
                        DELIMITED BY SIZE INTO WS-ARCHIVE-FILE
                  ELSE
                     STRING 'archive_repack_' WS-RUN-DATE '.txt'
                        DELIMITED BY SIZE INTO WS-ARCHIVE-FILE
                  END-IF
                  OPEN OUTPUT REPACK-OUT
                  PERFORM VARYING WS-RPK-IX FROM 1 BY 1
                          UNTIL WS-RPK-IX > WS-RPK-COUNT
                     MOVE SPACES TO WS-REPACK-OUT-LINE
                     MOVE WS-RPK-ORDER(WS-RPK-IX)  TO OUT-RPK-ORDER
                     MOVE WS-RPK-ELF(WS-RPK-IX)    TO OUT-RPK-ELF
                     MOVE WS-RPK-ITEM(WS-RPK-IX)   TO OUT-RPK-ITEM
                     MOVE WS-RPK-STATUS(WS-RPK-IX) TO OUT-RPK-STATUS
                     MOVE WS-RPK-OPENED(WS-RPK-IX) TO OUT-RPK-OPENED
                     MOVE WS-RPK-LAST-SEEN(WS-RPK-IX)
                       TO OUT-RPK-LAST-SEEN
                     MOVE WS-RPK-CLOSED(WS-RPK-IX) TO OUT-RPK-CLOSED
                     IF  WS-RPK-STATUS(WS-RPK-IX) = 'C'
                     AND WS-RPK-CLOSED(WS-RPK-IX) < WS-RPK-CUTOFF
                     AND WS-RPK-ORDER(WS-RPK-IX) < WS-NEXT-ORDER
                        PERFORM ARCHIVE-REPACK-ORDER
                     ELSE
                        WRITE WS-REPACK-OUT-LINE
                     END-IF
                  END-PERFORM
                  CLOSE REPACK-OUT
                  IF WS-ARCHIVE-OPEN
                     CLOSE REPACK-ARCHIVE
                     DISPLAY 'DAY03: ' WS-RPK-ARCHIVED ' CLOSED REPACK '
                             'ORDER(S) ARCHIVED TO ' WS-ARCHIVE-FILE
                  END-IF
               END-IF
               .

           ARCHIVE-REPACK-ORDER SECTION.
               IF NOT WS-ARCHIVE-OPEN
                  OPEN EXTEND REPACK-ARCHIVE
                  IF WS-ARCHIVE-STATUS NOT = '00'
                     OPEN OUTPUT REPACK-ARCHIVE
                  END-IF
                  SET WS-ARCHIVE-OPEN TO TRUE
               END-IF
               ADD 1 TO WS-RPK-ARCHIVED
               MOVE WS-REPACK-OUT-LINE TO WS-REPACK-ARCHIVE-LINE
               WRITE WS-REPACK-ARCHIVE-LINE
               .

           WRITE-REPACK-AGING SECTION.
               OPEN OUTPUT AGING-OUT
               MOVE SPACES TO WS-AGING-LINE
               STRING 'REPACK ORDERS OPEN ' WS-REPACK-AGE-DAYS
                      ' DAYS OR MORE AT ' WS-RUN-DATE-X
                  DELIMITED BY SIZE INTO WS-AGING-LINE
               WRITE WS-AGING-LINE
               MOVE SPACES TO WS-AGING-LINE
               WRITE WS-AGING-LINE
               PERFORM VARYING WS-RPK-IX FROM 1 BY 1
                       UNTIL WS-RPK-IX > WS-RPK-COUNT
                  IF  WS-RPK-STATUS(WS-RPK-IX) = 'O'
                  AND WS-RPK-OPENED(WS-RPK-IX) <= WS-RUN-DATE
                     COMPUTE WS-RPK-AGE =
                             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE
                             (WS-RPK-OPENED(WS-RPK-IX))
                     IF WS-RPK-AGE >= WS-REPACK-AGE-DAYS
                        ADD 1 TO WS-RPK-AGED
                        MOVE SPACES TO WS-AGING-LINE
                        STRING 'ORDER=' WS-RPK-ORDER(WS-RPK-IX)
                               ' ELF=' WS-RPK-ELF(WS-RPK-IX)
                               ' ITEM=' WS-RPK-ITEM(WS-RPK-IX)
                               ' OPENED=' WS-RPK-OPENED(WS-RPK-IX)
                               ' LAST-SEEN='
                               WS-RPK-LAST-SEEN(WS-RPK-IX)
                               ' AGE-DAYS=' WS-RPK-AGE
                           DELIMITED BY SIZE INTO WS-AGING-LINE
                        WRITE WS-AGING-LINE
                     END-IF
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-AGING-LINE
               WRITE WS-AGING-LINE
               STRING 'AGED OPEN ORDERS=' WS-RPK-AGED
                  DELIMITED BY SIZE INTO WS-AGING-LINE
               WRITE WS-AGING-LINE
               CLOSE AGING-OUT
               IF WS-RPK-AGED > ZERO
                  DISPLAY 'DAY03: ' WS-RPK-AGED ' REPACK ORDER(S) '
                          'OPEN ' WS-REPACK-AGE-DAYS ' DAYS OR MORE'
               END-IF
               .

           COPY PRIORITY.

           COPY HISTAPP.
           COPY RUNLOG.

           COPY EXCPAPP.

           COPY KEEPGEN.
