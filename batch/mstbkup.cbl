           IDENTIFICATION DIVISION.
           PROGRAM-ID. MSTBKUP.
      *****************************************************************
      *  MASTER GENERATION BACKUP.  CALLED BY EVERY PROGRAM THAT
      *  REWRITES A MASTER IN PLACE, JUST BEFORE THE REWRITE.  COPIES
      *  THE MASTER AS IT STANDS TO <MASTER>.Gnnnn, THE NEXT
      *  GENERATION NUMBER FOR THAT MASTER, AND CATALOGS THE COPY IN
      *  MASTER_GENERATIONS.TXT WITH THE BUSINESS DATE, TIME, RECORD
      *  COUNT AND A CONTENT HASH.  ONLY THE NEWEST
      *  BACKUP_GENERATIONS COPIES OF EACH MASTER ARE KEPT; OLDER
      *  GENERATION FILES ARE DELETED AND DROPPED FROM THE CATALOG,
      *  EXCEPT THAT THE FIRST COPY OF THE BUSINESS DATE IS ALWAYS
      *  KEPT (SEE DROP-OLD-GENERATIONS).
      *  RESTORE ENTRIES (TYPE R, WRITTEN BY MSTRSTR) ARE NEVER
      *  DROPPED.
      *
      *  STATUS RETURNED: 00 GENERATION KEPT
      *                   04 NO MASTER ON FILE YET - NOTHING TO KEEP
      *                   08 GENERATION COULD NOT BE WRITTEN - THE
      *                      CALLER MUST NOT REWRITE THE MASTER
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT MASTER-IN ASSIGN TO WS-MASTER-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT GEN-OUT ASSIGN TO WS-GEN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-STATUS.
              SELECT CATALOG-IN ASSIGN TO 'master_generations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
              SELECT CATALOG-OUT ASSIGN TO 'master_generations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-OUT-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD MASTER-IN.
              01 IN-MASTER-RECORD      PIC X(256).

              FD GEN-OUT.
              01 WS-GEN-RECORD         PIC X(256).

              FD CATALOG-IN.
              01 IN-CATALOG-CARD.
                 03 IN-CAT-TYPE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-MASTER      PIC X(30).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-GEN         PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-DATE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-TIME        PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-RECORDS     PIC X(7).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-HASH        PIC X(10).
                 03 FILLER             PIC X(1).
                 03 IN-CAT-FILE        PIC X(40).

              FD CATALOG-OUT.
              01 WS-CATALOG-LINE       PIC X(113).

           WORKING-STORAGE SECTION.
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-GEN-STATUS         PIC X(2).
              01 WS-CATALOG-STATUS     PIC X(2).
              01 WS-CATALOG-OUT-STATUS PIC X(2).
              01 WS-MASTER-NAME        PIC X(40).
              01 WS-GEN-FILE           PIC X(40).

              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-TIME           PIC 9(8).

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND            VALUE 'Y'.
              01 WS-PARM-LEN           PIC 9(3) COMP.
              01 WS-KEEP-GENS          PIC 9(3) VALUE 5.

              01 WS-CAT-EOF-SW         PIC X.
                 88 WS-CAT-EOF               VALUE 'Y'.
              01 WS-MAX-CAT            PIC 9(4) COMP VALUE 2000.
              01 WS-CAT-TABLE.
                 03 WS-CAT-ENTRY OCCURS 2000.
                    05 WS-CAT-TYPE        PIC X(1).
                       88 WS-CAT-GENERATION     VALUE 'G'.
                    05 FILLER             PIC X(1).
                    05 WS-CAT-MASTER      PIC X(30).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-GEN         PIC 9(4).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-DATE        PIC 9(8).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-TIME        PIC 9(6).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-RECORDS     PIC 9(7).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-HASH        PIC 9(10).
                    05 FILLER             PIC X(1).
                    05 WS-CAT-FILE        PIC X(40).
              01 WS-CAT-COUNT          PIC 9(4) COMP.
              01 WS-CAT-IX             PIC 9(4) COMP.
              01 WS-CAT-IX2            PIC 9(4) COMP.
              01 WS-OLDEST-IX          PIC 9(4) COMP.
              01 WS-DROP-DONE-SW       PIC X.
                 88 WS-DROP-DONE             VALUE 'Y'.
              01 WS-DROP-FIRSTS-SW     PIC X.
                 88 WS-DROP-FIRSTS           VALUE 'Y'.
              01 WS-FIRST-OF-DATE-SW   PIC X.
                 88 WS-FIRST-OF-DATE         VALUE 'Y'.

              01 WS-NEW-GEN            PIC 9(4).
              01 WS-GEN-COUNT          PIC 9(4) COMP.
              01 WS-RECORD-COUNT       PIC 9(7).
              01 WS-HASH               PIC 9(10).
              01 WS-HASH-IX            PIC 9(3) COMP.
              01 WS-REC-LEN            PIC 9(3) COMP.
              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF            VALUE 'Y'.

           LINKAGE SECTION.
              01 LK-BKUP-MASTER        PIC X(40).
              01 LK-BKUP-STATUS        PIC X(2).

           PROCEDURE DIVISION USING LK-BKUP-MASTER
                                     LK-BKUP-STATUS.

               MOVE '00' TO LK-BKUP-STATUS
               MOVE LK-BKUP-MASTER TO WS-MASTER-NAME
               CALL 'GETBDATE' USING WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME

               MOVE 5 TO WS-KEEP-GENS
               MOVE 'BACKUP_GENERATIONS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT FUNCTION REVERSE(WS-PARM-VALUE)
                     TALLYING WS-PARM-LEN FOR LEADING SPACES
                  COMPUTE WS-PARM-LEN =
                          LENGTH OF WS-PARM-VALUE - WS-PARM-LEN
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-KEEP-GENS
                  END-IF
               END-IF
               IF WS-KEEP-GENS < 1
                  MOVE 1 TO WS-KEEP-GENS
               END-IF

               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS NOT = '00'
                  MOVE '04' TO LK-BKUP-STATUS
                  GOBACK
               END-IF
               CLOSE MASTER-IN

               PERFORM LOAD-CATALOG
               IF LK-BKUP-STATUS = '00'
                  PERFORM COPY-GENERATION
               END-IF
               IF LK-BKUP-STATUS = '00'
                  PERFORM ADD-CATALOG-ENTRY
                  PERFORM DROP-OLD-GENERATIONS
                  PERFORM WRITE-CATALOG
               END-IF
               IF LK-BKUP-STATUS = '00'
                  DISPLAY 'MSTBKUP: ' FUNCTION TRIM(WS-MASTER-NAME)
                          ' GENERATION ' WS-NEW-GEN ' KEPT - '
                          WS-RECORD-COUNT ' RECORD(S) HASH '
                          WS-HASH
               END-IF
               GOBACK.

           LOAD-CATALOG SECTION.
               MOVE ZERO TO WS-CAT-COUNT WS-NEW-GEN
               MOVE 'N' TO WS-CAT-EOF-SW
               OPEN INPUT CATALOG-IN
               IF WS-CATALOG-STATUS = '00'
                  PERFORM UNTIL WS-CAT-EOF
                     READ CATALOG-IN
                     AT END
                        SET WS-CAT-EOF TO TRUE
                     NOT AT END
                        IF  IN-CAT-TYPE NOT = SPACE
                        AND IN-CAT-GEN IS NUMERIC
                           PERFORM POST-CATALOG-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CATALOG-IN
               END-IF
               IF  LK-BKUP-STATUS = '00'
               AND WS-CAT-COUNT >= WS-MAX-CAT
                  DISPLAY 'MSTBKUP: GENERATION CATALOG CAPACITY OF '
                          WS-MAX-CAT ' EXCEEDED - '
                          FUNCTION TRIM(WS-MASTER-NAME)
                          ' NOT BACKED UP'
                  MOVE '08' TO LK-BKUP-STATUS
               END-IF
               ADD 1 TO WS-NEW-GEN
               .

           POST-CATALOG-CARD SECTION.
               IF WS-CAT-COUNT >= WS-MAX-CAT
                  MOVE WS-MAX-CAT TO WS-CAT-COUNT
               ELSE
                  ADD 1 TO WS-CAT-COUNT
                  MOVE IN-CATALOG-CARD TO WS-CAT-ENTRY(WS-CAT-COUNT)
                  IF  WS-CAT-MASTER(WS-CAT-COUNT) = WS-MASTER-NAME
                  AND WS-CAT-GEN(WS-CAT-COUNT) > WS-NEW-GEN
                     MOVE WS-CAT-GEN(WS-CAT-COUNT) TO WS-NEW-GEN
                  END-IF
               END-IF
               .

      *****************************************************************
      *  THE HASH RUNS OVER EVERY CHARACTER UP TO THE LAST NON-BLANK
      *  OF EACH RECORD, WITH A RECORD SEPARATOR, SO MSTRSTR CAN PROVE
      *  A GENERATION IS THE COPY THAT WAS CATALOGED.
      *****************************************************************
           COPY-GENERATION SECTION.
               MOVE SPACES TO WS-GEN-FILE
               STRING WS-MASTER-NAME DELIMITED BY SPACE
                      '.G' WS-NEW-GEN DELIMITED BY SIZE
                  INTO WS-GEN-FILE
               MOVE ZERO TO WS-RECORD-COUNT WS-HASH
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN OUTPUT GEN-OUT
               IF WS-GEN-STATUS NOT = '00'
                  DISPLAY 'MSTBKUP: CANNOT WRITE '
                          FUNCTION TRIM(WS-GEN-FILE) ' - STATUS '
                          WS-GEN-STATUS
                  MOVE '08' TO LK-BKUP-STATUS
               ELSE
                  OPEN INPUT MASTER-IN
                  PERFORM UNTIL WS-MASTER-EOF
                     READ MASTER-IN
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-RECORD-COUNT
                        PERFORM HASH-RECORD
                        MOVE IN-MASTER-RECORD TO WS-GEN-RECORD
                        WRITE WS-GEN-RECORD
                        IF WS-GEN-STATUS NOT = '00'
                           DISPLAY 'MSTBKUP: WRITE ERROR '
                                   WS-GEN-STATUS ' ON '
                                   FUNCTION TRIM(WS-GEN-FILE)
                           MOVE '08' TO LK-BKUP-STATUS
                           SET WS-MASTER-EOF TO TRUE
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE MASTER-IN
                  CLOSE GEN-OUT
               END-IF
               .

           HASH-RECORD SECTION.
               MOVE ZERO TO WS-REC-LEN
               INSPECT FUNCTION REVERSE(IN-MASTER-RECORD)
                  TALLYING WS-REC-LEN FOR LEADING SPACES
               COMPUTE WS-REC-LEN =
                       LENGTH OF IN-MASTER-RECORD - WS-REC-LEN
               PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                       UNTIL WS-HASH-IX > WS-REC-LEN
                  COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                          + FUNCTION ORD(IN-MASTER-RECORD
                                         (WS-HASH-IX:1)),
                          9999999967)
               END-PERFORM
               COMPUTE WS-HASH =
                       FUNCTION MOD(WS-HASH * 31 + 11, 9999999967)
               .

           ADD-CATALOG-ENTRY SECTION.
               ADD 1 TO WS-CAT-COUNT
               MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-COUNT)
               MOVE 'G' TO WS-CAT-TYPE(WS-CAT-COUNT)
               MOVE WS-MASTER-NAME TO WS-CAT-MASTER(WS-CAT-COUNT)
               MOVE WS-NEW-GEN TO WS-CAT-GEN(WS-CAT-COUNT)
               MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
               MOVE WS-RUN-TIME(1:6) TO WS-CAT-TIME(WS-CAT-COUNT)
               MOVE WS-RECORD-COUNT TO WS-CAT-RECORDS(WS-CAT-COUNT)
               MOVE WS-HASH TO WS-CAT-HASH(WS-CAT-COUNT)
               MOVE WS-GEN-FILE TO WS-CAT-FILE(WS-CAT-COUNT)
               .

      *****************************************************************
      *  WHILE THIS MASTER HAS MORE THAN BACKUP_GENERATIONS COPIES ON
      *  THE CATALOG, DELETE THE LOWEST-NUMBERED ONE.  THE FIRST COPY
      *  OF EACH BUSINESS DATE IS WHAT MSTRSTR RESTORE_DATE PUTS
      *  BACK, SO THOSE GO ONLY WHEN NO OTHER COPY IS LEFT TO DROP,
      *  AND THE FIRST COPY OF TODAY AND THE COPY JUST KEPT ARE NEVER
      *  DROPPED - A MASTER REWRITTEN MANY TIMES IN ONE DAY CAN STILL
      *  BE PUT BACK AS IT STOOD AT THE START OF THE DAY.
      *****************************************************************
           DROP-OLD-GENERATIONS SECTION.
               PERFORM COUNT-GENERATIONS
               MOVE 'N' TO WS-DROP-DONE-SW
               PERFORM UNTIL WS-GEN-COUNT <= WS-KEEP-GENS
                          OR WS-DROP-DONE
                  MOVE ZERO TO WS-OLDEST-IX
                  MOVE 'N' TO WS-DROP-FIRSTS-SW
                  PERFORM FIND-OLDEST-DROPPABLE
                  IF WS-OLDEST-IX = ZERO
                     SET WS-DROP-FIRSTS TO TRUE
                     PERFORM FIND-OLDEST-DROPPABLE
                  END-IF
                  IF WS-OLDEST-IX = ZERO
                     SET WS-DROP-DONE TO TRUE
                  ELSE
                     CALL 'CBL_DELETE_FILE' USING
                          WS-CAT-FILE(WS-OLDEST-IX)
                     PERFORM VARYING WS-CAT-IX FROM WS-OLDEST-IX BY 1
                             UNTIL WS-CAT-IX >= WS-CAT-COUNT
                        COMPUTE WS-CAT-IX2 = WS-CAT-IX + 1
                        MOVE WS-CAT-ENTRY(WS-CAT-IX2)
                          TO WS-CAT-ENTRY(WS-CAT-IX)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-CAT-COUNT
                     SUBTRACT 1 FROM WS-GEN-COUNT
                  END-IF
               END-PERFORM
               .

      *  LOWEST-NUMBERED GENERATION OF THIS MASTER THAT MAY GO: NOT THE
      *  ONE JUST KEPT, NOT TODAY'S FIRST, AND (UNLESS WS-DROP-FIRSTS)
      *  NOT THE FIRST OF ITS OWN DATE
           FIND-OLDEST-DROPPABLE SECTION.
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                  IF  WS-CAT-GENERATION(WS-CAT-IX)
                  AND WS-CAT-MASTER(WS-CAT-IX) = WS-MASTER-NAME
                  AND WS-CAT-GEN(WS-CAT-IX) NOT = WS-NEW-GEN
                     PERFORM CHECK-FIRST-OF-DATE
                     IF  (NOT WS-FIRST-OF-DATE OR WS-DROP-FIRSTS)
                     AND NOT (WS-FIRST-OF-DATE
                              AND WS-CAT-DATE(WS-CAT-IX) = WS-RUN-DATE)
                        IF WS-OLDEST-IX = ZERO
                           MOVE WS-CAT-IX TO WS-OLDEST-IX
                        ELSE
                           IF WS-CAT-GEN(WS-CAT-IX) <
                              WS-CAT-GEN(WS-OLDEST-IX)
                              MOVE WS-CAT-IX TO WS-OLDEST-IX
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               .

           CHECK-FIRST-OF-DATE SECTION.
               SET WS-FIRST-OF-DATE TO TRUE
               PERFORM VARYING WS-CAT-IX2 FROM 1 BY 1
                       UNTIL WS-CAT-IX2 > WS-CAT-COUNT
                  IF  WS-CAT-GENERATION(WS-CAT-IX2)
                  AND WS-CAT-MASTER(WS-CAT-IX2) = WS-MASTER-NAME
                  AND WS-CAT-DATE(WS-CAT-IX2) = WS-CAT-DATE(WS-CAT-IX)
                  AND WS-CAT-GEN(WS-CAT-IX2) < WS-CAT-GEN(WS-CAT-IX)
                     MOVE 'N' TO WS-FIRST-OF-DATE-SW
                  END-IF
               END-PERFORM
               .

           COUNT-GENERATIONS SECTION.
               MOVE ZERO TO WS-GEN-COUNT
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                  IF  WS-CAT-GENERATION(WS-CAT-IX)
                  AND WS-CAT-MASTER(WS-CAT-IX) = WS-MASTER-NAME
                     ADD 1 TO WS-GEN-COUNT
                  END-IF
               END-PERFORM
               .

           WRITE-CATALOG SECTION.
               OPEN OUTPUT CATALOG-OUT
               IF WS-CATALOG-OUT-STATUS NOT = '00'
                  DISPLAY 'MSTBKUP: CANNOT REWRITE '
                          'MASTER_GENERATIONS.TXT - STATUS '
                          WS-CATALOG-OUT-STATUS
                  MOVE '08' TO LK-BKUP-STATUS
               ELSE
                  PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                          UNTIL WS-CAT-IX > WS-CAT-COUNT
                     MOVE WS-CAT-ENTRY(WS-CAT-IX) TO WS-CATALOG-LINE
                     WRITE WS-CATALOG-LINE
                  END-PERFORM
                  CLOSE CATALOG-OUT
               END-IF
               .
