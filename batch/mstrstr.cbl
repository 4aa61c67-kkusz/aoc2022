           IDENTIFICATION DIVISION.
           PROGRAM-ID. MSTRSTR.
      *****************************************************************
      *  MASTER RESTORE.  PUTS BACK A GENERATION KEPT BY MSTBKUP.
      *     RESTORE_MASTER  MASTER FILE NAME (REQUIRED)
      *     RESTORE_DATE    BUSINESS DATE YYYYMMDD - THE FIRST
      *                     GENERATION KEPT THAT DAY, I.E. THE MASTER
      *                     AS IT STOOD BEFORE THAT DATE'S FIRST
      *                     REWRITE
      *     RESTORE_GEN     GENERATION NUMBER - OVERRIDES THE DATE
      *                     PICK; IF BOTH ARE GIVEN THEY MUST AGREE
      *  THE GENERATION'S RECORD COUNT AND HASH ARE PROVED AGAINST THE
      *  CATALOG FIRST.  THE MASTER BEING REPLACED IS ITSELF KEPT AS A
      *  NEW GENERATION, SO A RESTORE CAN BE UNDONE.  THE RESTORE IS
      *  LOGGED TO RUNLOG.TXT (PROGRAM=MSTRSTR) AND AS A TYPE R ENTRY
      *  ON MASTER_GENERATIONS.TXT CARRYING THE RUN ID.  THE OPERATOR
      *  (OPERATOR_ID) MUST HOLD SECCHK FUNCTION MSTRSTR.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CATALOG-IN ASSIGN TO 'master_generations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
              SELECT CATALOG-EXT ASSIGN TO 'master_generations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-EXT-STATUS.
              SELECT GEN-IN ASSIGN TO WS-GEN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-STATUS.
              SELECT WORK-OUT ASSIGN TO 'mstrstr_work.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
              SELECT WORK-IN ASSIGN TO 'mstrstr_work.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
              SELECT MASTER-OUT ASSIGN TO WS-MASTER-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.

           DATA DIVISION.
           FILE SECTION.
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

              FD CATALOG-EXT.
              01 WS-CATALOG-LINE.
                 03 WS-CAT-TYPE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-MASTER      PIC X(30).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-GEN         PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-DATE        PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-TIME        PIC 9(6).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-RECORDS     PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-HASH        PIC 9(10).
                 03 FILLER             PIC X(1).
                 03 WS-CAT-FILE        PIC X(40).

              FD GEN-IN.
              01 IN-GEN-RECORD         PIC X(256).

              FD WORK-OUT.
              01 WS-WORK-RECORD        PIC X(256).

              FD WORK-IN.
              01 IN-WORK-RECORD        PIC X(256).

              FD MASTER-OUT.
              01 WS-MASTER-RECORD      PIC X(256).

           WORKING-STORAGE SECTION.
              01 WS-CATALOG-STATUS     PIC X(2).
              01 WS-CATALOG-EXT-STATUS PIC X(2).
              01 WS-GEN-STATUS         PIC X(2).
              01 WS-WORK-STATUS        PIC X(2).
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-MASTER-NAME        PIC X(40).
              01 WS-GEN-FILE           PIC X(40).

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'MSTRSTR'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.

              01 WS-RUN-DATE           PIC 9(8).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-TIME           PIC 9(8).
              01 WS-RUN-ID             PIC X(15).
              01 WS-RUNLOG-LINE        PIC X(150).
              01 WS-POST-FILE          PIC X(40).
              01 WS-POST-LEN           PIC 9(3).
              01 WS-POST-STATUS        PIC X(2).
              01 WS-RUNLOG-PHASE       PIC X(5).
              01 WS-RUNLOG-STAT-CODE   PIC 9(2) VALUE 0.
              01 WS-RUNLOG-TIME        PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'MSTRSTR'.

              01 WS-RESTORE-DATE-X     PIC X(8).
              01 WS-RESTORE-DATE       PIC 9(8) VALUE 0.
              01 WS-RESTORE-GEN-X      PIC X(4).
              01 WS-RESTORE-GEN        PIC 9(4) VALUE 0.
              01 WS-PARM-LEN           PIC 9(3) COMP.
              01 WS-RESTORE-REASON     PIC X(50).

              01 WS-CAT-EOF-SW         PIC X.
                 88 WS-CAT-EOF               VALUE 'Y'.
              01 WS-PICK-FOUND-SW      PIC X VALUE 'N'.
                 88 WS-PICK-FOUND            VALUE 'Y'.
              01 WS-PICK-GEN           PIC 9(4).
              01 WS-PICK-DATE          PIC 9(8).
              01 WS-PICK-RECORDS       PIC 9(7).
              01 WS-PICK-HASH          PIC 9(10).

              01 WS-GEN-EOF-SW         PIC X.
                 88 WS-GEN-EOF               VALUE 'Y'.
              01 WS-RECORD-COUNT       PIC 9(7).
              01 WS-HASH               PIC 9(10).
              01 WS-HASH-IX            PIC 9(3) COMP.
              01 WS-REC-LEN            PIC 9(3) COMP.

              01 WS-BKUP-STATUS        PIC X(2).

              COPY STATBLK.

           PROCEDURE DIVISION.

               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
               MOVE SPACES TO WS-MASTER-NAME
               ACCEPT WS-MASTER-NAME FROM ENVIRONMENT
                      'RESTORE_MASTER'
               MOVE WS-MASTER-NAME TO WS-SEC-PARMS
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               IF NOT WS-SEC-GRANTED
                  DISPLAY 'MSTRSTR: OPERATOR ' WS-SEC-OPERATOR
                          ' NOT AUTHORIZED FOR MASTER RESTORES'
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
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-RUN-ID
               ACCEPT WS-RUN-ID FROM ENVIRONMENT 'RUN_ID'
               IF WS-RUN-ID = SPACES
                  STRING 'R' WS-RUN-DATE WS-RUN-TIME(1:6)
                     DELIMITED BY SIZE INTO WS-RUN-ID
               END-IF
               MOVE 'START' TO WS-RUNLOG-PHASE
               MOVE ZERO TO WS-RUNLOG-STAT-CODE
               PERFORM WRITE-RUN-LOG-RECORD

               MOVE SPACES TO WS-RESTORE-REASON
               MOVE SPACES TO WS-RESTORE-DATE-X WS-RESTORE-GEN-X
               ACCEPT WS-RESTORE-DATE-X FROM ENVIRONMENT
                      'RESTORE_DATE'
               ACCEPT WS-RESTORE-GEN-X FROM ENVIRONMENT
                      'RESTORE_GEN'
               IF WS-RESTORE-DATE-X IS NUMERIC
                  MOVE WS-RESTORE-DATE-X TO WS-RESTORE-DATE
               END-IF
               MOVE ZERO TO WS-PARM-LEN
               INSPECT FUNCTION REVERSE(WS-RESTORE-GEN-X)
                  TALLYING WS-PARM-LEN FOR LEADING SPACES
               COMPUTE WS-PARM-LEN =
                       LENGTH OF WS-RESTORE-GEN-X - WS-PARM-LEN
               IF WS-PARM-LEN > 0
               AND WS-RESTORE-GEN-X(1:WS-PARM-LEN) IS NUMERIC
                  MOVE WS-RESTORE-GEN-X(1:WS-PARM-LEN)
                    TO WS-RESTORE-GEN
               END-IF

               EVALUATE TRUE
                  WHEN WS-MASTER-NAME = SPACES
                     MOVE 'RESTORE_MASTER NOT GIVEN'
                       TO WS-RESTORE-REASON
                  WHEN WS-RESTORE-DATE = ZERO
                   AND WS-RESTORE-GEN = ZERO
                     MOVE 'RESTORE_DATE OR RESTORE_GEN NOT GIVEN'
                       TO WS-RESTORE-REASON
                  WHEN OTHER
                     PERFORM PICK-GENERATION
               END-EVALUATE
               IF WS-RESTORE-REASON = SPACES
                  PERFORM PROVE-GENERATION
               END-IF
               IF WS-RESTORE-REASON = SPACES
                  CALL 'MSTBKUP' USING WS-MASTER-NAME
                                       WS-BKUP-STATUS
                  IF WS-BKUP-STATUS = '08'
                     MOVE 'CURRENT MASTER COULD NOT BE KEPT'
                       TO WS-RESTORE-REASON
                  END-IF
               END-IF
               IF WS-RESTORE-REASON = SPACES
                  PERFORM PUT-BACK-MASTER
               END-IF
               CALL 'CBL_DELETE_FILE' USING 'mstrstr_work.txt'

               IF WS-RESTORE-REASON = SPACES
                  PERFORM LOG-RESTORE-ENTRY
                  MOVE WS-RECORD-COUNT TO WS-STAT-RECORDS-READ
                                          WS-STAT-RECORDS-PROCESSED
                  DISPLAY 'MSTRSTR: ' FUNCTION TRIM(WS-MASTER-NAME)
                          ' RESTORED FROM GENERATION ' WS-PICK-GEN
                          ' OF ' WS-PICK-DATE ' - ' WS-RECORD-COUNT
                          ' RECORD(S) RUN ID ' WS-RUN-ID
               ELSE
                  MOVE 8 TO WS-RUNLOG-STAT-CODE
                  ADD 1 TO WS-STAT-RECORDS-REJECTED
                  DISPLAY 'MSTRSTR: ' FUNCTION TRIM(WS-RESTORE-REASON)
                          ' - ' FUNCTION TRIM(WS-MASTER-NAME)
                          ' NOT RESTORED'
               END-IF
               MOVE 'END  ' TO WS-RUNLOG-PHASE
               PERFORM WRITE-RUN-LOG-RECORD
               MOVE WS-RUNLOG-STAT-CODE TO RETURN-CODE
               GOBACK.

      *****************************************************************
      *  A GENERATION NUMBER PICKS THAT GENERATION; A DATE ALONE PICKS
      *  THE LOWEST GENERATION KEPT ON THAT DATE.
      *****************************************************************
           PICK-GENERATION SECTION.
               MOVE 'N' TO WS-CAT-EOF-SW
               OPEN INPUT CATALOG-IN
               IF WS-CATALOG-STATUS NOT = '00'
                  MOVE 'NO MASTER_GENERATIONS.TXT'
                    TO WS-RESTORE-REASON
               ELSE
                  PERFORM UNTIL WS-CAT-EOF
                     READ CATALOG-IN
                     AT END
                        SET WS-CAT-EOF TO TRUE
                     NOT AT END
                        IF  IN-CAT-TYPE = 'G'
                        AND IN-CAT-MASTER = WS-MASTER-NAME
                        AND IN-CAT-GEN IS NUMERIC
                        AND IN-CAT-DATE IS NUMERIC
                           PERFORM CHECK-CATALOG-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CATALOG-IN
                  IF NOT WS-PICK-FOUND
                     IF WS-RESTORE-GEN > ZERO
                        STRING 'NO GENERATION ' WS-RESTORE-GEN
                               ' ON FILE'
                           DELIMITED BY SIZE INTO WS-RESTORE-REASON
                     ELSE
                        STRING 'NO GENERATION KEPT ON '
                               WS-RESTORE-DATE
                           DELIMITED BY SIZE INTO WS-RESTORE-REASON
                     END-IF
                  ELSE
                     IF  WS-RESTORE-DATE > ZERO
                     AND WS-PICK-DATE NOT = WS-RESTORE-DATE
                        STRING 'GENERATION ' WS-PICK-GEN
                               ' WAS KEPT ON ' WS-PICK-DATE
                               ' NOT ' WS-RESTORE-DATE
                           DELIMITED BY SIZE INTO WS-RESTORE-REASON
                     END-IF
                  END-IF
               END-IF
               .

           CHECK-CATALOG-CARD SECTION.
               IF WS-RESTORE-GEN > ZERO
                  IF IN-CAT-GEN = WS-RESTORE-GEN
                     PERFORM TAKE-CATALOG-CARD
                  END-IF
               ELSE
                  IF IN-CAT-DATE = WS-RESTORE-DATE
                     IF NOT WS-PICK-FOUND
                        PERFORM TAKE-CATALOG-CARD
                     ELSE
                        IF IN-CAT-GEN < WS-PICK-GEN
                           PERFORM TAKE-CATALOG-CARD
                        END-IF
                     END-IF
                  END-IF
               END-IF
               .

           TAKE-CATALOG-CARD SECTION.
               SET WS-PICK-FOUND TO TRUE
               MOVE IN-CAT-GEN     TO WS-PICK-GEN
               MOVE IN-CAT-DATE    TO WS-PICK-DATE
               MOVE IN-CAT-RECORDS TO WS-PICK-RECORDS
               MOVE IN-CAT-HASH    TO WS-PICK-HASH
               MOVE IN-CAT-FILE    TO WS-GEN-FILE
               .

      *****************************************************************
      *  RECOUNT AND REHASH THE GENERATION INTO A WORK COPY.  THE WORK
      *  COPY IS WHAT GOES BACK, SO THE GENERATION MAY AGE OFF WHEN
      *  THE CURRENT MASTER IS KEPT.
      *****************************************************************
           PROVE-GENERATION SECTION.
               MOVE ZERO TO WS-RECORD-COUNT WS-HASH
               MOVE 'N' TO WS-GEN-EOF-SW
               OPEN INPUT GEN-IN
               IF WS-GEN-STATUS NOT = '00'
                  STRING 'GENERATION FILE ' WS-GEN-FILE ' MISSING'
                     DELIMITED BY SIZE INTO WS-RESTORE-REASON
               ELSE
                  OPEN OUTPUT WORK-OUT
                  PERFORM UNTIL WS-GEN-EOF
                     READ GEN-IN
                     AT END
                        SET WS-GEN-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-RECORD-COUNT
                        PERFORM HASH-RECORD
                        MOVE IN-GEN-RECORD TO WS-WORK-RECORD
                        WRITE WS-WORK-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE GEN-IN
                  CLOSE WORK-OUT
                  IF WS-RECORD-COUNT NOT = WS-PICK-RECORDS
                  OR WS-HASH NOT = WS-PICK-HASH
                     STRING 'GENERATION ' WS-PICK-GEN
                            ' FAILS RECORD COUNT OR HASH'
                        DELIMITED BY SIZE INTO WS-RESTORE-REASON
                  END-IF
               END-IF
               .

           HASH-RECORD SECTION.
               MOVE ZERO TO WS-REC-LEN
               INSPECT FUNCTION REVERSE(IN-GEN-RECORD)
                  TALLYING WS-REC-LEN FOR LEADING SPACES
               COMPUTE WS-REC-LEN =
                       LENGTH OF IN-GEN-RECORD - WS-REC-LEN
               PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                       UNTIL WS-HASH-IX > WS-REC-LEN
                  COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                          + FUNCTION ORD(IN-GEN-RECORD
                                         (WS-HASH-IX:1)),
                          9999999967)
               END-PERFORM
               COMPUTE WS-HASH =
                       FUNCTION MOD(WS-HASH * 31 + 11, 9999999967)
               .

           PUT-BACK-MASTER SECTION.
               MOVE 'N' TO WS-GEN-EOF-SW
               OPEN INPUT WORK-IN
               OPEN OUTPUT MASTER-OUT
               IF WS-MASTER-STATUS NOT = '00'
                  STRING 'CANNOT REWRITE MASTER - STATUS '
                         WS-MASTER-STATUS
                     DELIMITED BY SIZE INTO WS-RESTORE-REASON
                  CLOSE WORK-IN
               ELSE
                  PERFORM UNTIL WS-GEN-EOF
                     READ WORK-IN
                     AT END
                        SET WS-GEN-EOF TO TRUE
                     NOT AT END
                        MOVE IN-WORK-RECORD TO WS-MASTER-RECORD
                        WRITE WS-MASTER-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE WORK-IN
                  CLOSE MASTER-OUT
               END-IF
               .

           LOG-RESTORE-ENTRY SECTION.
               OPEN EXTEND CATALOG-EXT
               IF WS-CATALOG-EXT-STATUS NOT = '00'
                  DISPLAY 'MSTRSTR: RESTORE NOT RECORDED ON '
                          'MASTER_GENERATIONS.TXT - STATUS '
                          WS-CATALOG-EXT-STATUS
               ELSE
                  MOVE SPACES TO WS-CATALOG-LINE
                  MOVE 'R' TO WS-CAT-TYPE
                  MOVE WS-MASTER-NAME TO WS-CAT-MASTER
                  MOVE WS-PICK-GEN TO WS-CAT-GEN
                  MOVE WS-RUN-DATE TO WS-CAT-DATE
                  MOVE WS-RUN-TIME(1:6) TO WS-CAT-TIME
                  MOVE WS-RECORD-COUNT TO WS-CAT-RECORDS
                  MOVE WS-HASH TO WS-CAT-HASH
                  STRING 'RUNID=' WS-RUN-ID
                     DELIMITED BY SIZE INTO WS-CAT-FILE
                  WRITE WS-CATALOG-LINE
                  CLOSE CATALOG-EXT
               END-IF
               .

           COPY RUNLOG.
