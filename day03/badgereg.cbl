           IDENTIFICATION DIVISION.
           PROGRAM-ID. BADGEREG.

      *****************************************************************
      *  BADGE HOLDER REGISTER.  EVERY BADGE HANDED OUT BY DAY03P2 ON
      *  DAY03_BADGES.TXT BECOMES A LIVE ENTRY UNDER A NEW SERIAL ON
      *  BADGE_REGISTER.TXT AND COMES OFF BADGE_STOCK.TXT; A RERUN
      *  FINDS THE DATE AND GROUP ALREADY ON FILE, AND A HOLDER WHO
      *  STILL HAS A LIVE BADGE OF THE SAME LETTER FOR THE SAME WORK
      *  GROUP KEEPS IT (COUNTED AS ALREADY HELD).  CARDS ON
      *  BADGE_TRANS.TXT:
      *
      *     RETURN   SERIAL            YYYYMMDD
      *     LOST     SERIAL            YYYYMMDD
      *     DAMAGED  SERIAL            YYYYMMDD
      *     REPLACE  SERIAL   HOLDER   YYYYMMDD
      *
      *  RETURN PUTS THE BADGE BACK INTO STOCK, LOST AND DAMAGED WRITE
      *  IT OFF, AND REPLACE CUTS ONE NEW BADGE FOR A LOST OR DAMAGED
      *  ONE FROM STOCK OF THE SAME LETTER (HOLDER ONLY WHEN IT GOES
      *  TO A DIFFERENT ELF).  DATE DEFAULTS TO THE BUSINESS DATE.
      *  GENERATIONS OF THE REGISTER AND STOCK ARE KEPT (SEE MSTBKUP)
      *  BEFORE EITHER IS REWRITTEN.  RETURNED, LOST AND DAMAGED
      *  BADGES LAST CHANGED MORE THAN RETENTION_DAYS (DEFAULT 90) AGO
      *  ARE MOVED OUT TO ARCHIVE_BADGES_<RUNDATE>.TXT (THE HIGHEST
      *  SERIAL ALWAYS STAYS, SO SERIALS ARE NOT REUSED).  A BAD
      *  REGISTER CARD OR A FULL BADGE TABLE LEAVES THE REGISTER AND
      *  STOCK AS THEY ARE.  BADGEREG_AUDIT.TXT LOGS EVERY CARD;
      *  BADGE_HOLDER_CHECK.TXT LISTS ELVES HOLDING MORE THAN ONE LIVE
      *  BADGE OR A BADGE FOR A WORK GROUP ON WORKGROUPS.TXT THEY ARE
      *  NOT ROSTERED IN.  RC 4 WHEN A CARD IS REJECTED, RC 8 WHEN
      *  THE REGISTER CANNOT BE LOADED OR THE BADGE TABLE FILLS, NO
      *  GENERATION COULD BE KEPT OR THE DATE IS CLOSED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT REGISTER-IN ASSIGN TO 'badge_register.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
              SELECT REGISTER-OUT ASSIGN TO 'badge_register.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT STOCK-IN ASSIGN TO 'badge_stock.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STOCK-STATUS.
              SELECT STOCK-OUT ASSIGN TO 'badge_stock.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ISSUE-FILE ASSIGN TO 'day03_badges.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.
              SELECT TRANS-FILE ASSIGN TO 'badge_trans.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT WG-FILE ASSIGN TO 'workgroups.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WG-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'badgereg_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HOLDCHK-OUT ASSIGN TO 'badge_holder_check.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT BADGE-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           DATA DIVISION.

           FILE SECTION.
      *  ONE CARD PER PHYSICAL BADGE.  STATUS L = LIVE, R = RETURNED
      *  TO STOCK, X = LOST, D = DAMAGED.  GROUP IS THE DAY03P2 GROUP
      *  NUMBER ON THE ISSUE DATE (ZERO FOR A REPLACEMENT), REPLACES
      *  THE SERIAL OF THE BADGE A REPLACEMENT WAS CUT FOR.
           FD REGISTER-IN.
           01 IN-REG-CARD.
              03 IN-REG-SERIAL     PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-REG-LETTER     PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-REG-HOLDER     PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-REG-WORKGROUP  PIC X(4).
              03 FILLER            PIC X(1).
              03 IN-REG-STATUS     PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-REG-ISSUED-ON  PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-REG-GROUP      PIC X(5).
              03 FILLER            PIC X(1).
              03 IN-REG-CHANGED-ON PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-REG-REPLACES   PIC X(8).

           FD REGISTER-OUT.
           01 WS-REGISTER-OUT-LINE.
              03 OUT-REG-SERIAL    PIC 9(8).
              03 FILLER            PIC X(1).
              03 OUT-REG-LETTER    PIC X(1).
              03 FILLER            PIC X(1).
              03 OUT-REG-HOLDER    PIC X(8).
              03 FILLER            PIC X(1).
              03 OUT-REG-WORKGROUP PIC X(4).
              03 FILLER            PIC X(1).
              03 OUT-REG-STATUS    PIC X(1).
              03 FILLER            PIC X(1).
              03 OUT-REG-ISSUED-ON PIC 9(8).
              03 FILLER            PIC X(1).
              03 OUT-REG-GROUP     PIC 9(5).
              03 FILLER            PIC X(1).
              03 OUT-REG-CHANGED-ON PIC 9(8).
              03 FILLER            PIC X(1).
              03 OUT-REG-REPLACES  PIC 9(8).

           FD STOCK-IN.
           01 IN-STOCK-CARD.
              03 IN-STOCK-LETTER   PIC X(1).
              03 FILLER            PIC X(1).
              03 IN-STOCK-ONHAND   PIC X(5).

           FD STOCK-OUT.
           01 WS-STOCK-OUT-LINE.
              03 OUT-STOCK-LETTER  PIC X(1).
              03 FILLER            PIC X(1).
              03 OUT-STOCK-ONHAND  PIC 9(5).

      *  DAY03P2 BADGE ISSUANCE LINES.  WORKGROUP IS ONLY PRESENT WHEN
      *  THE WORK-GROUP MASTER WAS AVAILABLE TO DAY03P2.
           FD ISSUE-FILE.
           01 IN-ISSUE-LINE.
              03 IN-ISS-DATE-TAG   PIC X(5).
              03 IN-ISS-DATE       PIC X(8).
              03 FILLER            PIC X(7).
              03 IN-ISS-GROUP      PIC X(5).
              03 FILLER            PIC X(7).
              03 IN-ISS-LETTER     PIC X(1).
              03 FILLER            PIC X(10).
              03 IN-ISS-PRIORITY   PIC X(2).
              03 IN-ISS-HOLDER-TAG PIC X(8).
              03 IN-ISS-HOLDER     PIC X(8).
              03 FILLER            PIC X(11).
              03 IN-ISS-WORKGROUP  PIC X(4).
              03 FILLER            PIC X(4).

      *  RETURN, LOST, DAMAGED AND REPLACE AGAINST A BADGE SERIAL.
      *  HOLDER IS ONLY READ ON REPLACE, FOR A REPLACEMENT HANDED TO A
      *  DIFFERENT ELF.  DATE DEFAULTS TO THE RUN DATE.
           FD TRANS-FILE.
           01 IN-TRANS-CARD.
              03 IN-TRANS-ACTION   PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-TRANS-SERIAL   PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-TRANS-HOLDER   PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-TRANS-DATE     PIC X(8).

           FD WG-FILE.
           01 IN-WG-CARD.
              03 IN-WG-GROUP       PIC X(4).
              03 FILLER            PIC X(1).
              03 IN-WG-ELF1        PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-WG-ELF2        PIC X(8).
              03 FILLER            PIC X(1).
              03 IN-WG-ELF3        PIC X(8).

           FD AUDIT-OUT.
           01 WS-AUDIT-LINE        PIC X(132).

           FD HOLDCHK-OUT.
           01 WS-HOLDCHK-LINE      PIC X(100).

           FD BADGE-ARCHIVE.
           01 WS-BADGE-ARCHIVE-LINE PIC X(59).

           WORKING-STORAGE SECTION.

           01 WS-EXCP-RECORD         PIC X(180).
           01 WS-POST-FILE           PIC X(40).
           01 WS-POST-LEN            PIC 9(3).
           01 WS-POST-STATUS         PIC X(2).
           COPY EOFSW.

           01 WS-PERD-OPEN-SW      PIC X.
              88 WS-PERD-OPEN           VALUE 'Y'.
           01 WS-RUN-DATE          PIC 9(8).
           01 WS-HIST-PROGRAM-ID   PIC X(8) VALUE 'BADGEREG'.
           01 WS-EXCP-FILE-NAME    PIC X(40).
           01 WS-EXCP-LINE-NO      PIC 9(7).
           01 WS-EXCP-REASON       PIC X(8).
           01 WS-EXCP-IMAGE        PIC X(60).
           01 WS-SHADOW-SW         PIC X VALUE 'N'.
              88 WS-SHADOW-MODE          VALUE 'Y'.
           01 WS-BKUP-MASTER       PIC X(40).
           01 WS-BKUP-STATUS       PIC X(2).
              88 WS-BKUP-FAILED          VALUE '08'.

           01 WS-CHAR              PIC X.
           01 WS-PRIORITY          PIC 9(2).
           01 WS-ALPHA-STRING      PIC X(52) VALUE
              'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-PRIORITY-TABLE REDEFINES WS-ALPHA-STRING.
              03 WS-PRIORITY-LETTER PIC X OCCURS 52.
           01 WS-PRIORITY-IX       PIC 9(2) COMP.

           01 WS-REGISTER-STATUS   PIC X(2).
           01 WS-REGISTER-EOF-SW   PIC X.
              88 WS-REGISTER-EOF        VALUE 'Y'.
           01 WS-MAX-BADGES        PIC 9(4) COMP VALUE 2000.
           01 WS-BADGE-TABLE.
              03 WS-BDG-ENTRY OCCURS 2000.
                 05 WS-BDG-SERIAL      PIC 9(8).
                 05 WS-BDG-LETTER      PIC X(1).
                 05 WS-BDG-HOLDER      PIC X(8).
                 05 WS-BDG-WORKGROUP   PIC X(4).
                 05 WS-BDG-STATUS      PIC X(1).
                 05 WS-BDG-ISSUED-ON   PIC 9(8).
                 05 WS-BDG-GROUP       PIC 9(5).
                 05 WS-BDG-CHANGED-ON  PIC 9(8).
                 05 WS-BDG-REPLACES    PIC 9(8).
                 05 WS-BDG-ARCHIVE-SW  PIC X(1).
                    88 WS-BDG-TO-ARCHIVE    VALUE 'Y'.
           01 WS-BDG-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-BDG-IX            PIC 9(4) COMP.
           01 WS-BDG-IX2           PIC 9(4) COMP.
           01 WS-NEXT-SERIAL       PIC 9(8) VALUE 0.
           01 WS-REGISTER-CHANGED-SW PIC X VALUE 'N'.
              88 WS-REGISTER-CHANGED    VALUE 'Y'.
           01 WS-BDG-LOAD-SW       PIC X VALUE 'N'.
              88 WS-BDG-LOAD-FAILED     VALUE 'Y'.
           01 WS-BDG-FULL-SW       PIC X VALUE 'N'.
              88 WS-BDG-TABLE-FULL      VALUE 'Y'.
           01 WS-REG-CARD-SERIAL   PIC 9(8).
           01 WS-RETENTION-DAYS    PIC 9(4) VALUE 90.
           01 WS-BDG-CUTOFF        PIC 9(8).
           01 WS-BDG-ARCHIVE-DUE   PIC 9(5) VALUE 0.
           01 WS-BDG-ARCHIVED      PIC 9(5) VALUE 0.
           01 WS-ARCHIVE-FILE      PIC X(40).
           01 WS-ARCHIVE-STATUS    PIC X(2).
           01 WS-ARCHIVE-OPEN-SW   PIC X VALUE 'N'.
              88 WS-ARCHIVE-OPEN        VALUE 'Y'.
           01 WS-PARM-NAME         PIC X(20).
           01 WS-PARM-VALUE        PIC X(40).
           01 WS-PARM-FOUND-SW     PIC X.
              88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-LEN          PIC 9(2) COMP.

           01 WS-STOCK-STATUS      PIC X(2).
           01 WS-STOCK-EOF-SW      PIC X.
              88 WS-STOCK-EOF           VALUE 'Y'.
           01 WS-STOCK-LOADED-SW   PIC X VALUE 'N'.
              88 WS-STOCK-LOADED        VALUE 'Y'.
           01 WS-STOCK-TABLE.
              03 WS-STOCK-ENTRY OCCURS 52.
                 05 WS-STOCK-ONHAND    PIC 9(5).
                 05 WS-STOCK-CARD-SW   PIC X(1).

           01 WS-ISSUE-STATUS      PIC X(2).
           01 WS-ISSUE-EOF-SW      PIC X.
              88 WS-ISSUE-EOF           VALUE 'Y'.
           01 WS-ISSUE-DATE        PIC 9(8).
           01 WS-ISSUE-GROUP       PIC 9(5).
           01 WS-ISSUE-WORKGROUP   PIC X(4).
           01 WS-ISSUE-READ        PIC 9(7) VALUE 0.
           01 WS-ISSUE-LOADED      PIC 9(5) VALUE 0.
           01 WS-ISSUE-SKIPPED     PIC 9(5) VALUE 0.
           01 WS-ISSUE-SHORT       PIC 9(5) VALUE 0.
           01 WS-ISSUE-HELD        PIC 9(5) VALUE 0.

           01 WS-WG-STATUS         PIC X(2).
           01 WS-WG-EOF-SW         PIC X.
              88 WS-WG-EOF              VALUE 'Y'.
           01 WS-WG-LOADED-SW      PIC X VALUE 'N'.
              88 WS-WG-LOADED           VALUE 'Y'.
           01 WS-MAX-WORKGROUPS    PIC 9(3) COMP VALUE 200.
           01 WS-WG-TABLE.
              03 WS-WG-ENTRY OCCURS 200.
                 05 WS-WG-GROUP    PIC X(4).
                 05 WS-WG-MEMBER   PIC X(8) OCCURS 3.
           01 WS-WG-COUNT          PIC 9(3) COMP VALUE 0.
           01 WS-WG-IX             PIC 9(3) COMP.
           01 WS-WG-FOUND-IX       PIC 9(3) COMP.
           01 WS-WG-MEMBER-SW      PIC X.
              88 WS-WG-IS-MEMBER        VALUE 'Y'.

           01 WS-TRANS-READ        PIC 9(7) VALUE 0.
           01 WS-TRANS-DATE        PIC 9(8).
           01 WS-TRANS-SERIAL      PIC 9(8).
           01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
           01 WS-REJECT-REASON     PIC X(8).
           01 WS-BEFORE-IMAGE      PIC X(40).
           01 WS-AFTER-IMAGE       PIC X(40).
           01 WS-AFTER-IX          PIC 9(4) COMP.

           01 WS-HOLDER-LIVE       PIC 9(3).
           01 WS-MULTI-COUNT       PIC 9(5) VALUE 0.
           01 WS-NOTMEMBER-COUNT   PIC 9(5) VALUE 0.
           01 WS-LIVE-COUNT        PIC 9(5) VALUE 0.
           01 WS-CHECK-REASON      PIC X(8).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
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
               COMPUTE WS-BDG-CUTOFF = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - WS-RETENTION-DAYS)

               PERFORM LOAD-BADGE-REGISTER
               IF WS-BDG-LOAD-FAILED
                  DISPLAY 'BADGEREG: BADGE_REGISTER.TXT COULD NOT BE '
                          'LOADED IN FULL - NOTHING REGISTERED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-BADGE-STOCK
               PERFORM LOAD-WORK-GROUPS

               OPEN OUTPUT AUDIT-OUT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'BADGE HOLDER REGISTER MAINTENANCE FOR '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               PERFORM LOAD-BADGE-ISSUANCE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT TRANS-FILE
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'BADGEREG: NO BADGE TRANSACTIONS TODAY'
               ELSE
                  PERFORM UNTIL WS-EOF
                     READ TRANS-FILE
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-TRANS-READ
                        IF IN-TRANS-CARD NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE TRANS-FILE
               END-IF

               EVALUATE TRUE
                  WHEN WS-BDG-TABLE-FULL
                     MOVE 8 TO RETURN-CODE
                     MOVE SPACES TO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     MOVE 'NOTHING REWRITTEN - BADGE TABLE FULL'
                       TO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                  WHEN WS-REGISTER-CHANGED OR WS-BDG-ARCHIVE-DUE > ZERO
                     MOVE 'badge_register.txt' TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                     IF NOT WS-BKUP-FAILED AND WS-STOCK-LOADED
                        MOVE 'badge_stock.txt' TO WS-BKUP-MASTER
                        PERFORM KEEP-MASTER-GENERATION
                     END-IF
                     IF WS-BKUP-FAILED
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        PERFORM REWRITE-BADGE-REGISTER
                        IF WS-STOCK-LOADED
                           PERFORM REWRITE-BADGE-STOCK
                        END-IF
                     END-IF
               END-EVALUATE

               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'BADGES ISSUED=' WS-ISSUE-LOADED
                      ' ALREADY-ON-FILE=' WS-ISSUE-SKIPPED
                      ' STOCK-SHORT=' WS-ISSUE-SHORT
                      ' ALREADY-HELD=' WS-ISSUE-HELD
                      ' ARCHIVED=' WS-BDG-ARCHIVED
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CARDS READ=' WS-TRANS-READ
                      ' APPLIED=' WS-APPLIED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               CLOSE AUDIT-OUT

               PERFORM WRITE-HOLDER-CHECK

               DISPLAY 'BADGEREG: ' WS-ISSUE-LOADED ' ISSUED, '
                       WS-APPLIED-COUNT ' APPLIED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'BADGEREG_AUDIT.TXT'
               IF WS-MULTI-COUNT > ZERO
               OR WS-NOTMEMBER-COUNT > ZERO
                  DISPLAY 'BADGEREG: ' WS-MULTI-COUNT
                          ' MULTIPLE-BADGE AND ' WS-NOTMEMBER-COUNT
                          ' WRONG-GROUP HOLDING(S) - SEE '
                          'BADGE_HOLDER_CHECK.TXT'
               END-IF
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-BADGE-REGISTER SECTION.
               MOVE 'N' TO WS-REGISTER-EOF-SW
               OPEN INPUT REGISTER-IN
               IF WS-REGISTER-STATUS NOT = '00'
                  DISPLAY 'BADGEREG: NO BADGE REGISTER ON FILE - '
                          'STARTING A NEW REGISTER'
               ELSE
                  PERFORM UNTIL WS-REGISTER-EOF
                     READ REGISTER-IN
                     AT END
                        SET WS-REGISTER-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-REGISTER-CARD
                     END-READ
                  END-PERFORM
                  CLOSE REGISTER-IN
               END-IF
               .

           POST-REGISTER-CARD SECTION.
               IF IN-REG-SERIAL IS NUMERIC
                  MOVE IN-REG-SERIAL TO WS-REG-CARD-SERIAL
                  IF WS-REG-CARD-SERIAL > WS-NEXT-SERIAL
                     MOVE WS-REG-CARD-SERIAL TO WS-NEXT-SERIAL
                  END-IF
               END-IF
               EVALUATE TRUE
                  WHEN IN-REG-CARD = SPACES
                     CONTINUE
                  WHEN IN-REG-SERIAL IS NOT NUMERIC
                    OR IN-REG-ISSUED-ON IS NOT NUMERIC
                    OR IN-REG-GROUP IS NOT NUMERIC
                    OR IN-REG-CHANGED-ON IS NOT NUMERIC
                    OR IN-REG-REPLACES IS NOT NUMERIC
                     SET WS-BDG-LOAD-FAILED TO TRUE
                     DISPLAY 'BADGEREG: MALFORMED REGISTER CARD: '
                             IN-REG-CARD
                  WHEN WS-BDG-COUNT >= WS-MAX-BADGES
                     SET WS-BDG-LOAD-FAILED TO TRUE
                     DISPLAY 'BADGEREG: BADGE TABLE CAPACITY OF '
                             WS-MAX-BADGES ' EXCEEDED: ' IN-REG-CARD
                  WHEN OTHER
                     ADD 1 TO WS-BDG-COUNT
                     MOVE IN-REG-SERIAL
                       TO WS-BDG-SERIAL(WS-BDG-COUNT)
                     MOVE IN-REG-LETTER
                       TO WS-BDG-LETTER(WS-BDG-COUNT)
                     MOVE IN-REG-HOLDER
                       TO WS-BDG-HOLDER(WS-BDG-COUNT)
                     MOVE IN-REG-WORKGROUP
                       TO WS-BDG-WORKGROUP(WS-BDG-COUNT)
                     MOVE IN-REG-STATUS
                       TO WS-BDG-STATUS(WS-BDG-COUNT)
                     MOVE IN-REG-ISSUED-ON
                       TO WS-BDG-ISSUED-ON(WS-BDG-COUNT)
                     MOVE IN-REG-GROUP
                       TO WS-BDG-GROUP(WS-BDG-COUNT)
                     MOVE IN-REG-CHANGED-ON
                       TO WS-BDG-CHANGED-ON(WS-BDG-COUNT)
                     MOVE IN-REG-REPLACES
                       TO WS-BDG-REPLACES(WS-BDG-COUNT)
                     MOVE 'N' TO WS-BDG-ARCHIVE-SW(WS-BDG-COUNT)
                     IF  (IN-REG-STATUS = 'R' OR 'X' OR 'D')
                     AND IN-REG-CHANGED-ON < WS-BDG-CUTOFF
                        MOVE 'Y' TO WS-BDG-ARCHIVE-SW(WS-BDG-COUNT)
                        ADD 1 TO WS-BDG-ARCHIVE-DUE
                     END-IF
               END-EVALUATE
               .

           LOAD-BADGE-STOCK SECTION.
               PERFORM VARYING WS-PRIORITY-IX FROM 1 BY 1
                       UNTIL WS-PRIORITY-IX > 52
                  MOVE ZERO TO WS-STOCK-ONHAND(WS-PRIORITY-IX)
                  MOVE 'N'  TO WS-STOCK-CARD-SW(WS-PRIORITY-IX)
               END-PERFORM
               MOVE 'N' TO WS-STOCK-EOF-SW
               OPEN INPUT STOCK-IN
               IF WS-STOCK-STATUS NOT = '00'
                  DISPLAY 'BADGEREG: NO BADGE STOCK MASTER - '
                          'STOCK NOT MAINTAINED'
               ELSE
                  SET WS-STOCK-LOADED TO TRUE
                  PERFORM UNTIL WS-STOCK-EOF
                     READ STOCK-IN
                     AT END
                        SET WS-STOCK-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-STOCK-CARD
                     END-READ
                  END-PERFORM
                  CLOSE STOCK-IN
               END-IF
               .

           POST-STOCK-CARD SECTION.
               MOVE IN-STOCK-LETTER TO WS-CHAR
               PERFORM GET-PRIORITY
               IF WS-PRIORITY > ZERO
               AND IN-STOCK-ONHAND IS NUMERIC
                  MOVE IN-STOCK-ONHAND
                    TO WS-STOCK-ONHAND(WS-PRIORITY)
                  MOVE 'Y' TO WS-STOCK-CARD-SW(WS-PRIORITY)
               ELSE
                  DISPLAY 'BADGEREG: MALFORMED STOCK CARD SKIPPED: '
                          IN-STOCK-CARD
               END-IF
               .

           LOAD-WORK-GROUPS SECTION.
               MOVE 'N' TO WS-WG-EOF-SW
               OPEN INPUT WG-FILE
               IF WS-WG-STATUS NOT = '00'
                  DISPLAY 'BADGEREG: NO WORK-GROUP MASTER - '
                          'HOLDERS NOT CHECKED AGAINST GROUPS'
               ELSE
                  SET WS-WG-LOADED TO TRUE
                  PERFORM UNTIL WS-WG-EOF
                     READ WG-FILE
                     AT END
                        SET WS-WG-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-WORK-GROUP-CARD
                     END-READ
                  END-PERFORM
                  CLOSE WG-FILE
               END-IF
               .

           POST-WORK-GROUP-CARD SECTION.
               IF  WS-WG-COUNT < WS-MAX-WORKGROUPS
               AND IN-WG-GROUP NOT = SPACES
                  ADD 1 TO WS-WG-COUNT
                  MOVE IN-WG-GROUP TO WS-WG-GROUP(WS-WG-COUNT)
                  MOVE IN-WG-ELF1  TO WS-WG-MEMBER(WS-WG-COUNT, 1)
                  MOVE IN-WG-ELF2  TO WS-WG-MEMBER(WS-WG-COUNT, 2)
                  MOVE IN-WG-ELF3  TO WS-WG-MEMBER(WS-WG-COUNT, 3)
               ELSE
                  IF IN-WG-GROUP NOT = SPACES
                     DISPLAY 'BADGEREG: WORK-GROUP TABLE FULL - '
                             'CARD SKIPPED: ' IN-WG-CARD
                  END-IF
               END-IF
               .

      *****************************************************************
      *  EVERY BADGE DAY03P2 HANDED OUT BECOMES A LIVE REGISTER ENTRY
      *  UNDER A NEW SERIAL AND COMES OFF STOCK.  A RERUN AGAINST THE
      *  SAME ISSUANCE FILE FINDS THE DATE AND GROUP ALREADY ON FILE.
      *****************************************************************
           LOAD-BADGE-ISSUANCE SECTION.
               MOVE 'N' TO WS-ISSUE-EOF-SW
               OPEN INPUT ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = '00'
                  DISPLAY 'BADGEREG: NO BADGE ISSUANCE FILE - '
                          'NO NEW BADGES REGISTERED'
               ELSE
                  PERFORM UNTIL WS-ISSUE-EOF
                     READ ISSUE-FILE
                     AT END
                        SET WS-ISSUE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ISSUE-READ
                        PERFORM POST-ISSUANCE-LINE
                     END-READ
                  END-PERFORM
                  CLOSE ISSUE-FILE
               END-IF
               .

           POST-ISSUANCE-LINE SECTION.
               MOVE IN-ISS-LETTER TO WS-CHAR
               PERFORM GET-PRIORITY
               IF  IN-ISS-DATE-TAG = 'DATE='
               AND IN-ISS-DATE IS NUMERIC
               AND IN-ISS-GROUP IS NUMERIC
               AND IN-ISS-HOLDER-TAG = ' HOLDER='
               AND IN-ISS-HOLDER NOT = SPACES
               AND WS-PRIORITY > ZERO
                  MOVE IN-ISS-DATE  TO WS-ISSUE-DATE
                  MOVE IN-ISS-GROUP TO WS-ISSUE-GROUP
                  MOVE IN-ISS-WORKGROUP TO WS-ISSUE-WORKGROUP
                  IF WS-ISSUE-WORKGROUP = SPACES
                     MOVE 'NONE' TO WS-ISSUE-WORKGROUP
                  END-IF
                  MOVE ZERO TO WS-BDG-IX
                  PERFORM VARYING WS-BDG-IX2 FROM 1 BY 1
                          UNTIL WS-BDG-IX2 > WS-BDG-COUNT
                     IF  WS-BDG-ISSUED-ON(WS-BDG-IX2) = WS-ISSUE-DATE
                     AND WS-BDG-GROUP(WS-BDG-IX2) = WS-ISSUE-GROUP
                        MOVE WS-BDG-IX2 TO WS-BDG-IX
                        MOVE WS-BDG-COUNT TO WS-BDG-IX2
                     END-IF
                  END-PERFORM
                  IF WS-BDG-IX > ZERO
                     ADD 1 TO WS-ISSUE-SKIPPED
                  ELSE
                     PERFORM FIND-HELD-BADGE
                     IF WS-BDG-IX > ZERO
                        PERFORM WRITE-HELD-BADGE-LINE
                     ELSE
                        PERFORM REGISTER-ISSUED-BADGE
                     END-IF
                  END-IF
               ELSE
                  IF IN-ISSUE-LINE NOT = SPACES
                     DISPLAY 'BADGEREG: UNREADABLE ISSUANCE LINE '
                             'SKIPPED: ' IN-ISSUE-LINE
                  END-IF
               END-IF
               .

      *  A HOLDER STILL HOLDING A LIVE BADGE OF THE SAME LETTER FOR
      *  THE SAME WORK GROUP KEEPS IT - NO NEW SERIAL, NO STOCK MOVE.
           FIND-HELD-BADGE SECTION.
               MOVE ZERO TO WS-BDG-IX
               PERFORM VARYING WS-BDG-IX2 FROM 1 BY 1
                       UNTIL WS-BDG-IX2 > WS-BDG-COUNT
                  IF  WS-BDG-STATUS(WS-BDG-IX2) NOT = 'R'
                  AND WS-BDG-STATUS(WS-BDG-IX2) NOT = 'X'
                  AND WS-BDG-STATUS(WS-BDG-IX2) NOT = 'D'
                  AND WS-BDG-HOLDER(WS-BDG-IX2) = IN-ISS-HOLDER
                  AND WS-BDG-LETTER(WS-BDG-IX2) = IN-ISS-LETTER
                  AND WS-BDG-WORKGROUP(WS-BDG-IX2) = WS-ISSUE-WORKGROUP
                     MOVE WS-BDG-IX2 TO WS-BDG-IX
                     MOVE WS-BDG-COUNT TO WS-BDG-IX2
                  END-IF
               END-PERFORM
               .

           WRITE-HELD-BADGE-LINE SECTION.
               ADD 1 TO WS-ISSUE-HELD
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'HELD    SERIAL=' WS-BDG-SERIAL(WS-BDG-IX)
                      ' BADGE=' WS-BDG-LETTER(WS-BDG-IX)
                      ' HOLDER=' WS-BDG-HOLDER(WS-BDG-IX)
                      ' WORKGROUP=' WS-BDG-WORKGROUP(WS-BDG-IX)
                      ' GROUP=' WS-ISSUE-GROUP
                      ' ALREADY LIVE'
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           REGISTER-ISSUED-BADGE SECTION.
               IF WS-BDG-COUNT >= WS-MAX-BADGES
                  DISPLAY 'BADGEREG: BADGE TABLE CAPACITY OF '
                          WS-MAX-BADGES ' EXCEEDED - ISSUANCE '
                          'DROPPED: ' IN-ISSUE-LINE
                  SET WS-BDG-TABLE-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-BDG-COUNT
                  MOVE WS-BDG-COUNT TO WS-BDG-IX
                  ADD 1 TO WS-NEXT-SERIAL
                  MOVE WS-NEXT-SERIAL   TO WS-BDG-SERIAL(WS-BDG-IX)
                  MOVE IN-ISS-LETTER    TO WS-BDG-LETTER(WS-BDG-IX)
                  MOVE IN-ISS-HOLDER    TO WS-BDG-HOLDER(WS-BDG-IX)
                  MOVE WS-ISSUE-WORKGROUP
                    TO WS-BDG-WORKGROUP(WS-BDG-IX)
                  MOVE 'L'              TO WS-BDG-STATUS(WS-BDG-IX)
                  MOVE WS-ISSUE-DATE    TO WS-BDG-ISSUED-ON(WS-BDG-IX)
                  MOVE WS-ISSUE-GROUP   TO WS-BDG-GROUP(WS-BDG-IX)
                  MOVE WS-ISSUE-DATE    TO WS-BDG-CHANGED-ON(WS-BDG-IX)
                  MOVE ZERO             TO WS-BDG-REPLACES(WS-BDG-IX)
                  MOVE 'N'              TO WS-BDG-ARCHIVE-SW(WS-BDG-IX)
                  SET WS-REGISTER-CHANGED TO TRUE
                  ADD 1 TO WS-ISSUE-LOADED
                  MOVE SPACES TO WS-AUDIT-LINE
                  IF WS-STOCK-LOADED
                  AND WS-STOCK-ONHAND(WS-PRIORITY) = ZERO
                     ADD 1 TO WS-ISSUE-SHORT
                     STRING 'ISSUED  SERIAL=' WS-BDG-SERIAL(WS-BDG-IX)
                            ' BADGE=' WS-BDG-LETTER(WS-BDG-IX)
                            ' HOLDER=' WS-BDG-HOLDER(WS-BDG-IX)
                            ' WORKGROUP=' WS-BDG-WORKGROUP(WS-BDG-IX)
                            ' GROUP=' WS-BDG-GROUP(WS-BDG-IX)
                            ' *** NO STOCK ON HAND ***'
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  ELSE
                     IF WS-STOCK-LOADED
                        SUBTRACT 1 FROM WS-STOCK-ONHAND(WS-PRIORITY)
                     END-IF
                     STRING 'ISSUED  SERIAL=' WS-BDG-SERIAL(WS-BDG-IX)
                            ' BADGE=' WS-BDG-LETTER(WS-BDG-IX)
                            ' HOLDER=' WS-BDG-HOLDER(WS-BDG-IX)
                            ' WORKGROUP=' WS-BDG-WORKGROUP(WS-BDG-IX)
                            ' GROUP=' WS-BDG-GROUP(WS-BDG-IX)
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  END-IF
                  WRITE WS-AUDIT-LINE
               END-IF
               .

           APPLY-ONE-TRANSACTION SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-BDG-IX WS-AFTER-IX
               PERFORM EDIT-TRANSACTION
               IF WS-REJECT-REASON = SPACES
                  PERFORM BUILD-BEFORE-IMAGE
                  EVALUATE IN-TRANS-ACTION
                     WHEN 'RETURN  '
                        PERFORM APPLY-RETURN-CARD
                     WHEN 'LOST    '
                        PERFORM APPLY-LOST-CARD
                     WHEN 'DAMAGED '
                        PERFORM APPLY-DAMAGED-CARD
                     WHEN 'REPLACE '
                        PERFORM APPLY-REPLACE-CARD
                     WHEN OTHER
                        MOVE 'BADACTN' TO WS-REJECT-REASON
                  END-EVALUATE
               END-IF
               IF WS-REJECT-REASON = SPACES
                  SET WS-REGISTER-CHANGED TO TRUE
                  PERFORM WRITE-APPLIED-AUDIT
               ELSE
                  PERFORM WRITE-REJECT-AUDIT
               END-IF
               .

           EDIT-TRANSACTION SECTION.
               EVALUATE TRUE
                  WHEN IN-TRANS-SERIAL IS NOT NUMERIC
                     MOVE 'NOSERIAL' TO WS-REJECT-REASON
                  WHEN IN-TRANS-DATE = SPACES
                     MOVE WS-RUN-DATE TO WS-TRANS-DATE
                  WHEN IN-TRANS-DATE IS NOT NUMERIC
                     MOVE 'BADDATE' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-TRANS-DATE TO WS-TRANS-DATE
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRANS-DATE)
                        NOT = ZERO
                        MOVE 'BADDATE' TO WS-REJECT-REASON
                     END-IF
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  MOVE IN-TRANS-SERIAL TO WS-TRANS-SERIAL
                  PERFORM VARYING WS-BDG-IX2 FROM 1 BY 1
                          UNTIL WS-BDG-IX2 > WS-BDG-COUNT
                     IF WS-BDG-SERIAL(WS-BDG-IX2) = WS-TRANS-SERIAL
                        MOVE WS-BDG-IX2 TO WS-BDG-IX
                        MOVE WS-BDG-COUNT TO WS-BDG-IX2
                     END-IF
                  END-PERFORM
                  IF WS-BDG-IX = ZERO
                     MOVE 'NOSERIAL' TO WS-REJECT-REASON
                  END-IF
               END-IF
               .

      *  A RETURNED BADGE GOES BACK INTO STOCK; LOST AND DAMAGED
      *  BADGES ARE WRITTEN OFF AND DO NOT.
           APPLY-RETURN-CARD SECTION.
               IF WS-BDG-STATUS(WS-BDG-IX) NOT = 'L'
                  MOVE 'NOTLIVE' TO WS-REJECT-REASON
               ELSE
                  MOVE 'R' TO WS-BDG-STATUS(WS-BDG-IX)
                  MOVE WS-TRANS-DATE TO WS-BDG-CHANGED-ON(WS-BDG-IX)
                  MOVE WS-BDG-LETTER(WS-BDG-IX) TO WS-CHAR
                  PERFORM GET-PRIORITY
                  IF WS-STOCK-LOADED AND WS-PRIORITY > ZERO
                     ADD 1 TO WS-STOCK-ONHAND(WS-PRIORITY)
                  END-IF
                  MOVE WS-BDG-IX TO WS-AFTER-IX
               END-IF
               .

           APPLY-LOST-CARD SECTION.
               IF WS-BDG-STATUS(WS-BDG-IX) NOT = 'L'
                  MOVE 'NOTLIVE' TO WS-REJECT-REASON
               ELSE
                  MOVE 'X' TO WS-BDG-STATUS(WS-BDG-IX)
                  MOVE WS-TRANS-DATE TO WS-BDG-CHANGED-ON(WS-BDG-IX)
                  MOVE WS-BDG-IX TO WS-AFTER-IX
               END-IF
               .

           APPLY-DAMAGED-CARD SECTION.
               IF WS-BDG-STATUS(WS-BDG-IX) NOT = 'L'
                  MOVE 'NOTLIVE' TO WS-REJECT-REASON
               ELSE
                  MOVE 'D' TO WS-BDG-STATUS(WS-BDG-IX)
                  MOVE WS-TRANS-DATE TO WS-BDG-CHANGED-ON(WS-BDG-IX)
                  MOVE WS-BDG-IX TO WS-AFTER-IX
               END-IF
               .

      *  A REPLACEMENT IS CUT ONLY FOR A LOST OR DAMAGED BADGE, ONCE,
      *  FROM STOCK OF THE SAME LETTER.
           APPLY-REPLACE-CARD SECTION.
               MOVE WS-BDG-LETTER(WS-BDG-IX) TO WS-CHAR
               PERFORM GET-PRIORITY
               EVALUATE TRUE
                  WHEN WS-BDG-STATUS(WS-BDG-IX) NOT = 'X'
                   AND WS-BDG-STATUS(WS-BDG-IX) NOT = 'D'
                     MOVE 'NOTVOID' TO WS-REJECT-REASON
                  WHEN WS-STOCK-LOADED
                   AND WS-STOCK-ONHAND(WS-PRIORITY) = ZERO
                     MOVE 'NOSTOCK' TO WS-REJECT-REASON
                  WHEN WS-BDG-COUNT >= WS-MAX-BADGES
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM VARYING WS-BDG-IX2 FROM 1 BY 1
                             UNTIL WS-BDG-IX2 > WS-BDG-COUNT
                        IF WS-BDG-REPLACES(WS-BDG-IX2)
                           = WS-BDG-SERIAL(WS-BDG-IX)
                           MOVE 'REPLACED' TO WS-REJECT-REASON
                           MOVE WS-BDG-COUNT TO WS-BDG-IX2
                        END-IF
                     END-PERFORM
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-BDG-COUNT
                  MOVE WS-BDG-COUNT TO WS-AFTER-IX
                  ADD 1 TO WS-NEXT-SERIAL
                  MOVE WS-NEXT-SERIAL TO WS-BDG-SERIAL(WS-AFTER-IX)
                  MOVE WS-BDG-LETTER(WS-BDG-IX)
                    TO WS-BDG-LETTER(WS-AFTER-IX)
                  IF IN-TRANS-HOLDER = SPACES
                     MOVE WS-BDG-HOLDER(WS-BDG-IX)
                       TO WS-BDG-HOLDER(WS-AFTER-IX)
                  ELSE
                     MOVE IN-TRANS-HOLDER
                       TO WS-BDG-HOLDER(WS-AFTER-IX)
                  END-IF
                  MOVE WS-BDG-WORKGROUP(WS-BDG-IX)
                    TO WS-BDG-WORKGROUP(WS-AFTER-IX)
                  MOVE 'L' TO WS-BDG-STATUS(WS-AFTER-IX)
                  MOVE WS-TRANS-DATE TO WS-BDG-ISSUED-ON(WS-AFTER-IX)
                  MOVE ZERO TO WS-BDG-GROUP(WS-AFTER-IX)
                  MOVE WS-TRANS-DATE
                    TO WS-BDG-CHANGED-ON(WS-AFTER-IX)
                  MOVE WS-BDG-SERIAL(WS-BDG-IX)
                    TO WS-BDG-REPLACES(WS-AFTER-IX)
                  MOVE 'N' TO WS-BDG-ARCHIVE-SW(WS-AFTER-IX)
                  IF WS-STOCK-LOADED
                     SUBTRACT 1 FROM WS-STOCK-ONHAND(WS-PRIORITY)
                  END-IF
               END-IF
               .

           BUILD-BEFORE-IMAGE SECTION.
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING WS-BDG-SERIAL(WS-BDG-IX)
                      ' ' WS-BDG-LETTER(WS-BDG-IX)
                      ' ' WS-BDG-HOLDER(WS-BDG-IX)
                      ' ' WS-BDG-WORKGROUP(WS-BDG-IX)
                      ' ' WS-BDG-STATUS(WS-BDG-IX)
                  DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               .

           BUILD-AFTER-IMAGE SECTION.
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING WS-BDG-SERIAL(WS-AFTER-IX)
                      ' ' WS-BDG-LETTER(WS-AFTER-IX)
                      ' ' WS-BDG-HOLDER(WS-AFTER-IX)
                      ' ' WS-BDG-WORKGROUP(WS-AFTER-IX)
                      ' ' WS-BDG-STATUS(WS-AFTER-IX)
                  DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               .

           WRITE-APPLIED-AUDIT SECTION.
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM BUILD-AFTER-IMAGE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'APPLIED ACTION=' IN-TRANS-ACTION
                      ' SERIAL=' IN-TRANS-SERIAL
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '        AFTER=' WS-AFTER-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           WRITE-REJECT-AUDIT SECTION.
               ADD 1 TO WS-REJECT-COUNT
               IF WS-BDG-IX > ZERO
                  PERFORM BUILD-BEFORE-IMAGE
               ELSE
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NONE)' TO WS-BEFORE-IMAGE
               END-IF
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'REJECTED ACTION=' IN-TRANS-ACTION
                      ' SERIAL=' IN-TRANS-SERIAL
                      ' REASON=' WS-REJECT-REASON
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'badge_trans.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-TRANS-READ     TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
               MOVE IN-TRANS-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-BADGE-REGISTER SECTION.
               MOVE SPACES TO WS-ARCHIVE-FILE
               STRING 'archive_badges_' WS-RUN-DATE '.txt'
                  DELIMITED BY SIZE INTO WS-ARCHIVE-FILE
               OPEN OUTPUT REGISTER-OUT
               PERFORM VARYING WS-BDG-IX FROM 1 BY 1
                       UNTIL WS-BDG-IX > WS-BDG-COUNT
                  MOVE SPACES TO WS-REGISTER-OUT-LINE
                  MOVE WS-BDG-SERIAL(WS-BDG-IX)    TO OUT-REG-SERIAL
                  MOVE WS-BDG-LETTER(WS-BDG-IX)    TO OUT-REG-LETTER
                  MOVE WS-BDG-HOLDER(WS-BDG-IX)    TO OUT-REG-HOLDER
                  MOVE WS-BDG-WORKGROUP(WS-BDG-IX)
                    TO OUT-REG-WORKGROUP
                  MOVE WS-BDG-STATUS(WS-BDG-IX)    TO OUT-REG-STATUS
                  MOVE WS-BDG-ISSUED-ON(WS-BDG-IX)
                    TO OUT-REG-ISSUED-ON
                  MOVE WS-BDG-GROUP(WS-BDG-IX)     TO OUT-REG-GROUP
                  MOVE WS-BDG-CHANGED-ON(WS-BDG-IX)
                    TO OUT-REG-CHANGED-ON
                  MOVE WS-BDG-REPLACES(WS-BDG-IX)  TO OUT-REG-REPLACES
                  IF  WS-BDG-TO-ARCHIVE(WS-BDG-IX)
                  AND WS-BDG-SERIAL(WS-BDG-IX) < WS-NEXT-SERIAL
                     PERFORM ARCHIVE-BADGE-ENTRY
                  ELSE
                     WRITE WS-REGISTER-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE REGISTER-OUT
               IF WS-ARCHIVE-OPEN
                  CLOSE BADGE-ARCHIVE
               END-IF
               .

      *  THE HIGHEST SERIAL ALWAYS STAYS ON THE REGISTER, SO SERIALS
      *  ARE NOT REUSED.
           ARCHIVE-BADGE-ENTRY SECTION.
               IF NOT WS-ARCHIVE-OPEN
                  OPEN EXTEND BADGE-ARCHIVE
                  IF WS-ARCHIVE-STATUS NOT = '00'
                     OPEN OUTPUT BADGE-ARCHIVE
                  END-IF
                  SET WS-ARCHIVE-OPEN TO TRUE
               END-IF
               ADD 1 TO WS-BDG-ARCHIVED
               MOVE WS-REGISTER-OUT-LINE TO WS-BADGE-ARCHIVE-LINE
               WRITE WS-BADGE-ARCHIVE-LINE
               .

           REWRITE-BADGE-STOCK SECTION.
               OPEN OUTPUT STOCK-OUT
               PERFORM VARYING WS-PRIORITY-IX FROM 1 BY 1
                       UNTIL WS-PRIORITY-IX > 52
                  IF WS-STOCK-CARD-SW(WS-PRIORITY-IX) = 'Y'
                  OR WS-STOCK-ONHAND(WS-PRIORITY-IX) > ZERO
                     MOVE SPACES TO WS-STOCK-OUT-LINE
                     MOVE WS-PRIORITY-LETTER(WS-PRIORITY-IX)
                       TO OUT-STOCK-LETTER
                     MOVE WS-STOCK-ONHAND(WS-PRIORITY-IX)
                       TO OUT-STOCK-ONHAND
                     WRITE WS-STOCK-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE STOCK-OUT
               .

      *****************************************************************
      *  LIVE BADGES HELD BY AN ELF WHO HOLDS MORE THAN ONE, OR FOR A
      *  WORK GROUP THE HOLDER IS NOT (OR NO LONGER) ROSTERED IN.
      *****************************************************************
           WRITE-HOLDER-CHECK SECTION.
               OPEN OUTPUT HOLDCHK-OUT
               MOVE SPACES TO WS-HOLDCHK-LINE
               STRING 'BADGE HOLDER CHECK FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-HOLDCHK-LINE
               WRITE WS-HOLDCHK-LINE
               MOVE SPACES TO WS-HOLDCHK-LINE
               WRITE WS-HOLDCHK-LINE
               PERFORM VARYING WS-BDG-IX FROM 1 BY 1
                       UNTIL WS-BDG-IX > WS-BDG-COUNT
                  IF WS-BDG-STATUS(WS-BDG-IX) = 'L'
                     ADD 1 TO WS-LIVE-COUNT
                     PERFORM CHECK-ONE-HOLDER
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-HOLDCHK-LINE
               WRITE WS-HOLDCHK-LINE
               MOVE SPACES TO WS-HOLDCHK-LINE
               STRING 'LIVE BADGES=' WS-LIVE-COUNT
                      ' MULTIPLE=' WS-MULTI-COUNT
                      ' WRONG-GROUP=' WS-NOTMEMBER-COUNT
                  DELIMITED BY SIZE INTO WS-HOLDCHK-LINE
               WRITE WS-HOLDCHK-LINE
               CLOSE HOLDCHK-OUT
               .

           CHECK-ONE-HOLDER SECTION.
               MOVE ZERO TO WS-HOLDER-LIVE
               PERFORM VARYING WS-BDG-IX2 FROM 1 BY 1
                       UNTIL WS-BDG-IX2 > WS-BDG-COUNT
                  IF  WS-BDG-STATUS(WS-BDG-IX2) = 'L'
                  AND WS-BDG-HOLDER(WS-BDG-IX2)
                      = WS-BDG-HOLDER(WS-BDG-IX)
                     ADD 1 TO WS-HOLDER-LIVE
                  END-IF
               END-PERFORM
               IF WS-HOLDER-LIVE > 1
                  ADD 1 TO WS-MULTI-COUNT
                  MOVE 'MULTIPLE' TO WS-CHECK-REASON
                  PERFORM WRITE-HOLDER-CHECK-LINE
               END-IF

               IF  WS-WG-LOADED
               AND WS-BDG-WORKGROUP(WS-BDG-IX) NOT = 'NONE'
               AND WS-BDG-WORKGROUP(WS-BDG-IX) NOT = SPACES
                  MOVE ZERO TO WS-WG-FOUND-IX
                  MOVE 'N' TO WS-WG-MEMBER-SW
                  PERFORM VARYING WS-WG-IX FROM 1 BY 1
                          UNTIL WS-WG-IX > WS-WG-COUNT
                     IF WS-WG-GROUP(WS-WG-IX)
                        = WS-BDG-WORKGROUP(WS-BDG-IX)
                        MOVE WS-WG-IX TO WS-WG-FOUND-IX
                        MOVE WS-WG-COUNT TO WS-WG-IX
                     END-IF
                  END-PERFORM
                  IF WS-WG-FOUND-IX > ZERO
                     IF WS-WG-MEMBER(WS-WG-FOUND-IX, 1)
                        = WS-BDG-HOLDER(WS-BDG-IX)
                     OR WS-WG-MEMBER(WS-WG-FOUND-IX, 2)
                        = WS-BDG-HOLDER(WS-BDG-IX)
                     OR WS-WG-MEMBER(WS-WG-FOUND-IX, 3)
                        = WS-BDG-HOLDER(WS-BDG-IX)
                        SET WS-WG-IS-MEMBER TO TRUE
                     END-IF
                  END-IF
                  IF NOT WS-WG-IS-MEMBER
                     ADD 1 TO WS-NOTMEMBER-COUNT
                     IF WS-WG-FOUND-IX = ZERO
                        MOVE 'WGGONE' TO WS-CHECK-REASON
                     ELSE
                        MOVE 'NOTMEMBR' TO WS-CHECK-REASON
                     END-IF
                     PERFORM WRITE-HOLDER-CHECK-LINE
                  END-IF
               END-IF
               .

           WRITE-HOLDER-CHECK-LINE SECTION.
               MOVE SPACES TO WS-HOLDCHK-LINE
               STRING 'HOLDER=' WS-BDG-HOLDER(WS-BDG-IX)
                      ' SERIAL=' WS-BDG-SERIAL(WS-BDG-IX)
                      ' BADGE=' WS-BDG-LETTER(WS-BDG-IX)
                      ' WORKGROUP=' WS-BDG-WORKGROUP(WS-BDG-IX)
                      ' ISSUED=' WS-BDG-ISSUED-ON(WS-BDG-IX)
                      ' REASON=' WS-CHECK-REASON
                  DELIMITED BY SIZE INTO WS-HOLDCHK-LINE
               WRITE WS-HOLDCHK-LINE
               .

           COPY PRIORITY.

           COPY EXCPAPP.
           COPY KEEPGEN.
