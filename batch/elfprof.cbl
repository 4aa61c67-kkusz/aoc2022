              SELECT MASTER-IN ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT HIST-IN ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.
              SELECT TOTALS-IN ASSIGN TO 'day01_totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
                 03 FILLER             PIC X(1).
                 03 IN-ELF-STATUS      PIC X(1).

              FD HIST-IN.
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

              FD TOTALS-IN.
              01 IN-TOTALS-LINE.
                 03 FILLER             PIC X(5).
              01 WS-D4DET-STATUS       PIC X(2).
              01 WS-OFFEND-STATUS      PIC X(2).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-NEW-CAMP           PIC X(4).
              01 WS-NEW-ORDINAL        PIC X(4).
              01 WS-NEW-ID             PIC X(8).
              01 WS-NEW-NAME           PIC X(20).
              01 WS-NEW-STATUS         PIC X(1).

              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-FILE-STATUS = '00'
                  PERFORM UNTIL WS-MASTER-EOF
                     READ HIST-IN
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-HIST-CARD
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               ELSE
                  OPEN INPUT MASTER-IN
                  IF WS-EOF-STATUS-ERROR
                     CONTINUE
                  ELSE
                     PERFORM UNTIL WS-MASTER-EOF
                        READ MASTER-IN
                        AT END
                           SET WS-MASTER-EOF TO TRUE
                        NOT AT END
                           PERFORM POST-MASTER-CARD
                        END-READ
                     END-PERFORM
                     CLOSE MASTER-IN
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
                     MOVE IN-HIST-NAME    TO WS-NEW-NAME
                     MOVE IN-HIST-STATUS  TO WS-NEW-STATUS
                     PERFORM ADD-PROFILE-ENTRY
                  END-IF
               END-IF
               .

           POST-MASTER-CARD SECTION.
               MOVE IN-ELF-CAMP    TO WS-NEW-CAMP
               MOVE IN-ELF-ORDINAL TO WS-NEW-ORDINAL
               MOVE IN-ELF-ID      TO WS-NEW-ID
               MOVE IN-ELF-NAME    TO WS-NEW-NAME
               MOVE IN-ELF-STATUS  TO WS-NEW-STATUS
               PERFORM ADD-PROFILE-ENTRY
               .

           ADD-PROFILE-ENTRY SECTION.
               IF  WS-NEW-ORDINAL IS NUMERIC
               AND WS-NEW-CAMP NOT = SPACES
               AND WS-ELF-COUNT < WS-MAX-ELVES
                  ADD 1 TO WS-ELF-COUNT
                  MOVE WS-NEW-CAMP
                    TO WS-ELF-CAMP(WS-ELF-COUNT)
                  MOVE WS-NEW-ORDINAL
                    TO WS-ELF-ORDINAL(WS-ELF-COUNT)
                  MOVE WS-NEW-ID
                    TO WS-ELF-ID(WS-ELF-COUNT)
                  MOVE WS-NEW-NAME
                    TO WS-ELF-NAME(WS-ELF-COUNT)
                  IF WS-NEW-STATUS = 'D'
                     MOVE 'D' TO WS-ELF-STATUS(WS-ELF-COUNT)
                  ELSE
                     MOVE 'A' TO WS-ELF-STATUS(WS-ELF-COUNT)
