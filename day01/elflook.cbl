              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT ELF-HIST ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
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

           WORKING-STORAGE SECTION.
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-NEW-CAMP           PIC X(4).
              01 WS-NEW-ORDINAL        PIC X(4).
              01 WS-NEW-ID             PIC X(8).
              01 WS-NEW-NAME           PIC X(20).
              01 WS-NEW-STATUS         PIC X(1).
              01 WS-EOF-SW             PIC X.
                 88 WS-MASTER-EOF            VALUE 'Y'.
              01 WS-LOADED-SW          PIC X VALUE 'N'.

           LOAD-ELF-MASTER SECTION.
               SET WS-MASTER-LOADED TO TRUE
               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ELF-HIST
               IF WS-HIST-FILE-STATUS = '00'
                  PERFORM UNTIL WS-MASTER-EOF
                     READ ELF-HIST
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-HIST-CARD
                     END-READ
                  END-PERFORM
                  CLOSE ELF-HIST
               ELSE
                  OPEN INPUT ELF-MASTER
                  IF WS-MASTER-STATUS NOT = '00'
                     CONTINUE
                  ELSE
                     PERFORM UNTIL WS-MASTER-EOF
                        READ ELF-MASTER
                        AT END
                           SET WS-MASTER-EOF TO TRUE
                        NOT AT END
                           PERFORM POST-ELF-CARD
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
                     MOVE IN-HIST-NAME    TO WS-NEW-NAME
                     MOVE IN-HIST-STATUS  TO WS-NEW-STATUS
                     PERFORM ADD-ELF-ENTRY
                  END-IF
               END-IF
               .

           POST-ELF-CARD SECTION.
               MOVE IN-ELF-CAMP    TO WS-NEW-CAMP
               MOVE IN-ELF-ORDINAL TO WS-NEW-ORDINAL
               MOVE IN-ELF-ID      TO WS-NEW-ID
               MOVE IN-ELF-NAME    TO WS-NEW-NAME
               MOVE IN-ELF-STATUS  TO WS-NEW-STATUS
               PERFORM ADD-ELF-ENTRY
               .

           ADD-ELF-ENTRY SECTION.
               IF WS-NEW-ORDINAL IS NUMERIC
               AND WS-NEW-CAMP NOT = SPACES
                  IF WS-ELF-COUNT >= WS-MAX-ELVES
                     IF NOT WS-TABLE-FULL
                        SET WS-TABLE-FULL TO TRUE
                     END-IF
                  ELSE
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
