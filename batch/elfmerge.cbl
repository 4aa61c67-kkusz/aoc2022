           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFMERGE.

      *****************************************************************
      *  ELF ID MERGE.  AN ELF THAT MOVES CAMPS OR IS ADDED AGAIN BY
      *  ELFMAINT UNDER A NEW ID ENDS UP WITH ITS HISTORY SPLIT ACROSS
      *  TWO IDS.  EACH CARD ON ELF_MERGE.TXT NAMES THE ID THAT STAYS
      *  AND THE DUPLICATE THAT GOES:
      *
      *     SURVIVOR RETIRED
      *
      *  THE RETIRED ELF IS DEACTIVATED ON ELF_MASTER.TXT, ITS
      *  CERTIFICATIONS ARE ADDED TO THE SURVIVOR'S WHERE THERE IS A
      *  FREE SLOT, AND BOTH CHANGES ARE VERSIONED ON
      *  ELF_MASTER_HIST.TXT AS ELFMAINT DOES.  THE POINTER FROM THE
      *  RETIRED ID TO THE SURVIVOR IS KEPT ON ELF_MERGE_XREF.TXT
      *  (THE ELF MASTER LAYOUT IS READ BY TOO MANY PROGRAMS TO CARRY
      *  IT).  THE RETIRED ID IS THEN RE-KEYED TO THE SURVIVOR ON:
      *
      *     WORKGROUPS.TXT          (A GROUP HOLDING BOTH KEEPS ONE)
      *     DAY04_OVERLAP_HIST.TXT  (BOTH ELVES OF EACH PAIR)
      *     DAY04_CARRY_FORWARD.TXT
      *     BADGE_REGISTER.TXT      (THE HOLDER)
      *     POINTS_LEDGER.TXT
      *     REPACK_ORDERS.TXT
      *     CARRY_LIMITS.TXT        (ELF CARDS ONLY)
      *     ELF_TIMESHEET.TXT       (A WEEK HELD UNDER BOTH IDS IS
      *                              ADDED TOGETHER AND THE HOURS
      *                              SPLIT AGAIN AT OT_THRESHOLD_HOURS)
      *     ELF_CALORIE_HIST.DAT    (MOVED TO THE SURVIVOR'S CAMP AND
      *                              ORDINAL; A DATE HELD UNDER BOTH IS
      *                              ADDED TOGETHER)
      *
      *  WHEN BOTH IDS ARE FOUR CHARACTERS OR LESS THE ELF ALSO PLAYS
      *  UNDER THEM, SO THE DAY02 FILES ARE RE-KEYED AS WELL:
      *
      *     DAY02_SEASON.DAT        (POINTS, ROUNDS, WON, DRAWN AND
      *                              LOST ADDED; FIRST AND LAST PLAYED
      *                              WIDENED; RATING, STREAK AND
      *                              DIVISION FROM THE RECORD PLAYED
      *                              MOST RECENTLY, START RATING FROM
      *                              THE ONE PLAYED FIRST)
      *     DAY02_ROUND_JOURNAL.TXT
      *     DAY02_ELIGIBILITY.TXT
      *     DAY02_PAYOUT_LEDGER.TXT
      *     DAY02_BRACKET.TXT       (SEEDS, MATCH PLAYERS AND WINNERS,
      *                              CHAMPION AND RUNNER-UP)
      *
      *  EVERY RECORD TOUCHED IS LISTED BEFORE AND AFTER ON
      *  ELFMERGE_AUDIT.TXT, AND A GENERATION OF EACH SEQUENTIAL FILE
      *  IS KEPT BEFORE IT IS REWRITTEN.  THE OPERATOR IS TAKEN FROM
      *  OPERATOR_ID AND MUST BE GRANTED ELFMERGE ON OPAUTH.TXT.  RC 4
      *  WHEN A CARD IS REJECTED, RC 8 WHEN THE MASTER COULD NOT BE
      *  REWRITTEN (NOTHING ELSE IS THEN TOUCHED).
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT MERGE-FILE ASSIGN TO 'elf_merge.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT MASTER-IN ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT MASTER-OUT ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HIST-IN ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.
              SELECT HIST-OUT ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT XREF-IN ASSIGN TO 'elf_merge_xref.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.
              SELECT XREF-OUT ASSIGN TO 'elf_merge_xref.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.
              SELECT WORK-IN ASSIGN TO WS-WORK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
              SELECT WORK-OUT ASSIGN TO WS-WORK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
              SELECT CALORIE-HIST ASSIGN TO 'elf_calorie_hist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ECH-KEY
              FILE STATUS IS WS-ECH-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'elfmerge_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD MERGE-FILE.
              01 IN-MERGE-CARD.
                 03 IN-MRG-SURVIVOR    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-MRG-RETIRED     PIC X(8).

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
                 03 FILLER             PIC X(1).
                 03 IN-ELF-CERTS       PIC X(14).

              FD MASTER-OUT.
              01 WS-MASTER-OUT-LINE.
                 03 OUT-ELF-CAMP       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-ELF-ORDINAL    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-ELF-ID         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-ELF-NAME       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 OUT-ELF-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-ELF-CERTS      PIC X(14).

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

              FD HIST-OUT.
              01 WS-HIST-OUT-LINE.
                 03 OUT-HIST-CAMP      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-ORDINAL   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-ID        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-NAME      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-STATUS    PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-CERTS     PIC X(14).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-FROM      PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-TO        PIC 9(8).

      *  ONE LINE PER MERGE EVER APPLIED; THE CAMP AND ORDINAL ARE THE
      *  RETIRED ELF'S MASTER KEY AT THE TIME.
              FD XREF-IN.
              01 IN-XREF-CARD.
                 03 IN-XREF-RETIRED    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-XREF-SURVIVOR   PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-XREF-MERGED-ON  PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-XREF-OPERATOR   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-XREF-CAMP       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-XREF-ORDINAL    PIC X(4).

              FD XREF-OUT.
              01 WS-XREF-OUT-LINE.
                 03 OUT-XREF-RETIRED   PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-XREF-SURVIVOR  PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-XREF-MERGED-ON PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-XREF-OPERATOR  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-XREF-CAMP      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-XREF-ORDINAL   PIC X(4).

              FD WORK-IN.
              01 IN-WORK-LINE          PIC X(120).

              FD WORK-OUT.
              01 OUT-WORK-LINE         PIC X(120).

              FD CALORIE-HIST.
              01 ECH-RECORD.
                 03 ECH-KEY.
                    05 ECH-CAMP           PIC X(4).
                    05 ECH-ELF            PIC 9(4).
                    05 ECH-DATE           PIC X(8).
                 03 ECH-CALORIES          PIC 9(11).
                 03 ECH-RUN-TIME          PIC X(8).
                 03 ECH-SUPERSEDE-COUNT   PIC 9(3).

              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-PRIOR-DATE         PIC 9(8).
              01 WS-RUN-TIME           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'ELFMERGE'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'ELFMERGE'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.
              01 WS-OT-HOURS           PIC 9(3) VALUE 40.
              01 WS-OT-MINUTES         PIC 9(5).
              01 WS-FIELD-LEN          PIC 9(2) COMP.

              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.
              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.
                 03 WS-ELF-ENTRY OCCURS 2000.
                    05 WS-ELF-CAMP        PIC X(4).
                    05 WS-ELF-ORDINAL     PIC X(4).
                    05 WS-ELF-ID          PIC X(8).
                    05 WS-ELF-NAME        PIC X(20).
                    05 WS-ELF-STATUS      PIC X(1).
                    05 WS-ELF-CERTS       PIC X(14).
                    05 WS-ELF-CHANGED-SW  PIC X(1).
                       88 WS-ELF-CHANGED       VALUE 'Y'.
              01 WS-ELF-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ELF-IX             PIC 9(4) COMP.
              01 WS-ELF-HITS           PIC 9(4) COMP.
              01 WS-FIND-ID            PIC X(8).
              01 IX                    PIC 9(4) COMP.

              01 WS-CERT-SURV.
                 03 WS-CSV-SLOT OCCURS 3.
                    05 WS-CSV-CODE        PIC X(4).
                    05 FILLER             PIC X(1).
              01 WS-CERT-RETD.
                 03 WS-CRT-SLOT OCCURS 3.
                    05 WS-CRT-CODE        PIC X(4).
                    05 FILLER             PIC X(1).
              01 WS-CERT-IX            PIC 9(1) COMP.
              01 WS-CERT-IX2           PIC 9(1) COMP.
              01 WS-CERT-FREE          PIC 9(1) COMP.
              01 WS-CERT-HELD-SW       PIC X.
                 88 WS-CERT-HELD            VALUE 'Y'.

              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-HIST-EOF-SW        PIC X.
                 88 WS-HIST-EOF             VALUE 'Y'.
              01 WS-HIST-ON-FILE-SW    PIC X VALUE 'N'.
                 88 WS-HIST-ON-FILE         VALUE 'Y'.
              01 WS-HIST-FULL-SW       PIC X VALUE 'N'.
                 88 WS-HIST-FULL            VALUE 'Y'.
              01 WS-MAX-HIST           PIC 9(4) COMP VALUE 8000.
              01 WS-HIST-TABLE.
                 03 WS-HIST-ENTRY OCCURS 8000.
                    05 WS-HIST-CAMP       PIC X(4).
                    05 WS-HIST-ORDINAL    PIC X(4).
                    05 WS-HIST-ID         PIC X(8).
                    05 WS-HIST-NAME       PIC X(20).
                    05 WS-HIST-STATUS     PIC X(1).
                    05 WS-HIST-CERTS      PIC X(14).
                    05 WS-HIST-FROM       PIC 9(8).
                    05 WS-HIST-TO         PIC 9(8).
              01 WS-HIST-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-HIST-IX            PIC 9(4) COMP.
              01 WS-HIST-OPEN-DATE     PIC 9(8) VALUE 99991231.
              01 WS-HIST-OPENED        PIC 9(5) VALUE 0.
              01 WS-HIST-CLOSED        PIC 9(5) VALUE 0.

              01 WS-XREF-STATUS        PIC X(2).
              01 WS-XREF-EOF-SW        PIC X.
                 88 WS-XREF-EOF             VALUE 'Y'.
              01 WS-MAX-XREF           PIC 9(4) COMP VALUE 1000.
              01 WS-XREF-TABLE.
                 03 WS-XREF-ENTRY OCCURS 1000.
                    05 WS-XREF-RETIRED    PIC X(8).
                    05 WS-XREF-SURVIVOR   PIC X(8).
              01 WS-XREF-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-XREF-IX            PIC 9(4) COMP.

              01 WS-MAX-MERGES         PIC 9(2) COMP VALUE 50.
              01 WS-MERGE-TABLE.
                 03 WS-MRG-ENTRY OCCURS 50.
                    05 WS-MRG-SURVIVOR    PIC X(8).
                    05 WS-MRG-RETIRED     PIC X(8).
                    05 WS-MRG-SURV-IX     PIC 9(4) COMP.
                    05 WS-MRG-RETD-IX     PIC 9(4) COMP.
                    05 WS-MRG-PLAYER-SW   PIC X(1).
                       88 WS-MRG-PLAYER        VALUE 'Y'.
              01 WS-MERGE-COUNT        PIC 9(2) COMP VALUE 0.
              01 WS-MRG-IX             PIC 9(2) COMP.
              01 WS-PLAYER-MERGES      PIC 9(2) COMP VALUE 0.
              01 WS-SURV-IX            PIC 9(4) COMP.
              01 WS-RETD-IX            PIC 9(4) COMP.

              01 WS-CARDS-READ         PIC 9(7) VALUE 0.
              01 WS-MERGED-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-TOUCHED-TOTAL      PIC 9(7) VALUE 0.
              01 WS-ELF-IMAGE          PIC X(60).

      *  GENERIC LINE FILE BEING RE-KEYED.  THE ORIGINAL IMAGE OF
      *  EACH LINE IS KEPT FOR THE BEFORE HALF OF THE AUDIT.
              01 WS-WORK-FILE          PIC X(40).
              01 WS-WORK-STATUS        PIC X(2).
              01 WS-WORK-EOF-SW        PIC X.
                 88 WS-WORK-EOF             VALUE 'Y'.
              01 WS-WORK-LOADED-SW     PIC X.
                 88 WS-WORK-LOADED          VALUE 'Y'.
              01 WS-WORK-FULL-SW       PIC X.
                 88 WS-WORK-FULL            VALUE 'Y'.
              01 WS-MAX-LINES          PIC 9(5) COMP VALUE 20000.
              01 WS-LINE-TABLE.
                 03 WS-LINE-ENTRY OCCURS 20000.
                    05 WS-LINE-TEXT       PIC X(120).
                    05 WS-LINE-ORIG       PIC X(120).
                    05 WS-LINE-TOUCH-SW   PIC X(1).
                       88 WS-LINE-TOUCHED      VALUE 'Y'.
                    05 WS-LINE-INTO       PIC 9(5) COMP.
              01 WS-LINE-COUNT         PIC 9(5) COMP VALUE 0.
              01 WS-LINE-IX            PIC 9(5) COMP.
              01 WS-LINE-IX2           PIC 9(5) COMP.
              01 WS-LINE-NO            PIC 9(7).
              01 WS-FILE-TOUCHED       PIC 9(7).
              01 WS-KEY-POS            PIC 9(3) COMP.
              01 WS-KEY-LEN            PIC 9(1) COMP.
              01 WS-KEY-TYPE           PIC X(1) VALUE SPACE.
              01 WS-MATCH-LEN          PIC 9(3) COMP.
              01 WS-SLOT-A             PIC X(8).
              01 WS-SLOT-B             PIC X(8).

      *  TIMESHEET LINE:  WEEK ELF MON..SUN MINUTES TOTAL REG OT
              01 WS-SHEET-A.
                 03 WS-SHA-KEY         PIC X(17).
                 03 WS-SHA-DAY OCCURS 7.
                    05 FILLER             PIC X(1).
                    05 WS-SHA-MINS        PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 WS-SHA-TOTAL       PIC ZZ9.99.
                 03 FILLER             PIC X(1).
                 03 WS-SHA-REGULAR     PIC ZZ9.99.
                 03 FILLER             PIC X(1).
                 03 WS-SHA-OVERTIME    PIC ZZ9.99.
              01 WS-SHEET-B.
                 03 WS-SHB-KEY         PIC X(17).
                 03 WS-SHB-DAY OCCURS 7.
                    05 FILLER             PIC X(1).
                    05 WS-SHB-MINS        PIC 9(4).
                 03 FILLER             PIC X(21).
              01 WS-DAY-IX             PIC 9(1) COMP.
              01 WS-WEEK-MINUTES       PIC 9(5).
              01 WS-REG-MINUTES        PIC 9(5).
              01 WS-OT-MIN-WORKED      PIC 9(5).
              01 WS-HOURS              PIC 9(3)V99.

      *  SEASON MASTER RECORD (SEE SEASCORR)
              01 WS-SEASON-A.
                 03 WS-SNA-PLAYER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-POINTS      PIC 9(12).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-ROUNDS      PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-FIRST       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-LAST        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-RATING      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-STREAK      PIC X(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-DIVISION    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-START       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-WON         PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-DRAWN       PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNA-LOST        PIC 9(5).
              01 WS-SEASON-B.
                 03 WS-SNB-PLAYER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-POINTS      PIC 9(12).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-ROUNDS      PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-FIRST       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-LAST        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-RATING      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-STREAK      PIC X(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-DIVISION    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-START       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-WON         PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-DRAWN       PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 WS-SNB-LOST        PIC 9(5).

              01 WS-ECH-STATUS         PIC X(2).
              01 WS-ECH-EOF-SW         PIC X.
                 88 WS-ECH-EOF              VALUE 'Y'.
              01 WS-ECH-TOUCHED        PIC 9(7) VALUE 0.
              01 WS-ECH-RETD-CAMP      PIC X(4).
              01 WS-ECH-RETD-ELF       PIC 9(4).
              01 WS-ECH-SURV-CAMP      PIC X(4).
              01 WS-ECH-SURV-ELF       PIC 9(4).
              01 WS-MAX-MOVES          PIC 9(4) COMP VALUE 3000.
              01 WS-MOVE-TABLE.
                 03 WS-MOVE-ENTRY OCCURS 3000.
                    05 WS-MOVE-DATE       PIC X(8).
                    05 WS-MOVE-CALORIES   PIC 9(11).
              01 WS-MOVE-COUNT         PIC 9(4) COMP.
              01 WS-MOVE-IX            PIC 9(4) COMP.
              01 WS-ECH-IMAGE          PIC X(60).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
               PERFORM LOAD-OT-THRESHOLD

               PERFORM LOAD-ELF-MASTER
               PERFORM LOAD-ELF-HISTORY
               PERFORM LOAD-MERGE-REGISTER

               OPEN OUTPUT AUDIT-OUT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'ELF ID MERGE FOR ' WS-RUN-DATE
                      ' OPERATOR=' WS-SEC-OPERATOR
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT MERGE-FILE
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'ELFMERGE: NO MERGE FILE - NOTHING TO MERGE'
                  MOVE 'NO MERGE CARDS PRESENT' TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  CLOSE AUDIT-OUT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                  READ MERGE-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-CARDS-READ
                     IF IN-MERGE-CARD NOT = SPACES
                        PERFORM CHECK-MERGE-CARD
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE MERGE-FILE

               IF WS-MERGE-COUNT > ZERO
                  PERFORM APPLY-MASTER-MERGES
                  MOVE 'elf_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE 'MASTER NOT REWRITTEN - NO FILE WAS CHANGED'
                       TO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     MOVE ZERO TO WS-MERGED-COUNT
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-ELF-MASTER
                     PERFORM SYNC-ELF-HISTORY
                     PERFORM REKEY-WORKGROUPS
                     PERFORM REKEY-OVERLAP-HISTORY
                     PERFORM REKEY-CARRY-FORWARD
                     PERFORM REKEY-BADGE-REGISTER
                     PERFORM REKEY-POINTS-LEDGER
                     PERFORM REKEY-REPACK-ORDERS
                     PERFORM REKEY-CARRY-LIMITS
                     PERFORM REKEY-TIMESHEET
                     IF WS-PLAYER-MERGES > ZERO
                        PERFORM REKEY-SEASON-MASTER
                        PERFORM REKEY-ROUND-JOURNAL
                        PERFORM REKEY-ELIGIBILITY
                        PERFORM REKEY-PAYOUT-LEDGER
                        PERFORM REKEY-BRACKET
                     END-IF
                     PERFORM MERGE-CALORIE-HISTORY
                     PERFORM WRITE-MERGE-REGISTER
                  END-IF
               END-IF

               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CARDS READ=' WS-CARDS-READ
                      ' MERGED=' WS-MERGED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                      ' RECORDS TOUCHED=' WS-TOUCHED-TOTAL
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'HISTORY VERSIONS OPENED=' WS-HIST-OPENED
                      ' CLOSED=' WS-HIST-CLOSED
                      ' EFFECTIVE=' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               CLOSE AUDIT-OUT

               DISPLAY 'ELFMERGE: ' WS-MERGED-COUNT ' MERGED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'ELFMERGE_AUDIT.TXT'
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-OT-THRESHOLD SECTION.
               MOVE 'OT_THRESHOLD_HOURS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-FIELD-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-FIELD-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-FIELD-LEN > ZERO
                  AND WS-FIELD-LEN < 4
                  AND WS-PARM-VALUE(1:WS-FIELD-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-FIELD-LEN) TO WS-OT-HOURS
                  END-IF
               END-IF
               COMPUTE WS-OT-MINUTES = WS-OT-HOURS * 60
               .

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'ELFMERGE: NO ELF MASTER ON FILE'
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
               .

           POST-MASTER-CARD SECTION.
               IF  IN-ELF-ORDINAL IS NUMERIC
               AND IN-ELF-CAMP NOT = SPACES
                  IF WS-ELF-COUNT >= WS-MAX-ELVES
                     DISPLAY 'ELFMERGE: ELF MASTER TABLE CAPACITY '
                             'OF ' WS-MAX-ELVES ' EXCEEDED - '
                             'CARD DROPPED: ' IN-ELF-CARD
                  ELSE
                     ADD 1 TO WS-ELF-COUNT
                     MOVE IN-ELF-CAMP
                       TO WS-ELF-CAMP(WS-ELF-COUNT)
                     MOVE IN-ELF-ORDINAL
                       TO WS-ELF-ORDINAL(WS-ELF-COUNT)
                     MOVE IN-ELF-ID
                       TO WS-ELF-ID(WS-ELF-COUNT)
                     MOVE IN-ELF-NAME
                       TO WS-ELF-NAME(WS-ELF-COUNT)
                     IF IN-ELF-STATUS = 'D'
                        MOVE 'D' TO WS-ELF-STATUS(WS-ELF-COUNT)
                     ELSE
                        MOVE 'A' TO WS-ELF-STATUS(WS-ELF-COUNT)
                     END-IF
                     MOVE IN-ELF-CERTS
                       TO WS-ELF-CERTS(WS-ELF-COUNT)
                     MOVE 'N' TO WS-ELF-CHANGED-SW(WS-ELF-COUNT)
                  END-IF
               END-IF
               .

           LOAD-ELF-HISTORY SECTION.
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-FILE-STATUS = '00'
                  SET WS-HIST-ON-FILE TO TRUE
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-IN
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-HISTORY-CARD
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               END-IF
               .

           POST-HISTORY-CARD SECTION.
               IF  IN-HIST-ORDINAL IS NUMERIC
               AND IN-HIST-CAMP NOT = SPACES
               AND IN-HIST-FROM IS NUMERIC
               AND IN-HIST-TO IS NUMERIC
                  IF WS-HIST-COUNT >= WS-MAX-HIST
                     SET WS-HIST-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-HIST-COUNT
                     MOVE WS-HIST-COUNT TO WS-HIST-IX
                     MOVE IN-HIST-CAMP
                       TO WS-HIST-CAMP(WS-HIST-IX)
                     MOVE IN-HIST-ORDINAL
                       TO WS-HIST-ORDINAL(WS-HIST-IX)
                     MOVE IN-HIST-ID
                       TO WS-HIST-ID(WS-HIST-IX)
                     MOVE IN-HIST-NAME
                       TO WS-HIST-NAME(WS-HIST-IX)
                     MOVE IN-HIST-STATUS
                       TO WS-HIST-STATUS(WS-HIST-IX)
                     MOVE IN-HIST-CERTS
                       TO WS-HIST-CERTS(WS-HIST-IX)
                     MOVE IN-HIST-FROM
                       TO WS-HIST-FROM(WS-HIST-IX)
                     MOVE IN-HIST-TO
                       TO WS-HIST-TO(WS-HIST-IX)
                  END-IF
               END-IF
               .

           LOAD-MERGE-REGISTER SECTION.
               MOVE 'N' TO WS-XREF-EOF-SW
               OPEN INPUT XREF-IN
               IF WS-XREF-STATUS = '00'
                  PERFORM UNTIL WS-XREF-EOF
                     READ XREF-IN
                     AT END
                        SET WS-XREF-EOF TO TRUE
                     NOT AT END
                        IF  IN-XREF-RETIRED NOT = SPACES
                        AND WS-XREF-COUNT < WS-MAX-XREF
                           ADD 1 TO WS-XREF-COUNT
                           MOVE IN-XREF-RETIRED
                             TO WS-XREF-RETIRED(WS-XREF-COUNT)
                           MOVE IN-XREF-SURVIVOR
                             TO WS-XREF-SURVIVOR(WS-XREF-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE XREF-IN
               END-IF
               .

      *****************************************************************
      *  A CARD IS TAKEN ONLY WHEN BOTH IDS ARE ON THE MASTER ONCE,
      *  THE SURVIVOR IS STILL ACTIVE AND HAS NOT ITSELF BEEN MERGED
      *  AWAY, AND THE RETIRED ID HAS NOT ALREADY BEEN MERGED OR USED
      *  AS A SURVIVOR EARLIER IN THE SAME RUN.
      *****************************************************************
           CHECK-MERGE-CARD SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-SEC-PARMS
               STRING 'MERGE ' IN-MRG-RETIRED ' INTO ' IN-MRG-SURVIVOR
                  DELIMITED BY SIZE INTO WS-SEC-PARMS
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               MOVE IN-MRG-SURVIVOR TO WS-FIND-ID
               PERFORM FIND-ELF-BY-ID
               MOVE WS-ELF-IX TO WS-SURV-IX
               IF WS-ELF-HITS > 1
                  MOVE 'DUPSURV' TO WS-REJECT-REASON
               END-IF
               MOVE IN-MRG-RETIRED TO WS-FIND-ID
               PERFORM FIND-ELF-BY-ID
               MOVE WS-ELF-IX TO WS-RETD-IX
               IF WS-ELF-HITS > 1
                  MOVE 'DUPRETD' TO WS-REJECT-REASON
               END-IF
               EVALUATE TRUE
                  WHEN WS-REJECT-REASON NOT = SPACES
                     CONTINUE
                  WHEN IN-MRG-SURVIVOR = SPACES
                  OR   IN-MRG-RETIRED = SPACES
                     MOVE 'BADCARD' TO WS-REJECT-REASON
                  WHEN IN-MRG-SURVIVOR = IN-MRG-RETIRED
                     MOVE 'SAMEID' TO WS-REJECT-REASON
                  WHEN WS-SEC-OPERATOR = SPACES
                  OR   NOT WS-SEC-GRANTED
                     MOVE 'NOTAUTH' TO WS-REJECT-REASON
                  WHEN WS-SURV-IX = ZERO
                     MOVE 'NOSURV' TO WS-REJECT-REASON
                  WHEN WS-RETD-IX = ZERO
                     MOVE 'NORETD' TO WS-REJECT-REASON
                  WHEN WS-ELF-STATUS(WS-SURV-IX) = 'D'
                     MOVE 'SURVDEAC' TO WS-REJECT-REASON
                  WHEN WS-MERGE-COUNT >= WS-MAX-MERGES
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM CHECK-PRIOR-MERGES
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-MERGE-COUNT
                  MOVE IN-MRG-SURVIVOR
                    TO WS-MRG-SURVIVOR(WS-MERGE-COUNT)
                  MOVE IN-MRG-RETIRED
                    TO WS-MRG-RETIRED(WS-MERGE-COUNT)
                  MOVE WS-SURV-IX TO WS-MRG-SURV-IX(WS-MERGE-COUNT)
                  MOVE WS-RETD-IX TO WS-MRG-RETD-IX(WS-MERGE-COUNT)
                  IF  IN-MRG-SURVIVOR(5:4) = SPACES
                  AND IN-MRG-RETIRED(5:4) = SPACES
                     MOVE 'Y' TO WS-MRG-PLAYER-SW(WS-MERGE-COUNT)
                     ADD 1 TO WS-PLAYER-MERGES
                  ELSE
                     MOVE 'N' TO WS-MRG-PLAYER-SW(WS-MERGE-COUNT)
                  END-IF
                  ADD 1 TO WS-MERGED-COUNT
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'ACCEPTED SURVIVOR=' IN-MRG-SURVIVOR
                         ' RETIRED=' IN-MRG-RETIRED
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               ELSE
                  PERFORM WRITE-REJECT-AUDIT
               END-IF
               .

           FIND-ELF-BY-ID SECTION.
               MOVE ZERO TO WS-ELF-IX
               MOVE ZERO TO WS-ELF-HITS
               IF WS-FIND-ID NOT = SPACES
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-ELF-COUNT
                     IF WS-ELF-ID(IX) = WS-FIND-ID
                        ADD 1 TO WS-ELF-HITS
                        MOVE IX TO WS-ELF-IX
                     END-IF
                  END-PERFORM
               END-IF
               .

           CHECK-PRIOR-MERGES SECTION.
               PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                       UNTIL WS-XREF-IX > WS-XREF-COUNT
                  IF WS-XREF-RETIRED(WS-XREF-IX) = IN-MRG-RETIRED
                     MOVE 'ALRMERGD' TO WS-REJECT-REASON
                  END-IF
                  IF WS-XREF-RETIRED(WS-XREF-IX) = IN-MRG-SURVIVOR
                     MOVE 'SURVRETD' TO WS-REJECT-REASON
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                       UNTIL WS-MRG-IX > WS-MERGE-COUNT
                  IF WS-MRG-RETIRED(WS-MRG-IX) = IN-MRG-RETIRED
                     MOVE 'ALRMERGD' TO WS-REJECT-REASON
                  END-IF
                  IF WS-MRG-RETIRED(WS-MRG-IX) = IN-MRG-SURVIVOR
                     MOVE 'SURVRETD' TO WS-REJECT-REASON
                  END-IF
                  IF WS-MRG-SURVIVOR(WS-MRG-IX) = IN-MRG-RETIRED
                     MOVE 'CHAINED' TO WS-REJECT-REASON
                  END-IF
               END-PERFORM
               .

           WRITE-REJECT-AUDIT SECTION.
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'REJECTED SURVIVOR=' IN-MRG-SURVIVOR
                      ' RETIRED=' IN-MRG-RETIRED
                      ' REASON=' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'elf_merge.txt'   TO WS-EXCP-FILE-NAME
               MOVE WS-CARDS-READ     TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
               MOVE IN-MERGE-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

      *****************************************************************
      *  THE RETIRED ELF IS DEACTIVATED AND ANY OF ITS CERTIFICATIONS
      *  THE SURVIVOR DOES NOT HOLD GO INTO THE SURVIVOR'S FREE SLOTS.
      *****************************************************************
           APPLY-MASTER-MERGES SECTION.
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'FILE=elf_master.txt' TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                       UNTIL WS-MRG-IX > WS-MERGE-COUNT
                  MOVE WS-MRG-SURV-IX(WS-MRG-IX) TO WS-SURV-IX
                  MOVE WS-MRG-RETD-IX(WS-MRG-IX) TO WS-RETD-IX
                  MOVE WS-RETD-IX TO WS-ELF-IX
                  PERFORM BUILD-ELF-IMAGE
                  MOVE 'D' TO WS-ELF-STATUS(WS-RETD-IX)
                  PERFORM WRITE-ELF-AUDIT
                  MOVE WS-ELF-CERTS(WS-SURV-IX) TO WS-CERT-SURV
                  MOVE WS-ELF-CERTS(WS-RETD-IX) TO WS-CERT-RETD
                  MOVE WS-SURV-IX TO WS-ELF-IX
                  PERFORM BUILD-ELF-IMAGE
                  PERFORM VARYING WS-CERT-IX FROM 1 BY 1
                          UNTIL WS-CERT-IX > 3
                     IF WS-CRT-CODE(WS-CERT-IX) NOT = SPACES
                        PERFORM CARRY-ONE-CERT
                     END-IF
                  END-PERFORM
                  IF WS-CERT-SURV(1:14) NOT = WS-ELF-CERTS(WS-SURV-IX)
                     MOVE WS-CERT-SURV(1:14)
                       TO WS-ELF-CERTS(WS-SURV-IX)
                     PERFORM WRITE-ELF-AUDIT
                  END-IF
               END-PERFORM
               .

           CARRY-ONE-CERT SECTION.
               MOVE 'N' TO WS-CERT-HELD-SW
               MOVE ZERO TO WS-CERT-FREE
               PERFORM VARYING WS-CERT-IX2 FROM 3 BY -1
                       UNTIL WS-CERT-IX2 < 1
                  IF WS-CSV-CODE(WS-CERT-IX2) = WS-CRT-CODE(WS-CERT-IX)
                     SET WS-CERT-HELD TO TRUE
                  END-IF
                  IF WS-CSV-CODE(WS-CERT-IX2) = SPACES
                     MOVE WS-CERT-IX2 TO WS-CERT-FREE
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-CERT-HELD
                     CONTINUE
                  WHEN WS-CERT-FREE > ZERO
                     MOVE WS-CRT-CODE(WS-CERT-IX)
                       TO WS-CSV-CODE(WS-CERT-FREE)
                  WHEN OTHER
                     MOVE SPACES TO WS-AUDIT-LINE
                     STRING '  CERT ' WS-CRT-CODE(WS-CERT-IX)
                            ' OF ' WS-MRG-RETIRED(WS-MRG-IX)
                            ' NOT CARRIED - SURVIVOR HAS NO FREE SLOT'
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
               END-EVALUATE
               .

           BUILD-ELF-IMAGE SECTION.
               MOVE SPACES TO WS-ELF-IMAGE
               STRING WS-ELF-CAMP(WS-ELF-IX)
                      ' ' WS-ELF-ORDINAL(WS-ELF-IX)
                      ' ' WS-ELF-ID(WS-ELF-IX)
                      ' ' WS-ELF-NAME(WS-ELF-IX)
                      ' ' WS-ELF-STATUS(WS-ELF-IX)
                      ' ' WS-ELF-CERTS(WS-ELF-IX)
                  DELIMITED BY SIZE INTO WS-ELF-IMAGE
               .

           WRITE-ELF-AUDIT SECTION.
               SET WS-ELF-CHANGED(WS-ELF-IX) TO TRUE
               ADD 1 TO WS-TOUCHED-TOTAL
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '  BEFORE=' WS-ELF-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               PERFORM BUILD-ELF-IMAGE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '   AFTER=' WS-ELF-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           REWRITE-ELF-MASTER SECTION.
               OPEN OUTPUT MASTER-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELF-COUNT
                  MOVE SPACES TO WS-MASTER-OUT-LINE
                  MOVE WS-ELF-CAMP(IX)    TO OUT-ELF-CAMP
                  MOVE WS-ELF-ORDINAL(IX) TO OUT-ELF-ORDINAL
                  MOVE WS-ELF-ID(IX)      TO OUT-ELF-ID
                  MOVE WS-ELF-NAME(IX)    TO OUT-ELF-NAME
                  MOVE WS-ELF-STATUS(IX)  TO OUT-ELF-STATUS
                  MOVE WS-ELF-CERTS(IX)   TO OUT-ELF-CERTS
                  WRITE WS-MASTER-OUT-LINE
               END-PERFORM
               CLOSE MASTER-OUT
               .

      *****************************************************************
      *  EACH CHANGED ELF GETS A NEW HISTORY VERSION FROM THE RUN DATE
      *  (OR ITS VERSION OPENED TODAY IS UPDATED), AS ELFMAINT DOES.
      *  WITH NO HISTORY ON FILE ELFMAINT WILL START ONE FROM THE
      *  MASTER AS IT NOW STANDS.
      *****************************************************************
           SYNC-ELF-HISTORY SECTION.
               IF WS-HIST-ON-FILE
                  PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                          UNTIL WS-ELF-IX > WS-ELF-COUNT
                     IF WS-ELF-CHANGED(WS-ELF-IX)
                        PERFORM SYNC-ONE-ELF
                     END-IF
                  END-PERFORM
                  IF WS-HIST-FULL
                     DISPLAY 'ELFMERGE: ELF HISTORY TABLE CAPACITY '
                             'OF ' WS-MAX-HIST ' EXCEEDED - '
                             'HISTORY NOT REWRITTEN'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE 'elf_master_hist.txt' TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                     IF WS-BKUP-FAILED
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        PERFORM REWRITE-ELF-HISTORY
                     END-IF
                  END-IF
               END-IF
               .

           SYNC-ONE-ELF SECTION.
               MOVE ZERO TO WS-HIST-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF  WS-HIST-CAMP(IX) = WS-ELF-CAMP(WS-ELF-IX)
                  AND WS-HIST-ORDINAL(IX) = WS-ELF-ORDINAL(WS-ELF-IX)
                  AND WS-HIST-TO(IX) = WS-HIST-OPEN-DATE
                     MOVE IX TO WS-HIST-IX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-HIST-IX = ZERO
                     PERFORM OPEN-NEW-VERSION
                  WHEN WS-HIST-FROM(WS-HIST-IX) >= WS-RUN-DATE
                     ADD 1 TO WS-HIST-OPENED
                     PERFORM COPY-ELF-TO-VERSION
                  WHEN OTHER
                     ADD 1 TO WS-HIST-CLOSED
                     MOVE WS-PRIOR-DATE TO WS-HIST-TO(WS-HIST-IX)
                     PERFORM OPEN-NEW-VERSION
               END-EVALUATE
               .

           OPEN-NEW-VERSION SECTION.
               IF WS-HIST-COUNT >= WS-MAX-HIST
                  SET WS-HIST-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-HIST-OPENED
                  ADD 1 TO WS-HIST-COUNT
                  MOVE WS-HIST-COUNT TO WS-HIST-IX
                  MOVE WS-ELF-CAMP(WS-ELF-IX)
                    TO WS-HIST-CAMP(WS-HIST-IX)
                  MOVE WS-ELF-ORDINAL(WS-ELF-IX)
                    TO WS-HIST-ORDINAL(WS-HIST-IX)
                  MOVE WS-RUN-DATE TO WS-HIST-FROM(WS-HIST-IX)
                  MOVE WS-HIST-OPEN-DATE TO WS-HIST-TO(WS-HIST-IX)
                  PERFORM COPY-ELF-TO-VERSION
               END-IF
               .

           COPY-ELF-TO-VERSION SECTION.
               MOVE WS-ELF-ID(WS-ELF-IX)
                 TO WS-HIST-ID(WS-HIST-IX)
               MOVE WS-ELF-NAME(WS-ELF-IX)
                 TO WS-HIST-NAME(WS-HIST-IX)
               MOVE WS-ELF-STATUS(WS-ELF-IX)
                 TO WS-HIST-STATUS(WS-HIST-IX)
               MOVE WS-ELF-CERTS(WS-ELF-IX)
                 TO WS-HIST-CERTS(WS-HIST-IX)
               .

           REWRITE-ELF-HISTORY SECTION.
               OPEN OUTPUT HIST-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  MOVE SPACES TO WS-HIST-OUT-LINE
                  MOVE WS-HIST-CAMP(IX)    TO OUT-HIST-CAMP
                  MOVE WS-HIST-ORDINAL(IX) TO OUT-HIST-ORDINAL
                  MOVE WS-HIST-ID(IX)      TO OUT-HIST-ID
                  MOVE WS-HIST-NAME(IX)    TO OUT-HIST-NAME
                  MOVE WS-HIST-STATUS(IX)  TO OUT-HIST-STATUS
                  MOVE WS-HIST-CERTS(IX)   TO OUT-HIST-CERTS
                  MOVE WS-HIST-FROM(IX)    TO OUT-HIST-FROM
                  MOVE WS-HIST-TO(IX)      TO OUT-HIST-TO
                  WRITE WS-HIST-OUT-LINE
               END-PERFORM
               CLOSE HIST-OUT
               .

      *****************************************************************
      *  WORKGROUP:  GROUP ELF1 ELF2 ELF3.  WHEN THE SURVIVOR WAS
      *  ALREADY IN THE GROUP THE RETIRED ELF'S SLOT IS EMPTIED.
      *****************************************************************
           REKEY-WORKGROUPS SECTION.
               MOVE 'workgroups.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 6 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 15 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 24 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                          UNTIL WS-LINE-IX > WS-LINE-COUNT
                     IF WS-LINE-TOUCHED(WS-LINE-IX)
                        PERFORM CLEAR-DUPLICATE-MEMBER
                     END-IF
                  END-PERFORM
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

           CLEAR-DUPLICATE-MEMBER SECTION.
               MOVE WS-LINE-TEXT(WS-LINE-IX)(6:8) TO WS-SLOT-A
               MOVE WS-LINE-TEXT(WS-LINE-IX)(15:8) TO WS-SLOT-B
               IF  WS-SLOT-B NOT = SPACES
               AND WS-SLOT-B = WS-SLOT-A
                  MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IX)(15:8)
               END-IF
               IF  WS-LINE-TEXT(WS-LINE-IX)(24:8) NOT = SPACES
               AND (WS-LINE-TEXT(WS-LINE-IX)(24:8) = WS-SLOT-A
                    OR WS-LINE-TEXT(WS-LINE-IX)(24:8) = WS-SLOT-B)
                  MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IX)(24:8)
               END-IF
               .

      *  DATE=YYYYMMDD ELF1=XXXXXXXX ELF2=XXXXXXXX
           REKEY-OVERLAP-HISTORY SECTION.
               MOVE 'day04_overlap_hist.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 20 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 34 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  SECTION SINCE ELF
           REKEY-CARRY-FORWARD SECTION.
               MOVE 'day04_carry_forward.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 15 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  SERIAL LETTER HOLDER WORKGROUP STATUS ...
           REKEY-BADGE-REGISTER SECTION.
               MOVE 'badge_register.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 12 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  DATE ELF TYPE CODE UNITS SIGN+POINTS OPERATOR TIME
           REKEY-POINTS-LEDGER SECTION.
               MOVE 'points_ledger.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 10 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  ORDER ELF ITEM STATUS OPENED LAST-SEEN CLOSED
           REKEY-REPACK-ORDERS SECTION.
               MOVE 'repack_orders.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 8 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  TYPE KEY WEIGHT VOLUME - ONLY AN ELF (E) CARD IS KEYED BY ID
           REKEY-CARRY-LIMITS SECTION.
               MOVE 'carry_limits.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 3 TO WS-KEY-POS
                  MOVE 'E' TO WS-KEY-TYPE
                  PERFORM REKEY-WORK-FIELD
                  MOVE SPACE TO WS-KEY-TYPE
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *****************************************************************
      *  A WEEK THE ELF WORKED UNDER BOTH IDS BECOMES ONE LINE: THE
      *  DAILY MINUTES ARE ADDED AND THE WEEK IS SPLIT INTO REGULAR
      *  AND OVERTIME AGAIN AS TIMESHT DOES.
      *****************************************************************
           REKEY-TIMESHEET SECTION.
               MOVE 'elf_timesheet.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 8 TO WS-KEY-LEN
                  MOVE 10 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 17 TO WS-MATCH-LEN
                  PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                          UNTIL WS-LINE-IX > WS-LINE-COUNT
                     IF  WS-LINE-TOUCHED(WS-LINE-IX)
                     AND WS-LINE-INTO(WS-LINE-IX) = ZERO
                        PERFORM FIND-MATCHING-LINE
                        IF WS-LINE-IX2 > ZERO
                           PERFORM COMBINE-TIMESHEET-WEEK
                        END-IF
                     END-IF
                  END-PERFORM
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *****************************************************************
      *  FINDS ANOTHER LIVE LINE WITH THE SAME FIRST WS-MATCH-LEN
      *  CHARACTERS AS LINE WS-LINE-IX.  THE TWO ARE COMBINED ONTO THE
      *  EARLIER LINE, SO WS-LINE-IX/WS-LINE-IX2 COME BACK AS KEPT
      *  AND DROPPED.
      *****************************************************************
           FIND-MATCHING-LINE SECTION.
               MOVE ZERO TO WS-LINE-IX2
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-LINE-COUNT
                  IF  IX NOT = WS-LINE-IX
                  AND WS-LINE-INTO(IX) = ZERO
                  AND WS-LINE-TEXT(IX)(1:WS-MATCH-LEN)
                        = WS-LINE-TEXT(WS-LINE-IX)(1:WS-MATCH-LEN)
                     MOVE IX TO WS-LINE-IX2
                     MOVE WS-LINE-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           COMBINE-TIMESHEET-WEEK SECTION.
               PERFORM ORDER-KEPT-AND-DROPPED
               MOVE WS-LINE-TEXT(WS-LINE-IX)  TO WS-SHEET-A
               MOVE WS-LINE-TEXT(WS-LINE-IX2) TO WS-SHEET-B
               MOVE ZERO TO WS-WEEK-MINUTES
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 7
                  IF WS-SHA-MINS(WS-DAY-IX) NOT NUMERIC
                     MOVE ZERO TO WS-SHA-MINS(WS-DAY-IX)
                  END-IF
                  IF WS-SHB-MINS(WS-DAY-IX) IS NUMERIC
                     ADD WS-SHB-MINS(WS-DAY-IX)
                       TO WS-SHA-MINS(WS-DAY-IX)
                  END-IF
                  ADD WS-SHA-MINS(WS-DAY-IX) TO WS-WEEK-MINUTES
               END-PERFORM
               IF WS-WEEK-MINUTES > WS-OT-MINUTES
                  MOVE WS-OT-MINUTES TO WS-REG-MINUTES
                  COMPUTE WS-OT-MIN-WORKED =
                          WS-WEEK-MINUTES - WS-OT-MINUTES
               ELSE
                  MOVE WS-WEEK-MINUTES TO WS-REG-MINUTES
                  MOVE ZERO TO WS-OT-MIN-WORKED
               END-IF
               COMPUTE WS-HOURS ROUNDED = WS-WEEK-MINUTES / 60
               MOVE WS-HOURS TO WS-SHA-TOTAL
               COMPUTE WS-HOURS ROUNDED = WS-REG-MINUTES / 60
               MOVE WS-HOURS TO WS-SHA-REGULAR
               COMPUTE WS-HOURS ROUNDED = WS-OT-MIN-WORKED / 60
               MOVE WS-HOURS TO WS-SHA-OVERTIME
               MOVE WS-SHEET-A TO WS-LINE-TEXT(WS-LINE-IX)
               .

           ORDER-KEPT-AND-DROPPED SECTION.
               IF WS-LINE-IX2 < WS-LINE-IX
                  MOVE WS-LINE-IX  TO IX
                  MOVE WS-LINE-IX2 TO WS-LINE-IX
                  MOVE IX          TO WS-LINE-IX2
               END-IF
               MOVE WS-LINE-IX TO WS-LINE-INTO(WS-LINE-IX2)
               SET WS-LINE-TOUCHED(WS-LINE-IX)  TO TRUE
               SET WS-LINE-TOUCHED(WS-LINE-IX2) TO TRUE
               .

      *****************************************************************
      *  A PLAYER HELD UNDER BOTH IDS BECOMES ONE SEASON RECORD.
      *****************************************************************
           REKEY-SEASON-MASTER SECTION.
               MOVE 'day02_season.dat' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 4 TO WS-KEY-LEN
                  MOVE 1 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 4 TO WS-MATCH-LEN
                  PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                          UNTIL WS-LINE-IX > WS-LINE-COUNT
                     IF  WS-LINE-TOUCHED(WS-LINE-IX)
                     AND WS-LINE-INTO(WS-LINE-IX) = ZERO
                        PERFORM FIND-MATCHING-LINE
                        IF WS-LINE-IX2 > ZERO
                           PERFORM COMBINE-SEASON-RECORD
                        END-IF
                     END-IF
                  END-PERFORM
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

           COMBINE-SEASON-RECORD SECTION.
               MOVE WS-LINE-TEXT(WS-LINE-IX)  TO WS-SEASON-A
               MOVE WS-LINE-TEXT(WS-LINE-IX2) TO WS-SEASON-B
               IF  WS-SNA-POINTS IS NUMERIC AND WS-SNB-POINTS IS NUMERIC
               AND WS-SNA-ROUNDS IS NUMERIC AND WS-SNB-ROUNDS IS NUMERIC
               AND WS-SNA-WON IS NUMERIC    AND WS-SNB-WON IS NUMERIC
               AND WS-SNA-DRAWN IS NUMERIC  AND WS-SNB-DRAWN IS NUMERIC
               AND WS-SNA-LOST IS NUMERIC   AND WS-SNB-LOST IS NUMERIC
                  PERFORM ORDER-KEPT-AND-DROPPED
                  MOVE WS-LINE-TEXT(WS-LINE-IX)  TO WS-SEASON-A
                  MOVE WS-LINE-TEXT(WS-LINE-IX2) TO WS-SEASON-B
                  ADD WS-SNB-POINTS TO WS-SNA-POINTS
                  ADD WS-SNB-ROUNDS TO WS-SNA-ROUNDS
                  ADD WS-SNB-WON    TO WS-SNA-WON
                  ADD WS-SNB-DRAWN  TO WS-SNA-DRAWN
                  ADD WS-SNB-LOST   TO WS-SNA-LOST
                  IF  WS-SNB-FIRST NOT = SPACES
                  AND (WS-SNA-FIRST = SPACES
                       OR WS-SNB-FIRST < WS-SNA-FIRST)
                     MOVE WS-SNB-FIRST TO WS-SNA-FIRST
                     MOVE WS-SNB-START TO WS-SNA-START
                  END-IF
                  IF WS-SNB-LAST > WS-SNA-LAST
                     MOVE WS-SNB-LAST     TO WS-SNA-LAST
                     MOVE WS-SNB-RATING   TO WS-SNA-RATING
                     MOVE WS-SNB-STREAK   TO WS-SNA-STREAK
                     MOVE WS-SNB-DIVISION TO WS-SNA-DIVISION
                  END-IF
                  MOVE WS-SEASON-A TO WS-LINE-TEXT(WS-LINE-IX)
               ELSE
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING '  PLAYER ' WS-SNA-PLAYER
                         ' HAS A SEASON RECORD THAT IS NOT NUMERIC - '
                         'LEFT AS TWO RECORDS'
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               END-IF
               .

      *  DATE MATCH PLAYER ...
           REKEY-ROUND-JOURNAL SECTION.
               MOVE 'day02_round_journal.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 4 TO WS-KEY-LEN
                  MOVE 15 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  PLAYER STATUS FROM TO REASON SET-ON
           REKEY-ELIGIBILITY SECTION.
               MOVE 'day02_eligibility.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 4 TO WS-KEY-LEN
                  MOVE 1 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *  LINE SEASON PLAYER CATEGORY DIVISION AMOUNT STATUS ...
           REKEY-PAYOUT-LEDGER SECTION.
               MOVE 'day02_payout_ledger.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 4 TO WS-KEY-LEN
                  MOVE 19 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

      *****************************************************************
      *  H CARD:  TYPE SEASON SEEDED SIZE ENTRANTS STATUS CHAMPION
      *           RUNNER-UP
      *  S CARD:  TYPE SEED PLAYER ...
      *  M CARD:  TYPE ROUND SLOT MATCH SEED1 P1 SEED2 P2 STATE WINNER
      *****************************************************************
           REKEY-BRACKET SECTION.
               MOVE 'day02_bracket.txt' TO WS-WORK-FILE
               PERFORM LOAD-WORK-FILE
               IF WS-WORK-LOADED
                  MOVE 4 TO WS-KEY-LEN
                  MOVE 'H' TO WS-KEY-TYPE
                  MOVE 31 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 36 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 'S' TO WS-KEY-TYPE
                  MOVE 6 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 'M' TO WS-KEY-TYPE
                  MOVE 16 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 24 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE 31 TO WS-KEY-POS
                  PERFORM REKEY-WORK-FIELD
                  MOVE SPACE TO WS-KEY-TYPE
                  PERFORM FINISH-WORK-FILE
               END-IF
               .

           LOAD-WORK-FILE SECTION.
               MOVE 'N' TO WS-WORK-LOADED-SW
               MOVE 'N' TO WS-WORK-FULL-SW
               MOVE 'N' TO WS-WORK-EOF-SW
               MOVE ZERO TO WS-LINE-COUNT
               OPEN INPUT WORK-IN
               IF WS-WORK-STATUS = '00'
                  SET WS-WORK-LOADED TO TRUE
                  PERFORM UNTIL WS-WORK-EOF
                     READ WORK-IN
                     AT END
                        SET WS-WORK-EOF TO TRUE
                     NOT AT END
                        IF WS-LINE-COUNT >= WS-MAX-LINES
                           SET WS-WORK-FULL TO TRUE
                        ELSE
                           ADD 1 TO WS-LINE-COUNT
                           MOVE IN-WORK-LINE
                             TO WS-LINE-TEXT(WS-LINE-COUNT)
                           MOVE IN-WORK-LINE
                             TO WS-LINE-ORIG(WS-LINE-COUNT)
                           MOVE 'N'
                             TO WS-LINE-TOUCH-SW(WS-LINE-COUNT)
                           MOVE ZERO
                             TO WS-LINE-INTO(WS-LINE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE WORK-IN
               END-IF
               .

      *****************************************************************
      *  REPLACES A RETIRED ID WITH ITS SURVIVOR IN THE WS-KEY-LEN
      *  CHARACTERS AT WS-KEY-POS OF EVERY LINE, OR ONLY OF THE LINES
      *  WHOSE FIRST CHARACTER IS WS-KEY-TYPE WHEN THAT IS SET.
      *  FOUR-CHARACTER KEYS ARE PLAYER IDS AND ONLY FOLLOW A MERGE OF
      *  TWO SHORT IDS.
      *****************************************************************
           REKEY-WORK-FIELD SECTION.
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                  PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                          UNTIL WS-MRG-IX > WS-MERGE-COUNT
                     IF  (WS-KEY-LEN = 8 OR WS-MRG-PLAYER(WS-MRG-IX))
                     AND (WS-KEY-TYPE = SPACE
                          OR WS-LINE-TEXT(WS-LINE-IX)(1:1)
                             = WS-KEY-TYPE)
                     AND WS-LINE-TEXT(WS-LINE-IX)
                            (WS-KEY-POS:WS-KEY-LEN)
                           = WS-MRG-RETIRED(WS-MRG-IX)(1:WS-KEY-LEN)
                        MOVE WS-MRG-SURVIVOR(WS-MRG-IX)(1:WS-KEY-LEN)
                          TO WS-LINE-TEXT(WS-LINE-IX)
                               (WS-KEY-POS:WS-KEY-LEN)
                        SET WS-LINE-TOUCHED(WS-LINE-IX) TO TRUE
                        MOVE WS-MERGE-COUNT TO WS-MRG-IX
                     END-IF
                  END-PERFORM
               END-PERFORM
               .

      *****************************************************************
      *  AUDITS EVERY TOUCHED LINE AND PUTS THE FILE BACK, LESS ANY
      *  LINE COMBINED INTO ANOTHER, ONCE A GENERATION IS KEPT.
      *****************************************************************
           FINISH-WORK-FILE SECTION.
               MOVE ZERO TO WS-FILE-TOUCHED
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                  IF WS-LINE-TOUCHED(WS-LINE-IX)
                     ADD 1 TO WS-FILE-TOUCHED
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'FILE=' WS-WORK-FILE DELIMITED BY SPACE
                      ' RECORDS TOUCHED=' WS-FILE-TOUCHED
                      DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               EVALUATE TRUE
                  WHEN WS-FILE-TOUCHED = ZERO
                     CONTINUE
                  WHEN WS-WORK-FULL
                     MOVE SPACES TO WS-AUDIT-LINE
                     MOVE WS-MAX-LINES TO WS-LINE-NO
                     STRING '  FILE HOLDS MORE THAN ' WS-LINE-NO
                            ' LINES - NOT REWRITTEN'
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     DISPLAY 'ELFMERGE: ' FUNCTION TRIM(WS-WORK-FILE)
                             ' TOO LARGE - NOT RE-KEYED'
                     MOVE 8 TO RETURN-CODE
                  WHEN OTHER
                     PERFORM WRITE-LINE-AUDIT
                     MOVE WS-WORK-FILE TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                     IF WS-BKUP-FAILED
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        PERFORM REWRITE-WORK-FILE
                     END-IF
               END-EVALUATE
               .

           WRITE-LINE-AUDIT SECTION.
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                  IF WS-LINE-TOUCHED(WS-LINE-IX)
                     ADD 1 TO WS-TOUCHED-TOTAL
                     MOVE WS-LINE-IX TO WS-LINE-NO
                     MOVE SPACES TO WS-AUDIT-LINE
                     STRING '  LINE=' WS-LINE-NO
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     MOVE SPACES TO WS-AUDIT-LINE
                     STRING '  BEFORE=' WS-LINE-ORIG(WS-LINE-IX)
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     MOVE SPACES TO WS-AUDIT-LINE
                     IF WS-LINE-INTO(WS-LINE-IX) > ZERO
                        MOVE WS-LINE-INTO(WS-LINE-IX) TO WS-LINE-NO
                        STRING '   AFTER=(COMBINED INTO LINE '
                               WS-LINE-NO ')'
                           DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     ELSE
                        STRING '   AFTER=' WS-LINE-TEXT(WS-LINE-IX)
                           DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     END-IF
                     WRITE WS-AUDIT-LINE
                  END-IF
               END-PERFORM
               .

           REWRITE-WORK-FILE SECTION.
               OPEN OUTPUT WORK-OUT
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                  IF WS-LINE-INTO(WS-LINE-IX) = ZERO
                     MOVE WS-LINE-TEXT(WS-LINE-IX) TO OUT-WORK-LINE
                     WRITE OUT-WORK-LINE
                  END-IF
               END-PERFORM
               CLOSE WORK-OUT
               .

      *****************************************************************
      *  THE RETIRED ELF'S DAILY CALORIE HISTORY IS MOVED UNDER THE
      *  SURVIVOR'S CAMP AND ORDINAL.  A DATE ALREADY HELD BY THE
      *  SURVIVOR HAS THE RETIRED FIGURE ADDED TO IT.
      *****************************************************************
           MERGE-CALORIE-HISTORY SECTION.
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'FILE=elf_calorie_hist.dat' TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               OPEN I-O CALORIE-HIST
               IF WS-ECH-STATUS NOT = '00'
                  MOVE '  NO CALORIE HISTORY ON FILE' TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               ELSE
                  PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                          UNTIL WS-MRG-IX > WS-MERGE-COUNT
                     PERFORM MOVE-ONE-CALORIE-HISTORY
                  END-PERFORM
                  CLOSE CALORIE-HIST
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'FILE=elf_calorie_hist.dat RECORDS TOUCHED='
                         WS-ECH-TOUCHED
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               END-IF
               .

           MOVE-ONE-CALORIE-HISTORY SECTION.
               MOVE WS-MRG-RETD-IX(WS-MRG-IX) TO WS-RETD-IX
               MOVE WS-MRG-SURV-IX(WS-MRG-IX) TO WS-SURV-IX
               MOVE WS-ELF-CAMP(WS-RETD-IX)    TO WS-ECH-RETD-CAMP
               MOVE WS-ELF-ORDINAL(WS-RETD-IX) TO WS-ECH-RETD-ELF
               MOVE WS-ELF-CAMP(WS-SURV-IX)    TO WS-ECH-SURV-CAMP
               MOVE WS-ELF-ORDINAL(WS-SURV-IX) TO WS-ECH-SURV-ELF
               MOVE ZERO TO WS-MOVE-COUNT
               MOVE 'N' TO WS-ECH-EOF-SW
               MOVE WS-ECH-RETD-CAMP TO ECH-CAMP
               MOVE WS-ECH-RETD-ELF  TO ECH-ELF
               MOVE LOW-VALUES       TO ECH-DATE
               START CALORIE-HIST KEY IS >= ECH-KEY
                  INVALID KEY
                     SET WS-ECH-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-ECH-EOF
                  READ CALORIE-HIST NEXT RECORD
                  AT END
                     SET WS-ECH-EOF TO TRUE
                  NOT AT END
                     IF  ECH-CAMP = WS-ECH-RETD-CAMP
                     AND ECH-ELF = WS-ECH-RETD-ELF
                     AND WS-MOVE-COUNT < WS-MAX-MOVES
                        ADD 1 TO WS-MOVE-COUNT
                        MOVE ECH-DATE
                          TO WS-MOVE-DATE(WS-MOVE-COUNT)
                        MOVE ECH-CALORIES
                          TO WS-MOVE-CALORIES(WS-MOVE-COUNT)
                     ELSE
                        SET WS-ECH-EOF TO TRUE
                     END-IF
                  END-READ
               END-PERFORM
               PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                       UNTIL WS-MOVE-IX > WS-MOVE-COUNT
                  PERFORM MOVE-ONE-CALORIE-DAY
               END-PERFORM
               .

           MOVE-ONE-CALORIE-DAY SECTION.
               MOVE WS-ECH-RETD-CAMP TO ECH-CAMP
               MOVE WS-ECH-RETD-ELF  TO ECH-ELF
               MOVE WS-MOVE-DATE(WS-MOVE-IX) TO ECH-DATE
               READ CALORIE-HIST
               IF WS-ECH-STATUS = '00'
                  PERFORM BUILD-ECH-IMAGE
                  ADD 1 TO WS-ECH-TOUCHED
                  ADD 1 TO WS-TOUCHED-TOTAL
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING '  BEFORE=' WS-ECH-IMAGE
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  DELETE CALORIE-HIST
                  MOVE '   AFTER=(MOVED TO SURVIVOR)' TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               END-IF
               MOVE WS-ECH-SURV-CAMP TO ECH-CAMP
               MOVE WS-ECH-SURV-ELF  TO ECH-ELF
               MOVE WS-MOVE-DATE(WS-MOVE-IX) TO ECH-DATE
               READ CALORIE-HIST
               IF WS-ECH-STATUS = '00'
                  PERFORM BUILD-ECH-IMAGE
                  ADD 1 TO WS-ECH-TOUCHED
                  ADD 1 TO WS-TOUCHED-TOTAL
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING '  BEFORE=' WS-ECH-IMAGE
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  ADD WS-MOVE-CALORIES(WS-MOVE-IX) TO ECH-CALORIES
                  MOVE WS-RUN-TIME TO ECH-RUN-TIME
                  REWRITE ECH-RECORD
               ELSE
                  MOVE WS-ECH-SURV-CAMP TO ECH-CAMP
                  MOVE WS-ECH-SURV-ELF  TO ECH-ELF
                  MOVE WS-MOVE-DATE(WS-MOVE-IX) TO ECH-DATE
                  MOVE WS-MOVE-CALORIES(WS-MOVE-IX) TO ECH-CALORIES
                  MOVE WS-RUN-TIME TO ECH-RUN-TIME
                  MOVE ZERO TO ECH-SUPERSEDE-COUNT
                  WRITE ECH-RECORD
               END-IF
               IF WS-ECH-STATUS NOT = '00'
                  DISPLAY 'ELFMERGE: ELF CALORIE HISTORY WRITE '
                          'FAILED - STATUS ' WS-ECH-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM BUILD-ECH-IMAGE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '   AFTER=' WS-ECH-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           BUILD-ECH-IMAGE SECTION.
               MOVE SPACES TO WS-ECH-IMAGE
               STRING ECH-CAMP ' ' ECH-ELF ' ' ECH-DATE
                      ' ' ECH-CALORIES ' ' ECH-RUN-TIME
                      ' ' ECH-SUPERSEDE-COUNT
                  DELIMITED BY SIZE INTO WS-ECH-IMAGE
               .

           WRITE-MERGE-REGISTER SECTION.
               OPEN EXTEND XREF-OUT
               IF WS-XREF-STATUS NOT = '00'
                  OPEN OUTPUT XREF-OUT
               END-IF
               PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                       UNTIL WS-MRG-IX > WS-MERGE-COUNT
                  MOVE WS-MRG-RETD-IX(WS-MRG-IX) TO WS-RETD-IX
                  MOVE SPACES TO WS-XREF-OUT-LINE
                  MOVE WS-MRG-RETIRED(WS-MRG-IX)  TO OUT-XREF-RETIRED
                  MOVE WS-MRG-SURVIVOR(WS-MRG-IX) TO OUT-XREF-SURVIVOR
                  MOVE WS-RUN-DATE                TO OUT-XREF-MERGED-ON
                  MOVE WS-SEC-OPERATOR            TO OUT-XREF-OPERATOR
                  MOVE WS-ELF-CAMP(WS-RETD-IX)    TO OUT-XREF-CAMP
                  MOVE WS-ELF-ORDINAL(WS-RETD-IX) TO OUT-XREF-ORDINAL
                  WRITE WS-XREF-OUT-LINE
               END-PERFORM
               CLOSE XREF-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
