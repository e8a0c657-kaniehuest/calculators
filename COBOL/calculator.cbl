                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANLIST-STATUS.

           SELECT TRANLIST-WORK-FILE
                                   ASSIGN TO "TRANLNEW"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANLIST-WK-STATUS.

           SELECT ARCHIVE-FILE     ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ARCHIVE-STATUS.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OPER-WORK-STATUS.

           SELECT BRANCH-MASTER-FILE
                                   ASSIGN TO "BRCHMSTR"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-BRCH-MSTR-STATUS.

           SELECT BRANCH-WORK-FILE ASSIGN TO "BRCHNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-BRCH-WORK-STATUS.

           SELECT PEND-APPR-FILE   ASSIGN TO "PENDAPPR"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PEND-STATUS.

           SELECT PEND-WORK-FILE   ASSIGN TO "PENDNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PEND-WORK-STATUS.

           SELECT GL-BALANCE-FILE  ASSIGN TO "GLBAL"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS GB-ACCOUNT-CODE
                                   FILE STATUS IS WS-GLBAL-STATUS.

           SELECT TB-REPORT-FILE   ASSIGN TO "TBRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TB-RPT-STATUS.

           SELECT EXCH-RATE-FILE   ASSIGN TO "EXRATE"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-XRT-STATUS.

           SELECT EXCH-WORK-FILE   ASSIGN TO "EXRATNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-XRT-WORK-STATUS.

           SELECT STANDING-FILE    ASSIGN TO "STDINST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SI-STATUS.

           SELECT STANDING-WORK-FILE ASSIGN TO "STDINNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SI-WORK-STATUS.

           SELECT HOLIDAY-FILE     ASSIGN TO "HOLIDAYS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HOL-STATUS.

           SELECT HOLIDAY-WORK-FILE ASSIGN TO "HOLIDNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HOL-WORK-STATUS.

           SELECT BUDGET-FILE      ASSIGN TO "BUDGET"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-BUD-STATUS.

           SELECT BUDGET-WORK-FILE ASSIGN TO "BUDGNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-BUD-WORK-STATUS.

           SELECT CHAIN-ANCHOR-FILE ASSIGN TO "AUDCHAIN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-AX-STATUS.

           SELECT AUD-VERIFY-FILE  ASSIGN TO "AUDVRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-VFY-RPT-STATUS.

           SELECT RUN-HIST-FILE    ASSIGN TO "RUNHIST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RUN-HIST-REPORT-FILE
                                   ASSIGN TO "RUNHRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RHR-RPT-STATUS.

           SELECT UNUSUAL-ACT-FILE ASSIGN TO "ACTVRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACT-RPT-STATUS.

           SELECT DW-EXTRACT-FILE  ASSIGN TO DYNAMIC WS-DWX-FILE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DWX-STATUS.

           SELECT DW-HWM-FILE      ASSIGN TO "DWHWM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DWH-STATUS.

           SELECT DW-HWM-WORK-FILE ASSIGN TO "DWHWMNEW"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DWH-WORK-STATUS.

           SELECT AUDM-OLD-FILE    ASSIGN TO DYNAMIC WS-CONV-AUDM-OLD
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS AO-KEY
                                   FILE STATUS IS WS-AUDM-OLD-STATUS.

           SELECT SUSP-OLD-FILE    ASSIGN TO DYNAMIC WS-CONV-SUSP-OLD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-OLD-STATUS.

           SELECT GL-OLD-FILE      ASSIGN TO DYNAMIC WS-CONV-GL-OLD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-GL-OLD-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
             88 TRANS-TRAILER-RECORD VALUE 'TRAILER '.
          05 TH-BRANCH-ID          PIC X(8).
          05 TH-CREATE-DATE        PIC 9(8).
          05 TH-CURRENCY           PIC X(3).
          05 FILLER                PIC X(6).
       01 TR-TRAILER-RECORD.
          05 TT-RECORD-ID          PIC X(8).
          05 TT-RECORD-COUNT       PIC 9(6).
       01 TL-RECORD.
          05 TL-FILE-NAME          PIC X(44).

       FD  TRANLIST-WORK-FILE.
       01 TW-RECORD.
          05 TW-FILE-NAME          PIC X(44).

       FD  ARCHIVE-FILE.
       01 AR-TRANS-RECORD          PIC X(33).

          05 RS-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 RS-OPERATION          PIC X(1).
          05 RS-TOTAL              PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 RS-BRANCH-ID          PIC X(8).
          05 FILLER                PIC X(2).

       FD  AUDIT-FILE.
       01 AL-RECORD.
          05 AL-TOTAL              PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 AL-STATUS             PIC X(1).
          05 AL-REF-ID             PIC X(8).
          05 AL-BRANCH-ID          PIC X(8).
          05 AL-CURRENCY-DATA.
             10 AL-CURRENCY        PIC X(3).
             10 AL-RATE            PIC 9(5)V9(6).
             10 AL-BASE-TOTAL      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 AL-CHAIN-VALUE        PIC 9(10).

       FD  AUDIT-MASTER-FILE.
       01 AM-RECORD.
          05 AM-TOTAL              PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 AM-STATUS             PIC X(1).
          05 AM-REF-ID             PIC X(8).
          05 AM-BRANCH-ID          PIC X(8).
          05 AM-CURRENCY-DATA.
             10 AM-CURRENCY        PIC X(3).
             10 AM-RATE            PIC 9(5)V9(6).
             10 AM-BASE-TOTAL      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(2).

       FD  REPORT-FILE.
       01 RP-RECORD                PIC X(80).
          05 GL-OPERATION          PIC X(1).
          05 GL-ACCOUNT-CODE       PIC X(8).
          05 GL-AMOUNT             PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 GL-BRANCH-ID          PIC X(8).
          05 GL-CC-SUFFIX          PIC X(2).
          05 GL-CURRENCY           PIC X(3).
          05 GL-RATE               PIC 9(5)V9(6).
          05 GL-BASE-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(3).

       01 GL-TRAILER-RECORD.
          05 GL-TRAILER-ID         PIC X(8) VALUE 'TRAILER '.
          05 GL-TRAILER-COUNT      PIC 9(6).
          05 GL-TRAILER-HASH-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(54).

       FD  CHECKPOINT-FILE.
       01 CK-RECORD.
          05 SP-OPERATION          PIC X(1).
          05 SP-REASON-CODE        PIC X(2).
          05 SP-DATE-ADDED         PIC 9(8).
          05 SP-BRANCH-ID          PIC X(8).
          05 SP-CURRENCY           PIC X(3).
          05 FILLER                PIC X(8).

       FD  SUSP-WORK-FILE.
       01 SW-RECORD.
          05 SW-OPERATION          PIC X(1).
          05 SW-REASON-CODE        PIC X(2).
          05 SW-DATE-ADDED         PIC 9(8).
          05 SW-BRANCH-ID          PIC X(8).
          05 SW-CURRENCY           PIC X(3).
          05 FILLER                PIC X(8).

       FD  EDIT-REPORT-FILE.
       01 ER-RECORD                PIC X(80).
       01 TI-RECORD                PIC X(80).

       FD  AUD-ARCHIVE-FILE.
       01 AA-RECORD                PIC X(108).

       FD  LASTRUN-FILE.
       01 LR-RECORD.
          05 PR-GL-MAP-ENTRY       OCCURS 10 TIMES.
             10 PR-GL-MAP-OPERATION PIC X(1).
             10 PR-GL-MAP-ACCOUNT  PIC X(8).
      *    Second SITEPARM record, for the controls added after the
      *    first record's layout was fixed. A file saved before it
      *    existed has the first record only; the compiled defaults
      *    stand for these controls until the next save writes it.
      *    The approval limit was first kept in seven digits; it is
      *    now carried in PR-APPROVAL-LIMIT-WIDE, out of what was
      *    filler, so a base-currency amount of any size can be held
      *    to it. A record saved before that has spaces there and the
      *    old field stands until the next save.
       01 PR-EXT-RECORD.
          05 PR-APPROVAL-LIMIT     PIC 9(5)V99.
          05 PR-BASE-CURRENCY      PIC X(3).
          05 PR-BATCH-WINDOW       PIC 9(4).
          05 PR-BUDGET-WARN-PCT    PIC 9(3).
          05 PR-ACT-THRESHOLDS.
             10 PR-ACT-RESULT-MULT PIC 9(3).
             10 PR-ACT-REVERSAL-LIMIT PIC 9(3).
             10 PR-ACT-REPEAT-MINUTES PIC 9(3).
             10 PR-ACT-HOUR-PCT    PIC 9(3).
             10 PR-ACT-MIN-HISTORY PIC 9(3).
          05 PR-APPROVAL-LIMIT-WIDE PIC 9(9)V99.
          05 FILLER                PIC X(58).

       FD  PARM-LOG-FILE.
       01 PL-RECORD                PIC X(100).
          05 OW-AUTH-LEVEL         PIC 9(1).
          05 FILLER                PIC X(10).

       FD  BRANCH-MASTER-FILE.
       01 BM-RECORD.
          05 BM-BRANCH-ID          PIC X(8).
          05 BM-BRANCH-NAME        PIC X(20).
          05 BM-ACTIVE-FLAG        PIC X(1).
          05 BM-CC-SUFFIX          PIC X(2).
          05 FILLER                PIC X(9).

       FD  BRANCH-WORK-FILE.
       01 BW-RECORD.
          05 BW-BRANCH-ID          PIC X(8).
          05 BW-BRANCH-NAME        PIC X(20).
          05 BW-ACTIVE-FLAG        PIC X(1).
          05 BW-CC-SUFFIX          PIC X(2).
          05 FILLER                PIC X(9).

      *    Postings held for a second supervisor's approval: the
      *    maker's audit key, the calculation, the GL account it was
      *    to post to, where it came from (I interactive, B batch, S
      *    suspense correction), the group it must be decided with
      *    (a batch chain posts or declines as one), for a held
      *    reversal the key of the original it backs out, and the
      *    currency, rate and base-currency amount it was held at.
       FD  PEND-APPR-FILE.
       01 PA-RECORD.
          05 PA-MAKER-ID           PIC X(8).
          05 PA-SEQ-NO             PIC 9(6).
          05 PA-TRANS-DATE         PIC 9(8).
          05 PA-TRANS-TIME         PIC 9(8).
          05 PA-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PA-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PA-OPERATION          PIC X(1).
          05 PA-RESULT             PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PA-ACCOUNT            PIC X(8).
          05 PA-BRANCH-ID          PIC X(8).
          05 PA-SOURCE             PIC X(1).
          05 PA-GROUP-SEQ          PIC 9(6).
          05 PA-GROUP-DATE         PIC 9(8).
          05 PA-GROUP-TIME         PIC 9(8).
          05 PA-REV-OPERATOR       PIC X(8).
          05 PA-REV-DATE           PIC 9(8).
          05 PA-REV-TIME           PIC 9(8).
          05 PA-REV-SEQ            PIC 9(6).
          05 PA-CURRENCY           PIC X(3).
          05 PA-RATE               PIC 9(5)V9(6).
          05 PA-BASE-RESULT        PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(4).

       FD  PEND-WORK-FILE.
       01 PW-RECORD.
          05 PW-MAKER-ID           PIC X(8).
          05 PW-SEQ-NO             PIC 9(6).
          05 PW-TRANS-DATE         PIC 9(8).
          05 PW-TRANS-TIME         PIC 9(8).
          05 PW-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PW-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PW-OPERATION          PIC X(1).
          05 PW-RESULT             PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PW-ACCOUNT            PIC X(8).
          05 PW-BRANCH-ID          PIC X(8).
          05 PW-SOURCE             PIC X(1).
          05 PW-GROUP-SEQ          PIC 9(6).
          05 PW-GROUP-DATE         PIC 9(8).
          05 PW-GROUP-TIME         PIC 9(8).
          05 PW-REV-OPERATOR       PIC X(8).
          05 PW-REV-DATE           PIC 9(8).
          05 PW-REV-TIME           PIC 9(8).
          05 PW-REV-SEQ            PIC 9(6).
          05 PW-CURRENCY           PIC X(3).
          05 PW-RATE               PIC 9(5)V9(6).
          05 PW-BASE-RESULT        PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(4).

      *    Running balance per GL account: the opening balance of
      *    the business day, the activity posted since the last day
      *    close, the activity of the accounting period (AAAAMM) and
      *    the closing balance. Every GLPOST posting and reversal
      *    updates it; the day close rolls it forward.
       FD  GL-BALANCE-FILE.
       01 GB-RECORD.
          05 GB-ACCOUNT-CODE       PIC X(8).
          05 GB-OPENING-BAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 GB-DAY-ACTIVITY       PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 GB-MONTH-ACTIVITY     PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 GB-CLOSING-BAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 GB-PERIOD             PIC 9(6).
          05 GB-LAST-POST-DATE     PIC 9(8).
          05 GB-LAST-ROLL-DATE     PIC 9(8).
          05 FILLER                PIC X(20).

       FD  TB-REPORT-FILE.
       01 TB-RECORD                PIC X(80).

      *    Exchange rates into the base currency: one rate per
      *    currency and effective date, kept up through the rates
      *    maintenance mode. A posting in a foreign currency converts
      *    at the rate dated the run date.
       FD  EXCH-RATE-FILE.
       01 XR-RECORD.
          05 XR-CURRENCY           PIC X(3).
          05 XR-EFF-DATE           PIC 9(8).
          05 XR-RATE               PIC 9(5)V9(6).
          05 XR-OPERATOR-ID        PIC X(8).
          05 XR-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(12).

       FD  EXCH-WORK-FILE.
       01 XW-RECORD.
          05 XW-CURRENCY           PIC X(3).
          05 XW-EFF-DATE           PIC 9(8).
          05 XW-RATE               PIC 9(5)V9(6).
          05 XW-OPERATOR-ID        PIC X(8).
          05 XW-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(12).

      *    Standing instructions: a calculation an operator would
      *    otherwise key every period. Frequency D diaria, S semanal,
      *    Q quincenal, M mensual, T trimestral, A anual; the monthly
      *    ones fall on SI-DUE-DAY, or the month's last day when it is
      *    shorter. An end date of zero means no end. Status A is
      *    active, C cancelled, F finished (past its end date).
       FD  STANDING-FILE.
       01 SI-RECORD.
          05 SI-INST-ID            PIC 9(6).
          05 SI-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SI-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SI-OPERATION          PIC X(1).
          05 SI-FREQUENCY          PIC X(1).
          05 SI-NEXT-DUE           PIC 9(8).
          05 SI-END-DATE           PIC 9(8).
          05 SI-DUE-DAY            PIC 9(2).
          05 SI-OPERATOR-ID        PIC X(8).
          05 SI-BRANCH-ID          PIC X(8).
          05 SI-STATUS             PIC X(1).
          05 SI-LAST-GEN           PIC 9(8).
          05 FILLER                PIC X(13).

       FD  STANDING-WORK-FILE.
       01 SN-RECORD.
          05 SN-INST-ID            PIC 9(6).
          05 SN-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SN-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SN-OPERATION          PIC X(1).
          05 SN-FREQUENCY          PIC X(1).
          05 SN-NEXT-DUE           PIC 9(8).
          05 SN-END-DATE           PIC 9(8).
          05 SN-DUE-DAY            PIC 9(2).
          05 SN-OPERATOR-ID        PIC X(8).
          05 SN-BRANCH-ID          PIC X(8).
          05 SN-STATUS             PIC X(1).
          05 SN-LAST-GEN           PIC 9(8).
          05 FILLER                PIC X(13).

      *    Business-day calendar: the dates the shop is closed over
      *    and above Saturdays and Sundays, kept up through the
      *    calendar maintenance mode.
       FD  HOLIDAY-FILE.
       01 HL-RECORD.
          05 HL-DATE               PIC 9(8).
          05 HL-DESCRIPTION        PIC X(30).
          05 HL-OPERATOR-ID        PIC X(8).
          05 HL-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(10).

       FD  HOLIDAY-WORK-FILE.
       01 HW-RECORD.
          05 HW-DATE               PIC 9(8).
          05 HW-DESCRIPTION        PIC X(30).
          05 HW-OPERATOR-ID        PIC X(8).
          05 HW-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(10).

      *    Monthly budget per GL account in the base currency, one
      *    record per account and month (AAAAMM), kept up through the
      *    budget maintenance mode.
       FD  BUDGET-FILE.
       01 BU-RECORD.
          05 BU-ACCOUNT-CODE       PIC X(8).
          05 BU-PERIOD             PIC 9(6).
          05 BU-AMOUNT             PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 BU-OPERATOR-ID        PIC X(8).
          05 BU-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(10).

       FD  BUDGET-WORK-FILE.
       01 BN-RECORD.
          05 BN-ACCOUNT-CODE       PIC X(8).
          05 BN-PERIOD             PIC 9(6).
          05 BN-AMOUNT             PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 BN-OPERATOR-ID        PIC X(8).
          05 BN-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(10).

       FD  CHAIN-ANCHOR-FILE.
       01 AX-RECORD.
          05 AX-DATE               PIC 9(8).
          05 AX-PREV-VALUE         PIC 9(10).
          05 AX-LAST-VALUE         PIC 9(10).
          05 AX-COUNT              PIC 9(6).
          05 AX-ROLLED-ON          PIC 9(8).
          05 FILLER                PIC X(8).

       FD  AUD-VERIFY-FILE.
       01 VF-RECORD                PIC X(80).

      *    Run history: one record per run of the program, attended
      *    or not, appended as the step ends - what ran, for whom,
      *    from when to when, what it did and how it ended.
       FD  RUN-HIST-FILE.
       01 RH-RECORD.
          05 RH-RUN-DATE           PIC 9(8).
          05 RH-START-TIME         PIC 9(8).
          05 RH-END-DATE           PIC 9(8).
          05 RH-END-TIME           PIC 9(8).
          05 RH-MODE               PIC X(1).
          05 RH-OPERATOR-ID        PIC X(8).
          05 RH-UNATTENDED         PIC X(1).
          05 RH-ABEND-FLAG         PIC X(1).
          05 RH-FILES              PIC 9(3).
          05 RH-READ               PIC 9(7).
          05 RH-POSTED             PIC 9(7).
          05 RH-REJECTED           PIC 9(7).
          05 RH-SUSPENDED          PIC 9(7).
          05 RH-HELD               PIC 9(7).
          05 RH-SEQ-EXCPS          PIC 9(6).
          05 RH-EDIT-ERRS          PIC 9(6).
          05 RH-GL-COUNT           PIC 9(6).
          05 RH-GL-HASH            PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 RH-RETURN-CODE        PIC 9(3).
          05 FILLER                PIC X(20).

       FD  RUN-HIST-REPORT-FILE.
       01 RX-RECORD                PIC X(80).

       FD  UNUSUAL-ACT-FILE.
       01 AV-RECORD                PIC X(80).

      *    Data warehouse extract: pipe-delimited, an H header, one D
      *    line per audit entry and a T trailer with the count and
      *    the base-currency amount hash.
       FD  DW-EXTRACT-FILE.
       01 DX-RECORD                PIC X(200).

      *    High-water mark of the warehouse extract: the stamp of the
      *    latest audit entry already extracted, and the run that
      *    extracted it.
       FD  DW-HWM-FILE.
       01 HM-RECORD.
          05 HM-LAST-DATE          PIC 9(8).
          05 HM-LAST-TIME          PIC 9(8).
          05 HM-EXTRACT-DATE       PIC 9(8).
          05 HM-EXTRACT-TIME       PIC 9(8).
          05 HM-RECORD-COUNT       PIC 9(7).
          05 HM-OPERATOR-ID        PIC X(8).
          05 FILLER                PIC X(13).

       FD  DW-HWM-WORK-FILE.
       01 HN-RECORD.
          05 HN-LAST-DATE          PIC 9(8).
          05 HN-LAST-TIME          PIC 9(8).
          05 HN-EXTRACT-DATE       PIC 9(8).
          05 HN-EXTRACT-TIME       PIC 9(8).
          05 HN-RECORD-COUNT       PIC 9(7).
          05 HN-OPERATOR-ID        PIC X(8).
          05 FILLER                PIC X(13).

      *    AUDMSTR and SUSPENSE as they were laid out before the
      *    branch fields were added, read once at layout cutover.
       FD  AUDM-OLD-FILE.
       01 AO-RECORD.
          05 AO-KEY.
             10 AO-OPERATOR-ID     PIC X(8).
             10 AO-TRANS-DATE      PIC 9(8).
             10 AO-TRANS-TIME      PIC 9(8).
             10 AO-SEQ-NO          PIC 9(6).
          05 AO-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 AO-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 AO-OPERATION          PIC X(1).
          05 AO-TOTAL              PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 AO-STATUS             PIC X(1).
          05 AO-REF-ID             PIC X(8).

       FD  SUSP-OLD-FILE.
       01 SO-RECORD.
          05 SO-SEQ-NO             PIC 9(6).
          05 SO-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SO-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 SO-OPERATION          PIC X(1).
          05 SO-REASON-CODE        PIC X(2).
          05 SO-DATE-ADDED         PIC 9(8).
          05 FILLER                PIC X(2).

      *    GLPOST as it was laid out before the currency fields were
      *    added, read once at layout cutover.
       FD  GL-OLD-FILE.
       01 GO-RECORD.
          05 GO-POSTING-DATE       PIC 9(8).
          05 GO-NUM1               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 GO-NUM2               PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 GO-OPERATION          PIC X(1).
          05 GO-ACCOUNT-CODE       PIC X(8).
          05 GO-AMOUNT             PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 GO-BRANCH-ID          PIC X(8).
          05 GO-CC-SUFFIX          PIC X(2).
       01 GO-TRAILER-RECORD.
          05 GO-TRAILER-ID         PIC X(8).
          05 GO-TRAILER-COUNT      PIC 9(6).
          05 GO-TRAILER-HASH-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER                PIC X(25).

      ******************************************************************
       WORKING-STORAGE             SECTION.
      ******************************************************************
       01 WS-OPERATION PIC X(1) VALUE ZERO.

       01 WS-MODE PIC X(1) VALUE SPACE.
          88 INQUIRY-ONLY-MODE VALUE 'P' 'T' 'C' 'O' 'M' 'A' 'G' 'D'
                                     'U' 'X' 'N' 'K' 'H' 'E' 'W' 'F'
                                     'Q'.
          88 SUPERVISOR-ONLY-MODE VALUE 'R' 'O' 'A' 'D' 'U' 'V' 'X'
                                        'N' 'K' 'H' 'E' 'W' 'F' 'Q'.

       01 WS-MORE-FLAG PIC X(1) VALUE 'S'.
          88 MORE-TRANSACTIONS VALUE 'S'.

       01 WS-LINE-NO PIC 9(4) VALUE ZERO.
       01 WS-LINE-NO-ED PIC ZZZ9.
       01 WS-REPORT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NUM1-ED PIC -(5)9.99.
       01 WS-NUM2-ED PIC -(5)9.99.
       01 WS-RESULT-ED PIC -(5)9.99.
       01 WS-REPORT-TOTAL-ED PIC -(9)9.99.

       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-TRANSACTIONS VALUE 'Y'.
          88 REJECT-ORIGINAL-NOT-FOUND VALUE 'NR'.
          88 REJECT-AMBIGUOUS-ORIGINAL VALUE 'AM'.
          88 REJECT-CHAIN-ABORT VALUE 'CH'.
          88 REJECT-DECLINED VALUE 'DA'.

      ******************************************************************
      *    Chained calculations: a batch record flagged C takes its
             10 WS-CHAIN-TAB-RESULT PIC S9(5)V99.
             10 WS-CHAIN-TAB-VALID PIC X(1).
             10 WS-CHAIN-TAB-REASON PIC X(2).
             10 WS-CHAIN-TAB-RVOPR PIC X(8).
             10 WS-CHAIN-TAB-RVDATE PIC 9(8).
             10 WS-CHAIN-TAB-RVTIME PIC 9(8).
             10 WS-CHAIN-TAB-RVSEQ PIC 9(6).
             10 WS-CHAIN-TAB-RVACCT PIC X(8).
             10 WS-CHAIN-TAB-CCY   PIC X(3).
             10 WS-CHAIN-TAB-RATE  PIC 9(5)V9(6).
             10 WS-CHAIN-TAB-BASE  PIC S9(9)V99.

      ******************************************************************
      *    Reversal processing: a batch record with operation V names
       01 WS-REV-KEY-TIME PIC 9(8) VALUE ZERO.
       01 WS-REV-KEY-SEQ PIC 9(6) VALUE ZERO.
       01 WS-REV-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 WS-REV-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-REV-RATE PIC 9(5)V9(6) VALUE ZERO.
       01 WS-REV-BASE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-REV-OPERATION PIC X(1) VALUE SPACE.
       01 WS-REV-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-REV-GL-FOUND-FLAG PIC X(1) VALUE 'N'.
             10 WS-SUSP-TAB-OPER    PIC X(1).
             10 WS-SUSP-TAB-REASON  PIC X(2).
             10 WS-SUSP-TAB-DATE    PIC 9(8).
             10 WS-SUSP-TAB-BRANCH  PIC X(8).
             10 WS-SUSP-TAB-CCY     PIC X(3).
             10 WS-SUSP-TAB-WORKED  PIC X(1).
       01 WS-SUSP-LINE PIC X(80) VALUE SPACES.


       01 WS-TRANS-FILE-NAME PIC X(44) VALUE 'TRANSIN'.
       01 WS-TRANLIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-TRANLIST-WK-STATUS PIC X(2) VALUE SPACES.
       01 WS-TRANLIST-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-FILE-LIST VALUE 'Y'.
       01 WS-FILE-COUNT PIC 9(3) VALUE ZERO.
             10 WS-OPER-TAB-ID     PIC X(8).
             10 WS-OPER-TRANS-CNT  PIC 9(6).
             10 WS-OPER-REJECT-CNT PIC 9(6).
             10 WS-OPER-AMOUNT     PIC S9(9)V99.
       01 WS-OPER-TRANS-CNT-ED PIC ZZZ,ZZ9.
       01 WS-OPER-REJECT-CNT-ED PIC ZZZ,ZZ9.
       01 WS-OPER-AMOUNT-ED PIC -(9)9.99.
      *    An audit entry's amount in the base currency, for the
      *    productivity and month-end tallies.
       01 WS-TALLY-AMOUNT PIC S9(9)V99 VALUE ZERO.

       01 WS-RECONCILE-FLAG PIC X(1) VALUE 'N'.
          88 RECONCILE-MODE-ACTIVE VALUE 'Y'.
       01 WS-LASTRUN-STATUS PIC X(2) VALUE SPACES.
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-STATUS PIC X(2) VALUE SPACES.
       01 WS-LAYOUT-LEVEL PIC 9(2) VALUE 05.
       01 WS-FILE-LAYOUT-LEVEL PIC 9(2) VALUE ZERO.
       01 WS-CONV-PRIOR-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-CONV-SUFFIX PIC X(3) VALUE SPACES.
       01 WS-CONV-OLD-NAME PIC X(44) VALUE 'AUDITLOG'.
       01 WS-CONV-NEW-NAME PIC X(44) VALUE SPACES.
       01 WS-CONV-AUDM-NAME PIC X(44) VALUE 'AUDMSTR'.
       01 WS-CONV-AUDM-OLD PIC X(44) VALUE SPACES.
       01 WS-CONV-SUSP-NAME PIC X(44) VALUE 'SUSPENSE'.
       01 WS-CONV-SUSP-OLD PIC X(44) VALUE SPACES.
       01 WS-AUDM-OLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-SUSP-OLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-CONV-GL-NAME PIC X(44) VALUE 'GLPOST'.
       01 WS-CONV-GL-OLD PIC X(44) VALUE SPACES.
       01 WS-GL-OLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-CONV-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-CONV-INPUT VALUE 'Y'.
       01 WS-CONV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONV-COUNT-ED PIC ZZZ,ZZ9.
       01 WS-CONV-CKPT-NAME PIC X(44) VALUE 'CHKPT'.
       01 WS-CONV-ARCH-IDX PIC 9(3) VALUE ZERO.
       01 WS-CONV-ARCH-SPAN PIC 9(3) VALUE ZERO.
       01 WS-CONV-ARCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-CONV-ARCH-FROM PIC X(56) VALUE SPACES.
       01 WS-CONV-ARCH-TO PIC X(60) VALUE SPACES.
       01 WS-CONV-FAIL-FLAG PIC X(1) VALUE 'N'.
          88 CONVERSION-FAILED VALUE 'Y'.
       01 WS-CONV-AUDM-ASIDE PIC X(1) VALUE 'N'.
          88 AUDM-SET-ASIDE VALUE 'Y'.
       01 WS-CONV-SUSP-ASIDE PIC X(1) VALUE 'N'.
          88 SUSP-SET-ASIDE VALUE 'Y'.
       01 WS-CONV-GL-ASIDE PIC X(1) VALUE 'N'.
          88 GL-SET-ASIDE VALUE 'Y'.
       01 WS-CONV-DROP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-SOURCE PIC X(1) VALUE 'L'.
          88 AUDIT-SOURCE-ARCHIVE VALUE 'A'.
       01 WS-AUD-ARCH-OPEN-FLAG PIC X(1) VALUE 'N'.
      *    other can never certify a normally operating shop. The
      *    close instead verifies the date being certified: every GL
      *    posting carrying the run date must be backed by a distinct
      *    posted (V), reversal (X) or approval (A) audit entry with
      *    the same operation and amount.
      ******************************************************************
       01 WS-CTIE-MATCH-FLAG PIC X(1) VALUE 'N'.
          88 CLOSE-TIE-MATCHED VALUE 'Y'.
       01 WS-PARM-OLD-VALUE PIC X(12) VALUE SPACES.
       01 WS-PARM-NEW-VALUE PIC X(12) VALUE SPACES.
       01 WS-PARM-NEW-NUM PIC 9(3) VALUE ZERO.
       01 WS-PARM-NEW-AMT PIC 9(9)V99 VALUE ZERO.
       01 WS-PARM-NEW-CCY PIC X(3) VALUE SPACES.
       01 WS-PARM-GL-OP PIC X(1) VALUE SPACE.
       01 WS-PARM-GL-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-PARM-LINE PIC X(80) VALUE SPACES.
       01 WS-PURGE-IDX PIC 9(3) VALUE ZERO.
       01 WS-PURGE-DATE PIC 9(8) VALUE ZERO.
       01 WS-PURGE-NAME PIC X(56) VALUE SPACES.
       01 WS-PURGE-LEVEL PIC 9(2) VALUE ZERO.
       01 WS-PURGE-LEVEL-DIGIT PIC 9(1) VALUE ZERO.

       01 WS-INQUIRY-TYPE PIC X(1) VALUE SPACE.
       01 WS-INQ-VALID-FLAG PIC X(1) VALUE 'N'.
       01 WS-TIE-COUNT-ED PIC ZZZ,ZZ9.
       01 WS-TIE-TOTAL-ED PIC -(9)9.99.

       01 WS-BRCH-MSTR-STATUS PIC X(2) VALUE SPACES.
       01 WS-BRCH-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-BRN-WORK-NAME PIC X(44) VALUE 'BRCHNEW'.
       01 WS-BRN-LIVE-NAME PIC X(44) VALUE 'BRCHMSTR'.
       01 WS-BRN-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-BRCH-MASTER VALUE 'Y'.
       01 WS-BRN-BOOT-FLAG PIC X(1) VALUE 'N'.
          88 BRCH-MASTER-BOOTSTRAP VALUE 'Y'.
       01 WS-BRN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BRN-IDX PIC 9(3) VALUE ZERO.
       01 WS-BRN-SLOT PIC 9(3) VALUE ZERO.
       01 WS-BRN-TABLE.
          05 WS-BRN-ENTRY OCCURS 50 TIMES.
             10 WS-BRN-TAB-ID      PIC X(8).
             10 WS-BRN-TAB-NAME    PIC X(20).
             10 WS-BRN-TAB-ACTIVE  PIC X(1).
             10 WS-BRN-TAB-SUFFIX  PIC X(2).
       01 WS-BRN-CHANGED-FLAG PIC X(1) VALUE 'N'.
          88 BRCH-MASTER-CHANGED VALUE 'Y'.
       01 WS-BRN-MAINT-ANSWER PIC X(1) VALUE SPACE.
          88 BRCH-MAINT-FINISHED VALUE 'F'.
       01 WS-BRN-TARGET-ID PIC X(8) VALUE SPACES.
       01 WS-BRN-NEW-NAME PIC X(20) VALUE SPACES.
       01 WS-BRN-NEW-SUFFIX PIC X(2) VALUE SPACES.
       01 WS-BRN-LINE PIC X(80) VALUE SPACES.
       01 WS-BRN-VALID-FLAG PIC X(1) VALUE 'N'.
          88 SESSION-BRANCH-VALID VALUE 'Y'.
       01 WS-BRANCH-ID PIC X(8) VALUE SPACES.
       01 WS-BRANCH-SUFFIX PIC X(2) VALUE SPACES.

       01 WS-RPTBR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RPTBR-IDX PIC 9(3) VALUE ZERO.
       01 WS-RPTBR-SLOT PIC 9(3) VALUE ZERO.
       01 WS-RPTBR-TABLE.
          05 WS-RPTBR-ENTRY OCCURS 50 TIMES.
             10 WS-RPTBR-TAB-ID    PIC X(8).
             10 WS-RPTBR-TAB-CNT   PIC 9(6).
             10 WS-RPTBR-TAB-AMT   PIC S9(9)V99.
       01 WS-RPTBR-AMT-ED PIC -(9)9.99.

       01 WS-MESBR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MESBR-IDX PIC 9(3) VALUE ZERO.
       01 WS-MESBR-SLOT PIC 9(3) VALUE ZERO.
       01 WS-MESBR-TABLE.
          05 WS-MESBR-ENTRY OCCURS 50 TIMES.
             10 WS-MESBR-TAB-ID    PIC X(8).
             10 WS-MESBR-TAB-CNT   PIC 9(6).
             10 WS-MESBR-TAB-AMT   PIC S9(9)V99.

      ******************************************************************
      *    Dual control: a calculation whose result, either sign,
      *    exceeds the approval limit on SITEPARM does not reach the
      *    GL on its maker's authority. It is audited status H,
      *    printed on the daily report as held, and parked on
      *    PENDAPPR until a second supervisor - never the maker -
      *    approves it (it posts) or declines it (it goes to
      *    suspense with reason DA). A batch chain with any step over
      *    the limit is held and decided as a whole. A limit of zero
      *    turns the control off.
      ******************************************************************
       01 WS-APPROVAL-LIMIT PIC 9(9)V99 VALUE 50000.00.
       01 WS-APPROVAL-LIMIT-ED PIC ZZZZZZZZ9.99.
       01 WS-HOLD-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-HOLD-FLAG PIC X(1) VALUE 'N'.
          88 POSTING-HELD VALUE 'Y'.
       01 WS-CHAIN-HOLD-FLAG PIC X(1) VALUE 'N'.
          88 CHAIN-HELD VALUE 'Y'.
       01 WS-HOLD-SOURCE PIC X(1) VALUE SPACE.
       01 WS-HOLD-GROUP-SEQ PIC 9(6) VALUE ZERO.
       01 WS-HOLD-GROUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-HOLD-GROUP-TIME PIC 9(8) VALUE ZERO.
       01 WS-RPT-HOLD-MARK PIC X(9) VALUE SPACES.
       01 WS-PEND-STATUS PIC X(2) VALUE SPACES.
       01 WS-PEND-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-PEND-WORK-NAME PIC X(44) VALUE 'PENDNEW'.
       01 WS-PEND-LIVE-NAME PIC X(44) VALUE 'PENDAPPR'.
       01 WS-PEND-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-PENDING VALUE 'Y'.
       01 WS-PEND-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 PENDING-LOAD-TRUNCATED VALUE 'Y'.
       01 WS-PEND-FINISH-FLAG PIC X(1) VALUE 'N'.
          88 APPROVAL-FINISHED VALUE 'F'.
       01 WS-PEND-HAS-ITEMS-FLAG PIC X(1) VALUE 'N'.
          88 PENDING-HAS-ITEMS VALUE 'Y'.
       01 WS-PEND-ANSWER PIC X(1) VALUE SPACE.
       01 WS-PEND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PEND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PEND-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-PEND-SKIP-IDX PIC 9(3) VALUE ZERO.
       01 WS-PEND-GROUP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PEND-GROUP-COUNT-ED PIC ZZ9.
       01 WS-PEND-RESOLVED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PEND-TABLE.
          05 WS-PEND-ENTRY OCCURS 100 TIMES.
             10 WS-PEND-TAB-MAKER  PIC X(8).
             10 WS-PEND-TAB-SEQ    PIC 9(6).
             10 WS-PEND-TAB-DATE   PIC 9(8).
             10 WS-PEND-TAB-TIME   PIC 9(8).
             10 WS-PEND-TAB-NUM1   PIC S9(5)V99.
             10 WS-PEND-TAB-NUM2   PIC S9(5)V99.
             10 WS-PEND-TAB-OPER   PIC X(1).
             10 WS-PEND-TAB-RESULT PIC S9(5)V99.
             10 WS-PEND-TAB-ACCOUNT PIC X(8).
             10 WS-PEND-TAB-BRANCH PIC X(8).
             10 WS-PEND-TAB-SOURCE PIC X(1).
             10 WS-PEND-TAB-GRP-SEQ PIC 9(6).
             10 WS-PEND-TAB-GRP-DATE PIC 9(8).
             10 WS-PEND-TAB-GRP-TIME PIC 9(8).
             10 WS-PEND-TAB-RV-OPR PIC X(8).
             10 WS-PEND-TAB-RV-DATE PIC 9(8).
             10 WS-PEND-TAB-RV-TIME PIC 9(8).
             10 WS-PEND-TAB-RV-SEQ PIC 9(6).
             10 WS-PEND-TAB-CCY    PIC X(3).
             10 WS-PEND-TAB-RATE   PIC 9(5)V9(6).
             10 WS-PEND-TAB-BASE   PIC S9(9)V99.
             10 WS-PEND-TAB-RESOLVED PIC X(1).
       01 WS-PEND-LINE PIC X(80) VALUE SPACES.
       01 WS-APPR-DECISION PIC X(1) VALUE SPACE.
       01 WS-APPR-STATUS PIC X(1) VALUE SPACE.
       01 WS-APPR-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-APPR-POSTING-FLAG PIC X(1) VALUE 'N'.
          88 APPROVED-POSTING VALUE 'Y'.

      ******************************************************************
      *    GL balance ledger: GLBAL carries each account's balance so
      *    finance no longer rebuilds it by hand from the GLPOST
      *    files. Opened with the GL file by the posting modes; a
      *    run that asked for GL posting and cannot update the
      *    ledger does not post at all. The day close prints the
      *    trial balance on TBRPT, footing the day's activity to the
      *    GLPOST trailer totals of the date, then rolls the ledger
      *    forward: closing becomes opening, the day's activity
      *    starts at zero, and the period activity does too when
      *    the period ends, that is when the next business day is in
      *    a later month. An account first posted in a new period
      *    without that close starts the period fresh.
      ******************************************************************
       01 WS-GLBAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-GLB-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 GL-BALANCE-OPEN VALUE 'Y'.
       01 WS-GLB-NEW-FLAG PIC X(1) VALUE 'N'.
          88 GLB-NEW-ACCOUNT VALUE 'Y'.
       01 WS-GLB-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-GL-BALANCE VALUE 'Y'.
       01 WS-GLB-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-GLB-NEXT-DATE PIC 9(8) VALUE ZERO.
       01 WS-GLB-NEXT-DATE-X REDEFINES WS-GLB-NEXT-DATE.
          05 WS-GLB-NEXT-PERIOD     PIC 9(6).
          05 WS-GLB-NEXT-DAY        PIC 9(2).
       01 WS-TB-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TB-ACCT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TB-TOT-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-TOT-DAY PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-TOT-MONTH PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-TOT-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-GL-RUNS PIC 9(6) VALUE ZERO.
       01 WS-TB-GL-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-RUN-DATED-FLAG PIC X(1) VALUE 'N'.
          88 TB-RUN-POSTED-TODAY VALUE 'Y'.
       01 WS-TB-FOOT-FLAG PIC X(1) VALUE 'N'.
          88 TRIAL-BALANCE-FOOTS VALUE 'Y'.
       01 WS-TB-OPENING-ED PIC -(11)9.99.
       01 WS-TB-DAY-ED PIC -(11)9.99.
       01 WS-TB-MONTH-ED PIC -(11)9.99.
       01 WS-TB-CLOSING-ED PIC -(11)9.99.

      ******************************************************************
      *    Multi-currency: a branch extract may be drawn up in a
      *    foreign currency, named on its header; an interactive
      *    session names its currency at sign-in. Each calculation
      *    is done in the transaction currency and converted into the
      *    base currency at the EXRATE rate dated the run date. The
      *    audit trail, the daily report and GLPOST carry both
      *    figures and the rate; the approval limit, the GL control
      *    totals and the balance ledger run in the base currency. A
      *    file whose currency has no rate for the day is held back
      *    by the edit pass.
      ******************************************************************
       01 WS-BASE-CURRENCY PIC X(3) VALUE 'ARS'.
       01 WS-SESS-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-SESS-RATE PIC 9(5)V9(6) VALUE 1.
       01 WS-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-EXCH-RATE PIC 9(5)V9(6) VALUE 1.
       01 WS-BASE-RESULT PIC S9(9)V99 VALUE ZERO.
       01 WS-BASE-RESULT-ED PIC -(9)9.99.
       01 WS-EXCH-RATE-ED PIC ZZZZ9.999999.
       01 WS-XRT-STATUS PIC X(2) VALUE SPACES.
       01 WS-XRT-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-XRT-WORK-NAME PIC X(44) VALUE 'EXRATNEW'.
       01 WS-XRT-LIVE-NAME PIC X(44) VALUE 'EXRATE'.
       01 WS-XRT-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-EXCH-RATES VALUE 'Y'.
       01 WS-XRT-FOUND-FLAG PIC X(1) VALUE 'N'.
          88 EXCH-RATE-FOUND VALUE 'Y'.
       01 WS-XRT-VALID-FLAG PIC X(1) VALUE 'N'.
          88 SESSION-CURRENCY-VALID VALUE 'Y'.
       01 WS-XRT-LOOKUP-CCY PIC X(3) VALUE SPACES.
       01 WS-XRT-LOOKUP-RATE PIC 9(5)V9(6) VALUE ZERO.
       01 WS-XRT-MAINT-ANSWER PIC X(1) VALUE SPACE.
          88 XRT-MAINT-FINISHED VALUE 'F'.
       01 WS-XRT-CHANGED-FLAG PIC X(1) VALUE 'N'.
          88 EXCH-RATES-CHANGED VALUE 'Y'.
       01 WS-XRT-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 EXCH-RATE-LOAD-TRUNCATED VALUE 'Y'.
       01 WS-XRT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-XRT-IDX PIC 9(3) VALUE ZERO.
       01 WS-XRT-SLOT PIC 9(3) VALUE ZERO.
       01 WS-XRT-SKIP-IDX PIC 9(3) VALUE ZERO.
       01 WS-XRT-PURGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-XRT-PURGED-COUNT-ED PIC ZZ9.
       01 WS-XRT-TARGET-CCY PIC X(3) VALUE SPACES.
       01 WS-XRT-TARGET-DATE PIC 9(8) VALUE ZERO.
       01 WS-XRT-NEW-RATE PIC 9(5)V9(6) VALUE ZERO.
       01 WS-XRT-TABLE.
          05 WS-XRT-ENTRY OCCURS 500 TIMES.
             10 WS-XRT-TAB-CCY     PIC X(3).
             10 WS-XRT-TAB-DATE    PIC 9(8).
             10 WS-XRT-TAB-RATE    PIC 9(5)V9(6).
             10 WS-XRT-TAB-OPERATOR PIC X(8).
             10 WS-XRT-TAB-ADDED   PIC 9(8).
             10 WS-XRT-TAB-DELETED PIC X(1).
       01 WS-XRT-LINE PIC X(80) VALUE SPACES.

      ******************************************************************
      *    Standing instructions: ahead of every batch run the
      *    instructions due are written out as one headed and trailed
      *    extract per branch, INSTPER.<sucursal>, which is added to
      *    TRANLIST and from then on is edited, checkpointed and
      *    archived like any branch extract. Each instruction's next
      *    due date is then moved on by its frequency.
      ******************************************************************
       01 WS-SI-STATUS PIC X(2) VALUE SPACES.
       01 WS-SI-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-SI-WORK-NAME PIC X(44) VALUE 'STDINNEW'.
       01 WS-SI-LIVE-NAME PIC X(44) VALUE 'STDINST'.
       01 WS-SI-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-STANDING VALUE 'Y'.
       01 WS-SI-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 STANDING-LOAD-TRUNCATED VALUE 'Y'.
       01 WS-SI-CHANGED-FLAG PIC X(1) VALUE 'N'.
          88 STANDING-CHANGED VALUE 'Y'.
       01 WS-SI-MAINT-ANSWER PIC X(1) VALUE SPACE.
          88 SI-MAINT-FINISHED VALUE 'F'.
       01 WS-SI-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SI-IDX PIC 9(3) VALUE ZERO.
       01 WS-SI-SLOT PIC 9(3) VALUE ZERO.
       01 WS-SI-SKIP-IDX PIC 9(3) VALUE ZERO.
       01 WS-SI-DUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SI-LAST-ID PIC 9(6) VALUE ZERO.
       01 WS-SI-TARGET-ID PIC 9(6) VALUE ZERO.
       01 WS-SI-ID-ED PIC Z(5)9.
       01 WS-SI-NEW-NUM1 PIC S9(5)V99 VALUE ZERO.
       01 WS-SI-NEW-NUM2 PIC S9(5)V99 VALUE ZERO.
       01 WS-SI-NEW-OPERATION PIC X(1) VALUE SPACE.
       01 WS-SI-NEW-FREQ PIC X(1) VALUE SPACE.
          88 SI-FREQ-VALID VALUE 'D' 'S' 'Q' 'M' 'T' 'A'.
       01 WS-SI-NEW-DUE PIC 9(8) VALUE ZERO.
       01 WS-SI-NEW-END PIC 9(8) VALUE ZERO.
       01 WS-SI-NEW-BRANCH PIC X(8) VALUE SPACES.
       01 WS-SI-NEW-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SI-ENTRY-FLAG PIC X(1) VALUE 'N'.
          88 SI-ENTRY-VALID VALUE 'Y'.
       01 WS-SI-DAYS-AHEAD PIC 9(3) VALUE ZERO.
       01 WS-SI-HORIZON PIC 9(8) VALUE ZERO.
       01 WS-SI-TABLE.
          05 WS-SI-ENTRY OCCURS 200 TIMES.
             10 WS-SI-TAB-ID       PIC 9(6).
             10 WS-SI-TAB-NUM1     PIC S9(5)V99.
             10 WS-SI-TAB-NUM2     PIC S9(5)V99.
             10 WS-SI-TAB-OPER     PIC X(1).
             10 WS-SI-TAB-FREQ     PIC X(1).
             10 WS-SI-TAB-NEXT-DUE PIC 9(8).
             10 WS-SI-TAB-END-DATE PIC 9(8).
             10 WS-SI-TAB-DUE-DAY  PIC 9(2).
             10 WS-SI-TAB-OPERATOR PIC X(8).
             10 WS-SI-TAB-BRANCH   PIC X(8).
             10 WS-SI-TAB-STATUS   PIC X(1).
             10 WS-SI-TAB-LAST-GEN PIC 9(8).
             10 WS-SI-TAB-DUE      PIC X(1).
       01 WS-SI-LINE PIC X(80) VALUE SPACES.
       01 WS-SI-NUM1-ED PIC -(5)9.99.
       01 WS-SI-NUM2-ED PIC -(5)9.99.
      *    The extract being generated, one per branch with items due.
       01 WS-SI-GEN-BRANCH PIC X(8) VALUE SPACES.
       01 WS-SI-GEN-FLAG PIC X(1) VALUE 'N'.
          88 SI-GEN-FILE-WRITTEN VALUE 'Y'.
       01 WS-SI-GEN-SEQ PIC 9(6) VALUE ZERO.
       01 WS-SI-GEN-HASH PIC S9(9)V99 VALUE ZERO.
       01 WS-SI-GEN-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-SI-GEN-TOTAL-ED PIC ZZZZ9.
       01 WS-SI-BRN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SI-BRN-IDX PIC 9(3) VALUE ZERO.
       01 WS-SI-BRN-SLOT PIC 9(3) VALUE ZERO.
       01 WS-SI-BRN-TABLE.
          05 WS-SI-BRN-ENTRY OCCURS 60 TIMES.
             10 WS-SI-BRN-TAB-ID   PIC X(8).
       01 WS-SI-FILE-NAME PIC X(44) VALUE SPACES.
       01 WS-SI-LISTED-FLAG PIC X(1) VALUE 'N'.
          88 SI-FILE-LISTED VALUE 'Y'.
       01 WS-SI-PENDING-FLAG PIC X(1) VALUE 'N'.
          88 SI-RESTART-PENDING VALUE 'Y'.
       01 WS-SI-TRANSIN-FLAG PIC X(1) VALUE 'N'.
          88 SI-TRANSIN-PRESENT VALUE 'Y'.
       01 WS-SI-LIST-CREATED-FLAG PIC X(1) VALUE 'N'.
          88 SI-TRANLIST-CREATED VALUE 'Y'.
       01 WS-SI-TRANLIST-NAME PIC X(44) VALUE 'TRANLIST'.
       01 WS-SI-TRANLIST-WORK-NAME PIC X(44) VALUE 'TRANLNEW'.
       01 WS-SI-ON-LIST-FLAG PIC X(1) VALUE 'N'.
          88 SI-EXTRACT-ON-LIST VALUE 'Y'.
       01 WS-SI-LIST-ENTRY PIC X(44) VALUE SPACES.
       01 WS-SI-LIST-PARTS REDEFINES WS-SI-LIST-ENTRY.
          05 WS-SI-LIST-PREFIX     PIC X(8).
          05 FILLER                PIC X(36).
      *    Date stepping for the next due date.
       01 WS-SI-STEP-DATE PIC 9(8) VALUE ZERO.
       01 WS-SI-STEP-PARTS REDEFINES WS-SI-STEP-DATE.
          05 WS-SI-STEP-YYYY       PIC 9(4).
          05 WS-SI-STEP-MM         PIC 9(2).
          05 WS-SI-STEP-DD         PIC 9(2).
       01 WS-SI-STEP-INT PIC 9(8) VALUE ZERO.
       01 WS-SI-STEP-MONTHS PIC 9(6) VALUE ZERO.
       01 WS-SI-STEP-SIZE PIC 9(3) VALUE ZERO.

      ******************************************************************
      *    Business-day calendar: a day is a business day unless it
      *    is a Saturday, a Sunday or a date on HOLIDAYS. Integer day
      *    1 (1601-01-01) was a Monday, so the weekday is the integer
      *    date less one, modulo seven, counting from Monday = 0.
      ******************************************************************
       01 WS-HOL-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOL-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOL-WORK-NAME PIC X(44) VALUE 'HOLIDNEW'.
       01 WS-HOL-LIVE-NAME PIC X(44) VALUE 'HOLIDAYS'.
       01 WS-HOL-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-HOLIDAYS VALUE 'Y'.
       01 WS-HOL-MAINT-ANSWER PIC X(1) VALUE SPACE.
          88 HOL-MAINT-FINISHED VALUE 'F'.
       01 WS-HOL-CHANGED-FLAG PIC X(1) VALUE 'N'.
          88 HOLIDAYS-CHANGED VALUE 'Y'.
       01 WS-HOL-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 HOLIDAY-LOAD-TRUNCATED VALUE 'Y'.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-IDX PIC 9(3) VALUE ZERO.
       01 WS-HOL-SLOT PIC 9(3) VALUE ZERO.
       01 WS-HOL-SKIP-IDX PIC 9(3) VALUE ZERO.
       01 WS-HOL-PURGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-PURGED-COUNT-ED PIC ZZ9.
       01 WS-HOL-TARGET-DATE PIC 9(8) VALUE ZERO.
       01 WS-HOL-TARGET-INT PIC 9(8) VALUE ZERO.
       01 WS-HOL-LIST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HOL-NEW-DESC PIC X(30) VALUE SPACES.
       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY OCCURS 400 TIMES.
             10 WS-HOL-TAB-DATE    PIC 9(8).
             10 WS-HOL-TAB-DESC    PIC X(30).
             10 WS-HOL-TAB-OPERATOR PIC X(8).
             10 WS-HOL-TAB-ADDED   PIC 9(8).
             10 WS-HOL-TAB-DELETED PIC X(1).
       01 WS-HOL-LINE PIC X(80) VALUE SPACES.
       01 WS-CAL-INT PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
          05 WS-CAL-YYYY           PIC 9(4).
          05 WS-CAL-MMDD           PIC 9(4).
       01 WS-CAL-WORK PIC 9(8) VALUE ZERO.
       01 WS-CAL-WEEKS PIC 9(8) VALUE ZERO.
       01 WS-CAL-WEEKDAY PIC 9(1) VALUE ZERO.
       01 WS-CAL-DAY-TYPE PIC X(1) VALUE 'H'.
          88 CAL-BUSINESS-DAY VALUE 'H'.
          88 CAL-HOLIDAY VALUE 'F'.
          88 CAL-WEEKEND VALUE 'S'.
       01 WS-CAL-DESC PIC X(30) VALUE SPACES.
       01 WS-CAL-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-FROM-INT PIC 9(8) VALUE ZERO.
       01 WS-CAL-TO-INT PIC 9(8) VALUE ZERO.
       01 WS-CAL-BUS-DAYS PIC 9(5) VALUE ZERO.

      ******************************************************************
      *    Audit chain: every audit entry is sealed with a check
      *    value computed from its own content and the check value of
      *    the entry before it, so an altered field or a removed line
      *    breaks the chain from that point on. The last value of
      *    each day is recorded on AUDCHAIN when the day's log rolls
      *    over into its archive, which carries the chain from one
      *    archive to the next and pins the day's entry count.
      ******************************************************************
       01 WS-AUD-CHAIN-VALUE PIC 9(10) VALUE ZERO.
       01 WS-AUD-SEAL-PREV PIC 9(10) VALUE ZERO.
       01 WS-AUD-SEAL-VALUE PIC 9(10) VALUE ZERO.
       01 WS-AUD-SEAL-WORK PIC 9(13) VALUE ZERO.
       01 WS-AUD-SEAL-QUOT PIC 9(13) VALUE ZERO.
       01 WS-AUD-SEAL-IDX PIC 9(3) VALUE ZERO.
       01 WS-AUD-SEAL-LENGTH PIC 9(3) VALUE 98.
       01 WS-AUD-SEAL-MODULUS PIC 9(10) VALUE 9999999967.
       01 WS-AUD-SEAL-RECORD.
          05 WS-AUD-SEAL-BYTE PIC X(1) OCCURS 108 TIMES.
       01 WS-AX-STATUS PIC X(2) VALUE SPACES.
       01 WS-AX-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-CHAIN-ANCHORS VALUE 'Y'.
       01 WS-AX-PRIOR-LAST PIC 9(10) VALUE ZERO.
       01 WS-AX-DAY-LAST PIC 9(10) VALUE ZERO.
       01 WS-AX-DAY-COUNT PIC 9(6) VALUE ZERO.
      *    Verification pass: the retained days are addressed by
      *    their offset from the retention cut-off, today's live log
      *    being the last offset.
       01 WS-VFY-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-VFY-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VFY-DAY-IDX PIC 9(4) VALUE ZERO.
       01 WS-VFY-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-VFY-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-VFY-BASE-INT PIC 9(8) VALUE ZERO.
       01 WS-VFY-OFFSET PIC S9(8) VALUE ZERO.
       01 WS-VFY-DAY-TABLE.
          05 WS-VFY-DAY-ENTRY OCCURS 1000 TIMES.
             10 WS-VFY-TAB-MASTER  PIC 9(6).
             10 WS-VFY-TAB-LOGGED  PIC 9(6).
             10 WS-VFY-TAB-STATE   PIC X(1).
       01 WS-VFY-CK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VFY-CK-IDX PIC 9(3) VALUE ZERO.
       01 WS-VFY-CK-SLOT PIC 9(3) VALUE ZERO.
       01 WS-VFY-CK-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 CHAIN-ANCHORS-TRUNCATED VALUE 'Y'.
       01 WS-VFY-CK-TABLE.
          05 WS-VFY-CK-ENTRY OCCURS 400 TIMES.
             10 WS-VFY-CK-DATE     PIC 9(8).
             10 WS-VFY-CK-PREV     PIC 9(10).
             10 WS-VFY-CK-LAST     PIC 9(10).
             10 WS-VFY-CK-TAB-COUNT PIC 9(6).
       01 WS-VFY-EXPECTED PIC 9(10) VALUE ZERO.
       01 WS-VFY-STARTED-FLAG PIC X(1) VALUE 'N'.
          88 CHAIN-VALUE-KNOWN VALUE 'Y'.
       01 WS-VFY-SEALED-FLAG PIC X(1) VALUE 'N'.
          88 CHAIN-SEALS-SEEN VALUE 'Y'.
       01 WS-VFY-DAY-SEALED-FLAG PIC X(1) VALUE 'N'.
          88 DAY-HAS-SEALS VALUE 'Y'.
       01 WS-VFY-DAY-ERR-FLAG PIC X(1) VALUE 'N'.
          88 DAY-HAS-ERRORS VALUE 'Y'.
       01 WS-VFY-LOG-DAY-FLAG PIC X(1) VALUE 'N'.
          88 VERIFYING-LIVE-LOG VALUE 'Y'.
       01 WS-VFY-OLD-FORMAT-FLAG PIC X(1) VALUE 'N'.
          88 OLD-FORMAT-ARCHIVE-FOUND VALUE 'Y'.
       01 WS-VFY-LEVEL PIC 9(2) VALUE ZERO.
       01 WS-VFY-LEVEL-DIGIT PIC 9(1) VALUE ZERO.
       01 WS-VFY-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-VFY-ENTRIES PIC 9(6) VALUE ZERO.
       01 WS-VFY-REASON PIC X(40) VALUE SPACES.
       01 WS-VFY-TOT-DAYS PIC 9(5) VALUE ZERO.
       01 WS-VFY-TOT-ENTRIES PIC 9(7) VALUE ZERO.
       01 WS-VFY-TOT-UNSEALED PIC 9(7) VALUE ZERO.
       01 WS-VFY-TOT-BREAKS PIC 9(5) VALUE ZERO.
       01 WS-VFY-TOT-MISSING PIC 9(5) VALUE ZERO.
       01 WS-VFY-TOT-MASTER PIC 9(5) VALUE ZERO.
       01 WS-VFY-TOT-ERRORS PIC 9(5) VALUE ZERO.
       01 WS-VFY-COUNT-ED PIC ZZZ,ZZ9.
       01 WS-VFY-COUNT2-ED PIC ZZZ,ZZ9.
       01 WS-VFY-SEQ-ED PIC ZZZZZ9.
       01 WS-VFY-TOTAL-ED PIC Z,ZZZ,ZZ9.
       01 WS-VFY-LINE PIC X(80) VALUE SPACES.

      ******************************************************************
      *    Run history: the counts each run keeps for its RUNHIST
      *    record, and the run statistics report built from it over a
      *    date range - elapsed time by day and by mode, unattended
      *    runs that overran the batch window on SITEPARM (in
      *    minutes, zero for no target) and runs that abended.
      ******************************************************************
       01 WS-RUNHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-RH-FILES PIC 9(3) VALUE ZERO.
       01 WS-RH-READ PIC 9(7) VALUE ZERO.
       01 WS-RH-POSTED PIC 9(7) VALUE ZERO.
       01 WS-RH-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-RH-SUSPENDED PIC 9(7) VALUE ZERO.
       01 WS-RH-HELD PIC 9(7) VALUE ZERO.
       01 WS-RH-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-RH-END-TIME PIC 9(8) VALUE ZERO.
       01 WS-BATCH-WINDOW PIC 9(4) VALUE 120.
       01 WS-BATCH-WINDOW-ED PIC ZZZ9.
       01 WS-PARM-NEW-MINUTES PIC 9(4) VALUE ZERO.
       01 WS-RHR-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-RHR-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-RHR-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-RHR-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-RUN-HIST VALUE 'Y'.
       01 WS-RHR-CLOCK PIC 9(8) VALUE ZERO.
       01 WS-RHR-CLOCK-X REDEFINES WS-RHR-CLOCK.
          05 WS-RHR-CLOCK-HH        PIC 9(2).
          05 WS-RHR-CLOCK-MM        PIC 9(2).
          05 WS-RHR-CLOCK-SS        PIC 9(2).
          05 WS-RHR-CLOCK-CC        PIC 9(2).
       01 WS-RHR-START-SECS PIC 9(12) VALUE ZERO.
       01 WS-RHR-END-SECS PIC 9(12) VALUE ZERO.
       01 WS-RHR-ELAPSED PIC 9(9) VALUE ZERO.
       01 WS-RHR-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 RHR-RUN-ABENDED VALUE 'Y'.
       01 WS-RHR-OVERRUN-FLAG PIC X(1) VALUE 'N'.
          88 RHR-RUN-OVERRAN VALUE 'Y'.
       01 WS-RHR-REMARK PIC X(14) VALUE SPACES.
       01 WS-RHR-KIND PIC X(1) VALUE SPACE.
       01 WS-RHR-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-RHR-DAY-RUNS PIC 9(5) VALUE ZERO.
       01 WS-RHR-DAY-ELAPSED PIC 9(11) VALUE ZERO.
       01 WS-RHR-DAY-MAX PIC 9(9) VALUE ZERO.
       01 WS-RHR-TOT-RUNS PIC 9(5) VALUE ZERO.
       01 WS-RHR-TOT-ELAPSED PIC 9(11) VALUE ZERO.
       01 WS-RHR-TOT-OVERRUNS PIC 9(5) VALUE ZERO.
       01 WS-RHR-TOT-ABENDS PIC 9(5) VALUE ZERO.
       01 WS-RHR-MODE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RHR-MODE-IDX PIC 9(2) VALUE ZERO.
       01 WS-RHR-MODE-SLOT PIC 9(2) VALUE ZERO.
       01 WS-RHR-MODE-TABLE.
          05 WS-RHR-MODE-ENTRY OCCURS 30 TIMES.
             10 WS-RHR-MODE-CODE   PIC X(1).
             10 WS-RHR-MODE-RUNS   PIC 9(5).
             10 WS-RHR-MODE-ELAPSED PIC 9(11).
             10 WS-RHR-MODE-MAX    PIC 9(9).
             10 WS-RHR-MODE-OVERRUNS PIC 9(5).
             10 WS-RHR-MODE-ABENDS PIC 9(5).
       01 WS-RHR-FMT-SECS PIC 9(11) VALUE ZERO.
       01 WS-RHR-FMT-MIN PIC 9(4) VALUE ZERO.
       01 WS-RHR-FMT-SEC PIC 9(2) VALUE ZERO.
       01 WS-RHR-FMT-MIN-ED PIC ZZZ9.
       01 WS-RHR-FMT-ED PIC X(7) VALUE SPACES.
       01 WS-RHR-ELAPSED-ED PIC X(7) VALUE SPACES.
       01 WS-RHR-AVG-ED PIC X(7) VALUE SPACES.
       01 WS-RHR-MAX-ED PIC X(7) VALUE SPACES.
       01 WS-RHR-COUNT-ED PIC ZZZZZZ9.
       01 WS-RHR-COUNT2-ED PIC ZZZZZZ9.
       01 WS-RHR-COUNT3-ED PIC ZZZZZZ9.
       01 WS-RHR-RUNS-ED PIC ZZZZ9.
       01 WS-RHR-RUNS2-ED PIC ZZZZ9.
       01 WS-RHR-RUNS3-ED PIC ZZZZ9.
       01 WS-RHR-RC-ED PIC ZZ9.

      ******************************************************************
      *    Data warehouse extract: the stamps that bound the run
      *    (entries after the high-water mark and before this run
      *    started), the latest stamp extracted, and the count and
      *    amount hash for the trailer.
      ******************************************************************
       01 WS-DWX-STATUS PIC X(2) VALUE SPACES.
       01 WS-DWH-STATUS PIC X(2) VALUE SPACES.
       01 WS-DWH-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-DWH-WORK-NAME PIC X(44) VALUE 'DWHWMNEW'.
       01 WS-DWH-LIVE-NAME PIC X(44) VALUE 'DWHWM'.
       01 WS-DWX-FILE-NAME PIC X(44) VALUE SPACES.
       01 WS-DWX-OK-FLAG PIC X(1) VALUE 'Y'.
          88 DWX-EXTRACT-OK VALUE 'Y'.
       01 WS-DWX-CLOCK PIC 9(8) VALUE ZERO.
       01 WS-DWX-CLOCK-X REDEFINES WS-DWX-CLOCK.
          05 WS-DWX-CLOCK-HHMMSS    PIC X(6).
          05 FILLER                 PIC X(2).
       01 WS-DWX-FROM-STAMP.
          05 WS-DWX-FROM-DATE       PIC 9(8).
          05 WS-DWX-FROM-TIME       PIC 9(8).
       01 WS-DWX-TO-STAMP.
          05 WS-DWX-TO-DATE         PIC 9(8).
          05 WS-DWX-TO-TIME         PIC 9(8).
       01 WS-DWX-LAST-STAMP.
          05 WS-DWX-LAST-DATE       PIC 9(8).
          05 WS-DWX-LAST-TIME       PIC 9(8).
       01 WS-DWX-ENTRY-STAMP.
          05 WS-DWX-ENTRY-DATE      PIC 9(8).
          05 WS-DWX-ENTRY-TIME      PIC 9(8).
       01 WS-DWX-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DWX-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-DWX-OPER-NAME PIC X(20) VALUE SPACES.
       01 WS-DWX-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-DWX-RATE PIC 9(5)V9(6) VALUE ZERO.
       01 WS-DWX-BASE PIC S9(9)V99 VALUE ZERO.
       01 WS-DWX-NUM1-ED PIC +9(5).99.
       01 WS-DWX-NUM2-ED PIC +9(5).99.
       01 WS-DWX-TOTAL-ED PIC +9(5).99.
       01 WS-DWX-RATE-ED PIC 9(5).9(6).
       01 WS-DWX-BASE-ED PIC +9(9).99.
       01 WS-DWX-HASH-ED PIC +9(11).99.
       01 WS-DWX-COUNT-ED PIC Z,ZZZ,ZZ9.

      ******************************************************************
      *    Monthly budget per GL account. The table holds BUDGET for
      *    maintenance; the budget-against-actual table pairs each
      *    account's budget for one month with what GLPOST carries
      *    for it, for the month-end section and the day-close
      *    warning. WS-BUDGET-WARN-PCT is the SITEPARM share of a
      *    month's budget at which day close warns (0 = no warning).
      ******************************************************************
       01 WS-BUD-STATUS PIC X(2) VALUE SPACES.
       01 WS-BUD-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-BUD-WORK-NAME PIC X(44) VALUE 'BUDGNEW'.
       01 WS-BUD-LIVE-NAME PIC X(44) VALUE 'BUDGET'.
       01 WS-BUD-EOF-FLAG PIC X(1) VALUE 'N'.
          88 END-OF-BUDGET VALUE 'Y'.
       01 WS-BUD-MAINT-ANSWER PIC X(1) VALUE SPACE.
          88 BUD-MAINT-FINISHED VALUE 'F'.
       01 WS-BUD-CHANGED-FLAG PIC X(1) VALUE 'N'.
          88 BUDGET-CHANGED VALUE 'Y'.
       01 WS-BUD-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 BUDGET-LOAD-TRUNCATED VALUE 'Y'.
       01 WS-BUD-MAPPED-FLAG PIC X(1) VALUE 'N'.
          88 BUD-ACCOUNT-MAPPED VALUE 'Y'.
       01 WS-BUD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BUD-IDX PIC 9(3) VALUE ZERO.
       01 WS-BUD-SLOT PIC 9(3) VALUE ZERO.
       01 WS-BUD-SKIP-IDX PIC 9(3) VALUE ZERO.
       01 WS-BUD-PURGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BUD-PURGED-COUNT-ED PIC ZZ9.
       01 WS-BUD-TARGET-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-BUD-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-BUD-TARGET-PERIOD-X REDEFINES WS-BUD-TARGET-PERIOD.
          05 WS-BUD-TARGET-YYYY     PIC 9(4).
          05 WS-BUD-TARGET-MM       PIC 9(2).
       01 WS-BUD-NEW-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-BUD-AMOUNT-ED PIC -(9)9.99.
       01 WS-BUD-TABLE.
          05 WS-BUD-ENTRY OCCURS 600 TIMES.
             10 WS-BUD-TAB-ACCOUNT PIC X(8).
             10 WS-BUD-TAB-PERIOD  PIC 9(6).
             10 WS-BUD-TAB-AMOUNT  PIC S9(9)V99.
             10 WS-BUD-TAB-OPERATOR PIC X(8).
             10 WS-BUD-TAB-ADDED   PIC 9(8).
             10 WS-BUD-TAB-DELETED PIC X(1).
       01 WS-BUD-LINE PIC X(80) VALUE SPACES.
       01 WS-BUDGET-WARN-PCT PIC 9(3) VALUE 90.
       01 WS-BUDGET-WARN-PCT-ED PIC ZZ9.
       01 WS-BVA-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-BVA-GL-DATE PIC 9(8) VALUE ZERO.
       01 WS-BVA-GL-DATE-X REDEFINES WS-BVA-GL-DATE.
          05 WS-BVA-GL-PERIOD       PIC 9(6).
          05 FILLER                 PIC 9(2).
       01 WS-BVA-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 BVA-TABLE-TRUNCATED VALUE 'Y'.
       01 WS-BVA-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BVA-IDX PIC 9(2) VALUE ZERO.
       01 WS-BVA-SLOT PIC 9(2) VALUE ZERO.
       01 WS-BVA-TARGET-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-BVA-TABLE.
          05 WS-BVA-ENTRY OCCURS 60 TIMES.
             10 WS-BVA-TAB-ACCOUNT PIC X(8).
             10 WS-BVA-TAB-ACTUAL  PIC S9(11)V99.
             10 WS-BVA-TAB-BUDGET  PIC S9(11)V99.
             10 WS-BVA-TAB-BUDGETED PIC X(1).
       01 WS-BVA-TOT-ACTUAL PIC S9(11)V99 VALUE ZERO.
       01 WS-BVA-TOT-BUDGET PIC S9(11)V99 VALUE ZERO.
       01 WS-BVA-VARIANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-BVA-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-BVA-ACTUAL-ED PIC -(11)9.99.
       01 WS-BVA-BUDGET-ED PIC -(11)9.99.
       01 WS-BVA-VARIANCE-ED PIC -(11)9.99.
       01 WS-BVA-PCT-ED PIC -(5)9.9.

      ******************************************************************
      *    Unusual-activity analysis. The thresholds are held on
      *    SITEPARM, zero turning a check off: a result more than
      *    WS-ACT-RESULT-MULT times the operator's mean, a day's work
      *    with WS-ACT-REVERSAL-LIMIT or more results later reversed,
      *    the same operands again within WS-ACT-REPEAT-MINUTES, an
      *    hour of the day holding under WS-ACT-HOUR-PCT percent of
      *    the operator's results. The mean and the hours are only
      *    judged once the operator has WS-ACT-MIN-HISTORY results on
      *    the master.
      ******************************************************************
       01 WS-ACT-RESULT-MULT PIC 9(3) VALUE 10.
       01 WS-ACT-REVERSAL-LIMIT PIC 9(3) VALUE 5.
       01 WS-ACT-REPEAT-MINUTES PIC 9(3) VALUE 5.
       01 WS-ACT-HOUR-PCT PIC 9(3) VALUE 2.
       01 WS-ACT-MIN-HISTORY PIC 9(3) VALUE 20.
       01 WS-ACT-MULT-ED PIC ZZ9.
       01 WS-ACT-REVLIM-ED PIC ZZ9.
       01 WS-ACT-REPEAT-ED PIC ZZ9.
       01 WS-ACT-HOUR-ED PIC ZZ9.
       01 WS-ACT-MINHIST-ED PIC ZZ9.
       01 WS-ACT-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACT-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACT-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACT-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-ACT-OPR-NAME PIC X(20) VALUE SPACES.
       01 WS-ACT-OPR-HEADED-FLAG PIC X(1) VALUE 'N'.
          88 ACT-OPERATOR-HEADED VALUE 'Y'.
       01 WS-ACT-ENTRY-HEADED-FLAG PIC X(1) VALUE 'N'.
          88 ACT-ENTRY-HEADED VALUE 'Y'.
       01 WS-ACT-HIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACT-HIST-SUM PIC 9(13)V99 VALUE ZERO.
       01 WS-ACT-MEAN PIC 9(9)V99 VALUE ZERO.
       01 WS-ACT-RANGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACT-HOUR-TABLE.
          05 WS-ACT-HOUR-COUNT PIC 9(7) OCCURS 24 TIMES.
       01 WS-ACT-HOUR-IDX PIC 9(2) VALUE ZERO.
       01 WS-ACT-BASE PIC S9(9)V99 VALUE ZERO.
       01 WS-ACT-ABS PIC 9(9)V99 VALUE ZERO.
       01 WS-ACT-RATIO PIC 9(5)V9 VALUE ZERO.
       01 WS-ACT-RATIO-ED PIC ZZZZ9.9.
       01 WS-ACT-HOUR-SHARE PIC 9(3)V9 VALUE ZERO.
       01 WS-ACT-SHARE-ED PIC ZZ9.9.
       01 WS-ACT-CLOCK PIC 9(8) VALUE ZERO.
       01 WS-ACT-CLOCK-X REDEFINES WS-ACT-CLOCK.
          05 WS-ACT-CLOCK-HHMMSS.
             10 WS-ACT-CLOCK-HH     PIC 9(2).
             10 WS-ACT-CLOCK-MM     PIC 9(2).
             10 WS-ACT-CLOCK-SS     PIC 9(2).
          05 FILLER                 PIC 9(2).
       01 WS-ACT-PRIOR-CLOCK PIC 9(8) VALUE ZERO.
       01 WS-ACT-PRIOR-CLOCK-X REDEFINES WS-ACT-PRIOR-CLOCK.
          05 WS-ACT-PRIOR-HHMMSS    PIC X(6).
          05 FILLER                 PIC X(2).
       01 WS-ACT-MINUTE PIC 9(4) VALUE ZERO.
       01 WS-ACT-GAP PIC 9(4) VALUE ZERO.
       01 WS-ACT-GAP-ED PIC ZZZ9.
       01 WS-ACT-DAY-TABLE.
          05 WS-ACT-DAY-ENTRY OCCURS 400 TIMES.
             10 WS-ACT-DAY-DATE    PIC 9(8).
             10 WS-ACT-DAY-REVERSALS PIC 9(5).
       01 WS-ACT-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ACT-DAY-IDX PIC 9(3) VALUE ZERO.
       01 WS-ACT-DAY-SLOT PIC 9(3) VALUE ZERO.
       01 WS-ACT-DAY-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 ACT-DAY-TABLE-FULL VALUE 'Y'.
       01 WS-ACT-REV-ED PIC ZZZZ9.
       01 WS-ACT-RECENT-TABLE.
          05 WS-ACT-RECENT-ENTRY OCCURS 50 TIMES.
             10 WS-ACT-RECENT-MINUTE PIC 9(4).
             10 WS-ACT-RECENT-TIME PIC 9(8).
             10 WS-ACT-RECENT-NUM1 PIC S9(5)V99.
             10 WS-ACT-RECENT-NUM2 PIC S9(5)V99.
             10 WS-ACT-RECENT-OP   PIC X(1).
       01 WS-ACT-RECENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACT-RECENT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ACT-RECENT-NEXT PIC 9(2) VALUE ZERO.
       01 WS-ACT-RECENT-IDX PIC 9(2) VALUE ZERO.
       01 WS-ACT-REPEAT-SLOT PIC 9(2) VALUE ZERO.
       01 WS-ACT-REASON PIC X(66) VALUE SPACES.
       01 WS-ACT-TOT-OPERATORS PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-EXAMINED PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-FLAGGED PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-RESULT PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-REVERSAL PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-REPEAT PIC 9(7) VALUE ZERO.
       01 WS-ACT-TOT-HOURS PIC 9(7) VALUE ZERO.
       01 WS-ACT-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-ACT-COUNT2-ED PIC Z,ZZZ,ZZ9.
       01 WS-ACT-AMOUNT-ED PIC -(9)9.99.
       01 WS-ACT-NUM1-ED PIC -(5)9.99.
       01 WS-ACT-NUM2-ED PIC -(5)9.99.
       01 WS-ACT-TOTAL-ED PIC -(5)9.99.
       01 WS-PARM-ACT-ANSWER PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *    SET-RETURN-CODE-RTN - grades the run for the scheduler: an
      *    abend outranks edit errors, which outrank sequence
      *    exceptions. Attended sessions keep the zero return code
      *    the operators are used to. Every run then leaves its
      *    RUNHIST record, while RUNLOG is still open to take any
      *    complaint about it.
      ******************************************************************
       SET-RETURN-CODE-RTN.
           IF UNATTENDED-MODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-RUN-HISTORY-RTN.

           IF UNATTENDED-MODE
               CLOSE RUNLOG-FILE
           END-IF.

      ******************************************************************
      *    WRITE-RUN-HISTORY-RTN - appends this run's record to
      *    RUNHIST: mode, operator, start and end, the files and
      *    records it worked through, what posted, was rejected,
      *    suspended or held, the sequence exceptions and edit
      *    errors, the GL control count and hash, and the return
      *    code just set. A run that cannot write it says so but
      *    keeps its return code.
      ******************************************************************
       WRITE-RUN-HISTORY-RTN.
           ACCEPT WS-RH-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RH-END-TIME FROM TIME.

           OPEN EXTEND RUN-HIST-FILE.
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HIST-FILE
           END-IF.
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'Aviso - no se pudo grabar el historial de'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'ejecuciones (RUNHIST).' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE SPACES TO RH-RECORD
               MOVE WS-RUN-DATE TO RH-RUN-DATE
               MOVE WS-RUN-TIME TO RH-START-TIME
               MOVE WS-RH-END-DATE TO RH-END-DATE
               MOVE WS-RH-END-TIME TO RH-END-TIME
               MOVE WS-MODE TO RH-MODE
               MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID
               MOVE WS-UNATT-FLAG TO RH-UNATTENDED
               MOVE WS-ABEND-FLAG TO RH-ABEND-FLAG
               MOVE WS-RH-FILES TO RH-FILES
               MOVE WS-RH-READ TO RH-READ
               MOVE WS-RH-POSTED TO RH-POSTED
               MOVE WS-RH-REJECTED TO RH-REJECTED
               MOVE WS-RH-SUSPENDED TO RH-SUSPENDED
               MOVE WS-RH-HELD TO RH-HELD
               MOVE WS-TOT-SEQ-EXCPS TO RH-SEQ-EXCPS
               MOVE WS-TOT-EDIT-ERRS TO RH-EDIT-ERRS
               MOVE WS-GL-RECORD-COUNT TO RH-GL-COUNT
               MOVE WS-GL-CONTROL-TOTAL TO RH-GL-HASH
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RH-RECORD
               CLOSE RUN-HIST-FILE
           END-IF.

      ******************************************************************
      *    SELECT-MODE-RTN - presents the mode menu and enforces the
      *    authorization level: the modes that can clear or post on
      *    instead.
               IF WS-MODE NOT = 'B' AND WS-MODE NOT = 'T'
                  AND WS-MODE NOT = 'G' AND WS-MODE NOT = 'D'
                  AND WS-MODE NOT = 'W'
                   MOVE 'Error - modo de la tarjeta inválido o no'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'ejecutable sin terminal (use B, T, G, D o W).'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'N' TO WS-RUN-OK-FLAG
               DISPLAY '(O) mantenimiento de operadores,'
               DISPLAY '(M) consolidado mensual,'
               DISPLAY '(A) parámetros del sitio,'
               DISPLAY '(G) acuses del mayor, (D) cierre del día,'
               DISPLAY '(U) sucursales, (V) aprobaciones pendientes,'
               DISPLAY '(X) cotizaciones de moneda,'
               DISPLAY '(N) instrucciones permanentes,'
               DISPLAY '(K) verificación de la auditoría,'
               DISPLAY '(H) calendario de feriados,'
               DISPLAY '(E) estadísticas de ejecución,'
               DISPLAY '(W) extracto para el depósito de datos,'
               DISPLAY '(F) presupuesto mensual,'
               DISPLAY 'o (Q) actividad inusual.'
               ACCEPT WS-MODE
           END-IF.

                   IF GL-POSTING-REQUESTED
                       PERFORM WRITE-GL-TRAILER-RTN
                       CLOSE GL-FILE
                       IF GL-BALANCE-OPEN
                           CLOSE GL-BALANCE-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DISPATCH-MODE-RTN.
           IF WS-MODE = 'B'
               PERFORM GENERATE-STANDING-RTN
               PERFORM BATCH-RTN
           ELSE
               IF WS-MODE = 'R'
                                                     DAY-CLOSE-RTN
                                                 ELSE
                                                   PERFORM
                                                     DISPATCH-MODE-2-RTN
                                                 END-IF
                                               END-IF
                                           END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    DISPATCH-MODE-2-RTN - continues the mode dispatch for the
      *    maintenance and review modes.
      ******************************************************************
       DISPATCH-MODE-2-RTN.
           IF WS-MODE = 'U'
               PERFORM BRANCH-MAINT-RTN
           ELSE
               IF WS-MODE = 'V'
                   PERFORM APPROVAL-RTN
               ELSE
                   IF WS-MODE = 'X'
                       PERFORM EXCH-RATE-MAINT-RTN
                   ELSE
                       IF WS-MODE = 'N'
                           PERFORM STANDING-MAINT-RTN
                       ELSE
                           IF WS-MODE = 'K'
                               PERFORM VERIFY-AUDIT-RTN
                           ELSE
                               IF WS-MODE = 'H'
                                   PERFORM HOLIDAY-MAINT-RTN
                               ELSE
                                   PERFORM DISPATCH-MODE-3-RTN
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    DISPATCH-MODE-3-RTN - the reporting and extract modes;
      *    anything not named here is an interactive session.
      ******************************************************************
       DISPATCH-MODE-3-RTN.
           IF WS-MODE = 'E'
               PERFORM RUN-STATS-RTN
           ELSE
               IF WS-MODE = 'W'
                   PERFORM DW-EXTRACT-RTN
               ELSE
                   IF WS-MODE = 'F'
                       PERFORM BUDGET-MAINT-RTN
                   ELSE
                       IF WS-MODE = 'Q'
                           PERFORM UNUSUAL-ACTIVITY-RTN
                       ELSE
                           PERFORM INTERACTIVE-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    INITIALIZE-RTN - identify and validate the operator against
      *    the operator master, timestamp the run, apply any one-time
      *    layout cutover and the daily rollover, then pick up the
      *    audit chain and open the audit-trail log for this
      *    session. A sign-on that fails validation ends the run
      *    before anything is opened.
      ******************************************************************
       INITIALIZE-RTN.
           PERFORM READ-RUN-CARD-RTN.
                   MOVE 'N' TO WS-SIGNON-FLAG
                   MOVE 'Y' TO WS-ABEND-FLAG
               ELSE
                   PERFORM LOAD-BRANCH-MASTER-RTN
                   PERFORM LOAD-HOLIDAYS-RTN
                   PERFORM CONVERT-LAYOUT-RTN
                   IF CONVERSION-FAILED
                       MOVE 'N' TO WS-SIGNON-FLAG
                   ELSE
                       PERFORM OPEN-AUDIT-MASTER-RTN
                       PERFORM ROLLOVER-CHECK-RTN
                       PERFORM LOAD-AUDIT-CHAIN-RTN

                       OPEN EXTEND AUDIT-FILE
                       IF WS-AUDIT-STATUS NOT = '00'
                           OPEN OUTPUT AUDIT-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       AT END
                           CONTINUE
                   END-READ
                   PERFORM VALIDATE-SITE-PARMS-RTN
                   IF SITE-PARMS-VALID
                       READ SITE-PARM-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM VALIDATE-SITE-PARMS-EXT-RTN
                       END-READ
                   END-IF
                   CLOSE SITE-PARM-FILE
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      *    VALIDATE-SITE-PARMS-EXT-RTN - the second parameter record,
      *    when present, is held to the same standard as the first.
      ******************************************************************
       VALIDATE-SITE-PARMS-EXT-RTN.
           IF PR-APPROVAL-LIMIT NOT NUMERIC
               MOVE 'Error - límite de aprobación no numérico;'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'ejecución detenida.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'N' TO WS-PARM-OK-FLAG
           ELSE
               IF PR-APPROVAL-LIMIT-WIDE NUMERIC
                   MOVE PR-APPROVAL-LIMIT-WIDE TO WS-APPROVAL-LIMIT
               ELSE
                   MOVE PR-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
               END-IF
               IF PR-BASE-CURRENCY NOT = SPACES
                   MOVE PR-BASE-CURRENCY TO WS-BASE-CURRENCY
               END-IF
      *    A record saved before the batch window was kept has
      *    spaces there; the compiled default stands until the next
      *    save.
               IF PR-BATCH-WINDOW NUMERIC
                   MOVE PR-BATCH-WINDOW TO WS-BATCH-WINDOW
               END-IF
               IF PR-BUDGET-WARN-PCT NUMERIC
                   MOVE PR-BUDGET-WARN-PCT TO WS-BUDGET-WARN-PCT
               END-IF
               IF PR-ACT-THRESHOLDS NUMERIC
                   MOVE PR-ACT-RESULT-MULT TO WS-ACT-RESULT-MULT
                   MOVE PR-ACT-REVERSAL-LIMIT TO WS-ACT-REVERSAL-LIMIT
                   MOVE PR-ACT-REPEAT-MINUTES TO WS-ACT-REPEAT-MINUTES
                   MOVE PR-ACT-HOUR-PCT TO WS-ACT-HOUR-PCT
                   MOVE PR-ACT-MIN-HISTORY TO WS-ACT-MIN-HISTORY
               END-IF
           END-IF.

       LOAD-GL-MAP-ENTRY-RTN.
           MOVE PR-GL-MAP-OPERATION (WS-GL-MAP-IDX)
               TO WS-GL-MAP-OPERATION (WS-GL-MAP-IDX).
                   VARYING WS-GL-MAP-IDX FROM 1 BY 1
                   UNTIL WS-GL-MAP-IDX > 10
               WRITE PR-RECORD
               MOVE SPACES TO PR-EXT-RECORD
               IF WS-APPROVAL-LIMIT > 99999.99
                   MOVE 99999.99 TO PR-APPROVAL-LIMIT
               ELSE
                   MOVE WS-APPROVAL-LIMIT TO PR-APPROVAL-LIMIT
               END-IF
               MOVE WS-APPROVAL-LIMIT TO PR-APPROVAL-LIMIT-WIDE
               MOVE WS-BASE-CURRENCY TO PR-BASE-CURRENCY
               MOVE WS-BATCH-WINDOW TO PR-BATCH-WINDOW
               MOVE WS-BUDGET-WARN-PCT TO PR-BUDGET-WARN-PCT
               MOVE WS-ACT-RESULT-MULT TO PR-ACT-RESULT-MULT
               MOVE WS-ACT-REVERSAL-LIMIT TO PR-ACT-REVERSAL-LIMIT
               MOVE WS-ACT-REPEAT-MINUTES TO PR-ACT-REPEAT-MINUTES
               MOVE WS-ACT-HOUR-PCT TO PR-ACT-HOUR-PCT
               MOVE WS-ACT-MIN-HISTORY TO PR-ACT-MIN-HISTORY
               WRITE PR-EXT-RECORD
               CLOSE SITE-PARM-FILE
           END-IF.

               MOVE WS-OPR-IDX TO WS-OPR-SLOT
           END-IF.

      ******************************************************************
      *    LOAD-BRANCH-MASTER-RTN - loads the branch master into its
      *    table for the header edit, the session branch prompt and
      *    maintenance. Without a master the installation is in
      *    bootstrap: branches are carried as keyed but not checked
      *    until a supervisor builds the master under mode U.
      ******************************************************************
       LOAD-BRANCH-MASTER-RTN.
           MOVE ZERO TO WS-BRN-COUNT.
           MOVE 'N' TO WS-BRN-BOOT-FLAG.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRCH-MSTR-STATUS = '00'
               MOVE 'N' TO WS-BRN-EOF-FLAG
               PERFORM READ-BRCH-MASTER-RTN
               PERFORM LOAD-BRCH-ENTRY-RTN UNTIL END-OF-BRCH-MASTER
               CLOSE BRANCH-MASTER-FILE
           ELSE
               MOVE 'Y' TO WS-BRN-BOOT-FLAG
               MOVE 'Aviso - sin maestro de sucursales; no se'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'validan las sucursales.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

       READ-BRCH-MASTER-RTN.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-BRN-EOF-FLAG
           END-READ.

       LOAD-BRCH-ENTRY-RTN.
           IF WS-BRN-COUNT < 50
               ADD 1 TO WS-BRN-COUNT
               MOVE BM-BRANCH-ID TO WS-BRN-TAB-ID (WS-BRN-COUNT)
               MOVE BM-BRANCH-NAME TO WS-BRN-TAB-NAME (WS-BRN-COUNT)
               MOVE BM-ACTIVE-FLAG
                   TO WS-BRN-TAB-ACTIVE (WS-BRN-COUNT)
               MOVE BM-CC-SUFFIX TO WS-BRN-TAB-SUFFIX (WS-BRN-COUNT)
           ELSE
               MOVE 'Aviso - tabla de sucursales del maestro llena.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-BRN-EOF-FLAG
           END-IF.
           IF NOT END-OF-BRCH-MASTER
               PERFORM READ-BRCH-MASTER-RTN
           END-IF.

      ******************************************************************
      *    FIND-BRANCH-ENTRY-RTN - locates WS-BRN-TARGET-ID in the
      *    branch table; WS-BRN-SLOT comes back zero when absent.
      ******************************************************************
       FIND-BRANCH-ENTRY-RTN.
           MOVE ZERO TO WS-BRN-SLOT.
           PERFORM SCAN-BRANCH-ENTRY-RTN
               VARYING WS-BRN-IDX FROM 1 BY 1
               UNTIL WS-BRN-IDX > WS-BRN-COUNT.

       SCAN-BRANCH-ENTRY-RTN.
           IF WS-BRN-TAB-ID (WS-BRN-IDX) = WS-BRN-TARGET-ID
               MOVE WS-BRN-IDX TO WS-BRN-SLOT
           END-IF.

      ******************************************************************
      *    SET-BRANCH-SUFFIX-RTN - picks up the GL cost-center suffix
      *    of the branch now posting, for the GL records.
      ******************************************************************
       SET-BRANCH-SUFFIX-RTN.
           MOVE SPACES TO WS-BRANCH-SUFFIX.
           MOVE WS-BRANCH-ID TO WS-BRN-TARGET-ID.
           PERFORM FIND-BRANCH-ENTRY-RTN.
           IF WS-BRN-SLOT NOT = ZERO
               MOVE WS-BRN-TAB-SUFFIX (WS-BRN-SLOT) TO WS-BRANCH-SUFFIX
           END-IF.

      ******************************************************************
      *    LOOKUP-EXCH-RATE-RTN - finds the rate for WS-XRT-LOOKUP-CCY
      *    dated the run date on EXRATE. A blank currency is the base
      *    currency, which always converts at 1. A rate for another
      *    day does not serve: a currency with nothing dated today is
      *    not found, and its postings wait until one is entered.
      ******************************************************************
       LOOKUP-EXCH-RATE-RTN.
           MOVE 'N' TO WS-XRT-FOUND-FLAG.
           MOVE ZERO TO WS-XRT-LOOKUP-RATE.
           IF WS-XRT-LOOKUP-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-XRT-LOOKUP-CCY
           END-IF.
           IF WS-XRT-LOOKUP-CCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-XRT-LOOKUP-RATE
               MOVE 'Y' TO WS-XRT-FOUND-FLAG
           ELSE
               OPEN INPUT EXCH-RATE-FILE
               IF WS-XRT-STATUS = '00'
                   MOVE 'N' TO WS-XRT-EOF-FLAG
                   PERFORM READ-EXCH-RATE-RTN
                   PERFORM SCAN-EXCH-RATE-RTN UNTIL END-OF-EXCH-RATES
                   CLOSE EXCH-RATE-FILE
               END-IF
           END-IF.

       READ-EXCH-RATE-RTN.
           READ EXCH-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-XRT-EOF-FLAG
           END-READ.

       SCAN-EXCH-RATE-RTN.
           IF XR-CURRENCY = WS-XRT-LOOKUP-CCY
              AND XR-EFF-DATE = WS-RUN-DATE
              AND XR-RATE NOT = ZERO
               MOVE XR-RATE TO WS-XRT-LOOKUP-RATE
               MOVE 'Y' TO WS-XRT-FOUND-FLAG
           END-IF.
           PERFORM READ-EXCH-RATE-RTN.

      ******************************************************************
      *    OPEN-POSTING-FILES-RTN - opens the daily report and, when
      *    requested, the GL posting file. Performed only for the
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE ZERO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-RUN-DATE TO AL-REF-ID.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
           PERFORM READ-DAYCLOSE-RTN.

       OPEN-POSTING-IO-RTN.
      *    Approving a held item is posting it, so the approval mode
      *    always opens the GL file instead of asking.
           IF WS-MODE = 'V'
               MOVE 'S' TO WS-GL-FLAG
           ELSE
               IF UNATTENDED-MODE
                   MOVE WS-CARD-GL-FLAG TO WS-GL-FLAG
               ELSE
                   DISPLAY
                     '¿Generar archivo de asientos contables? (S/N).'
                   ACCEPT WS-GL-FLAG
               END-IF
           END-IF.
      *    A denied GL request halts the run here, before anything
      *    posts: running on with the flag quietly turned off would
               MOVE 'Y' TO WS-ABEND-FLAG
           END-IF.

           IF RUN-IS-OK AND GL-POSTING-REQUESTED
               PERFORM OPEN-GL-BALANCE-RTN
           END-IF.

           IF RUN-IS-OK
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
      *    layouts on disk change shape. The layout level last used
      *    is kept on AUDITVER; when the program finds an older level
      *    (or no stamp at all) it sets the old-format audit log
      *    aside as AUDITLOG.Vn, n being the level the files on disk
      *    were written at (2 for files from before the level was
      *    stamped), instead of letting the new FD misread and garble
      *    it, discards any stale in-flight checkpoint, and stamps the
      *    current level. The audit master and the suspense file are
      *    still worked from after the cutover, so instead of being
      *    set aside they are copied into the new layout. Level 05
      *    only lengthened GLPOST (the audit and suspense currency
      *    fields took up filler), so from level 04 GLPOST alone is
      *    converted and the logs stay where they are.
      *    The copies are all or nothing: if any file cannot be
      *    opened, written or copied whole, every file already set
      *    aside is put back under its own name, the level is not
      *    stamped and the run stops, so the next run repeats the
      *    cutover from the same old files. The logs are only
      *    renamed, which a repeat does harmlessly, so they stay set
      *    aside.
      ******************************************************************
       CONVERT-LAYOUT-RTN.
           MOVE ZERO TO WS-FILE-LAYOUT-LEVEL.
           END-IF.

           IF WS-FILE-LAYOUT-LEVEL < WS-LAYOUT-LEVEL
               MOVE 'N' TO WS-CONV-FAIL-FLAG
               IF WS-FILE-LAYOUT-LEVEL = ZERO
                   MOVE 2 TO WS-CONV-PRIOR-LEVEL
               ELSE
                   MOVE WS-FILE-LAYOUT-LEVEL TO WS-CONV-PRIOR-LEVEL
               END-IF
               MOVE SPACES TO WS-CONV-SUFFIX
               STRING '.V' DELIMITED BY SIZE
                      WS-CONV-PRIOR-LEVEL DELIMITED BY SIZE
                   INTO WS-CONV-SUFFIX
               IF WS-FILE-LAYOUT-LEVEL < 04
                   MOVE SPACES TO WS-CONV-NEW-NAME
                   STRING WS-CONV-OLD-NAME DELIMITED BY SPACE
                          WS-CONV-SUFFIX DELIMITED BY SIZE
                       INTO WS-CONV-NEW-NAME
                   CALL 'CBL_RENAME_FILE'
                       USING WS-CONV-OLD-NAME WS-CONV-NEW-NAME
                   IF RETURN-CODE = ZERO
                       MOVE 'Registro de auditoría anterior conservado'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'como ' DELIMITED BY SIZE
                              WS-CONV-NEW-NAME DELIMITED BY SPACE
                              ' (formato anterior).' DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                   END-IF
                   PERFORM SET-ASIDE-ARCHIVES-RTN
                   PERFORM CONVERT-AUDIT-MASTER-RTN
                   IF NOT CONVERSION-FAILED
                       PERFORM CONVERT-SUSPENSE-RTN
                   END-IF
               END-IF
               IF NOT CONVERSION-FAILED
                   PERFORM CONVERT-GL-POSTING-RTN
               END-IF

               IF NOT CONVERSION-FAILED
                   OPEN OUTPUT VERSION-FILE
                   IF WS-VERSION-STATUS = '00'
                       MOVE WS-LAYOUT-LEVEL TO VS-LAYOUT-LEVEL
                       WRITE VS-RECORD
                       CLOSE VERSION-FILE
                   END-IF
                   IF WS-VERSION-STATUS NOT = '00'
                       MOVE 'Error - no se pudo grabar la versión.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'Y' TO WS-CONV-FAIL-FLAG
                   END-IF
               END-IF

               IF CONVERSION-FAILED
                   PERFORM CONV-BACK-OUT-RTN
                   MOVE 'Y' TO WS-ABEND-FLAG
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-CONV-CKPT-NAME
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      *    CONV-BACK-OUT-RTN - a cutover that did not complete puts
      *    every converted file back the way it found it: the partial
      *    copy in the new layout is deleted and the old file set
      *    aside under .Vn gets its own name back.
      ******************************************************************
       CONV-BACK-OUT-RTN.
           IF AUDM-SET-ASIDE
               CALL 'CBL_DELETE_FILE' USING WS-CONV-AUDM-NAME
               CALL 'CBL_RENAME_FILE'
                   USING WS-CONV-AUDM-OLD WS-CONV-AUDM-NAME
           END-IF.
           IF SUSP-SET-ASIDE
               CALL 'CBL_DELETE_FILE' USING WS-CONV-SUSP-NAME
               CALL 'CBL_RENAME_FILE'
                   USING WS-CONV-SUSP-OLD WS-CONV-SUSP-NAME
           END-IF.
           IF GL-SET-ASIDE
               CALL 'CBL_DELETE_FILE' USING WS-CONV-GL-NAME
               CALL 'CBL_RENAME_FILE'
                   USING WS-CONV-GL-OLD WS-CONV-GL-NAME
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           MOVE 'Error - conversión de formato incompleta; archivos'
               TO WS-LOG-LINE.
           PERFORM LOG-MSG-RTN.
           MOVE 'restaurados. Se detiene la ejecución.' TO WS-LOG-LINE.
           PERFORM LOG-MSG-RTN.

      ******************************************************************
      *    SET-ASIDE-ARCHIVES-RTN - the retained AUDITLOG.<fecha>
      *    archives on disk still carry the previous record layout,
      *    and reading them through the new FD would misframe every
      *    field and tally garbage silently - exactly what the
      *    cutover exists to prevent on the live log. The whole
      *    retention window of dated archives is renamed with the
      *    same .Vn suffix as the live log, so the month-end and
      *    productivity functions report those days as having no
      *    archive instead of reporting nonsense, until fresh
      *    archives fill the window again.
      ******************************************************************
       SET-ASIDE-ARCHIVES-RTN.
           COMPUTE WS-CONV-ARCH-SPAN = WS-RETENTION-DAYS + 30.
           MOVE 'Archivos de auditoría anteriores apartados'
               TO WS-LOG-LINE.
           PERFORM LOG-MSG-RTN.
           MOVE SPACES TO WS-LOG-LINE.
           STRING 'con sufijo ' DELIMITED BY SIZE
                  WS-CONV-SUFFIX DELIMITED BY SIZE
                  ' (formato anterior).' DELIMITED BY SIZE
               INTO WS-LOG-LINE.
           PERFORM LOG-MSG-RTN.

       SET-ASIDE-ONE-DAY-RTN.
           MOVE SPACES TO WS-CONV-ARCH-TO.
           STRING 'AUDITLOG.' DELIMITED BY SIZE
                  WS-CONV-ARCH-DATE DELIMITED BY SIZE
                  WS-CONV-SUFFIX DELIMITED BY SIZE
               INTO WS-CONV-ARCH-TO.

           CALL 'CBL_RENAME_FILE'
               USING WS-CONV-ARCH-FROM WS-CONV-ARCH-TO.

      ******************************************************************
      *    CONVERT-AUDIT-MASTER-RTN - the audit master is set aside
      *    under the same .Vn suffix and copied back entry by entry
      *    into the current layout, so reversals and inquiries keep
      *    finding the entries posted before the cutover. Entries
      *    from before branches were carried get a blank branch.
      ******************************************************************
       CONVERT-AUDIT-MASTER-RTN.
           MOVE SPACES TO WS-CONV-AUDM-OLD.
           STRING WS-CONV-AUDM-NAME DELIMITED BY SPACE
                  WS-CONV-SUFFIX DELIMITED BY SIZE
               INTO WS-CONV-AUDM-OLD.
           CALL 'CBL_RENAME_FILE'
               USING WS-CONV-AUDM-NAME WS-CONV-AUDM-OLD.
           IF RETURN-CODE = ZERO
               MOVE 'Y' TO WS-CONV-AUDM-ASIDE
               OPEN INPUT AUDM-OLD-FILE
               IF WS-AUDM-OLD-STATUS NOT = '00'
                   MOVE 'Error - no se pudo leer el maestro de'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'auditoría anterior.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'Y' TO WS-CONV-FAIL-FLAG
               ELSE
                   OPEN OUTPUT AUDIT-MASTER-FILE
                   IF WS-AUDM-STATUS NOT = '00'
                       MOVE 'Error - no se pudo crear el maestro de'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'auditoría convertido.' TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'Y' TO WS-CONV-FAIL-FLAG
                   ELSE
                       MOVE ZERO TO WS-CONV-COUNT
                       MOVE ZERO TO WS-CONV-DROP-COUNT
                       MOVE 'N' TO WS-CONV-EOF-FLAG
                       PERFORM READ-AUDM-OLD-RTN
                       PERFORM COPY-AUDM-OLD-RTN
                           UNTIL END-OF-CONV-INPUT
                       CLOSE AUDIT-MASTER-FILE
                       MOVE WS-CONV-COUNT TO WS-CONV-COUNT-ED
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'Maestro de auditoría convertido: '
                                  DELIMITED BY SIZE
                              WS-CONV-COUNT-ED DELIMITED BY SIZE
                              ' entradas.' DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       IF WS-CONV-DROP-COUNT NOT = ZERO
                           MOVE WS-CONV-DROP-COUNT TO WS-CONV-COUNT-ED
                           MOVE SPACES TO WS-LOG-LINE
                           STRING 'Error - entradas no convertidas: '
                                      DELIMITED BY SIZE
                                  WS-CONV-COUNT-ED DELIMITED BY SIZE
                                  '.' DELIMITED BY SIZE
                               INTO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                           MOVE 'Y' TO WS-CONV-FAIL-FLAG
                       END-IF
                   END-IF
                   CLOSE AUDM-OLD-FILE
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       READ-AUDM-OLD-RTN.
           READ AUDM-OLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONV-EOF-FLAG
           END-READ.

       COPY-AUDM-OLD-RTN.
           MOVE SPACES TO AM-RECORD.
           MOVE AO-OPERATOR-ID TO AM-OPERATOR-ID.
           MOVE AO-TRANS-DATE TO AM-TRANS-DATE.
           MOVE AO-TRANS-TIME TO AM-TRANS-TIME.
           MOVE AO-SEQ-NO TO AM-SEQ-NO.
           MOVE AO-NUM1 TO AM-NUM1.
           MOVE AO-NUM2 TO AM-NUM2.
           MOVE AO-OPERATION TO AM-OPERATION.
           MOVE AO-TOTAL TO AM-TOTAL.
           MOVE AO-STATUS TO AM-STATUS.
           MOVE AO-REF-ID TO AM-REF-ID.
           WRITE AM-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONV-DROP-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'Error - entrada no convertida: '
                              DELIMITED BY SIZE
                          AO-OPERATOR-ID DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          AO-TRANS-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AO-TRANS-TIME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AO-SEQ-NO DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE.
           PERFORM READ-AUDM-OLD-RTN.

      ******************************************************************
      *    CONVERT-SUSPENSE-RTN - the items waiting in suspense are
      *    carried into the current layout the same way; the old file
      *    stays on disk under the .Vn suffix. Items suspended before
      *    branches were carried get a blank branch.
      ******************************************************************
       CONVERT-SUSPENSE-RTN.
           MOVE SPACES TO WS-CONV-SUSP-OLD.
           STRING WS-CONV-SUSP-NAME DELIMITED BY SPACE
                  WS-CONV-SUFFIX DELIMITED BY SIZE
               INTO WS-CONV-SUSP-OLD.
           CALL 'CBL_RENAME_FILE'
               USING WS-CONV-SUSP-NAME WS-CONV-SUSP-OLD.
           IF RETURN-CODE = ZERO
               MOVE 'Y' TO WS-CONV-SUSP-ASIDE
               OPEN INPUT SUSP-OLD-FILE
               IF WS-SUSP-OLD-STATUS NOT = '00'
                   MOVE 'Error - no se pudo leer el suspenso anterior.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'Y' TO WS-CONV-FAIL-FLAG
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
                   IF WS-SUSPENSE-STATUS NOT = '00'
                       MOVE 'Error - no se pudo crear el suspenso'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'convertido.' TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'Y' TO WS-CONV-FAIL-FLAG
                   ELSE
                       MOVE ZERO TO WS-CONV-COUNT
                       MOVE 'N' TO WS-CONV-EOF-FLAG
                       PERFORM READ-SUSP-OLD-RTN
                       PERFORM COPY-SUSP-OLD-RTN
                           UNTIL END-OF-CONV-INPUT
                       CLOSE SUSPENSE-FILE
                       MOVE WS-CONV-COUNT TO WS-CONV-COUNT-ED
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'Suspenso convertido: ' DELIMITED BY SIZE
                              WS-CONV-COUNT-ED DELIMITED BY SIZE
                              ' partidas.' DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                   END-IF
                   CLOSE SUSP-OLD-FILE
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       READ-SUSP-OLD-RTN.
           READ SUSP-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-CONV-EOF-FLAG
           END-READ.

       COPY-SUSP-OLD-RTN.
           MOVE SPACES TO SP-RECORD.
           MOVE SO-SEQ-NO TO SP-SEQ-NO.
           MOVE SO-NUM1 TO SP-NUM1.
           MOVE SO-NUM2 TO SP-NUM2.
           MOVE SO-OPERATION TO SP-OPERATION.
           MOVE SO-REASON-CODE TO SP-REASON-CODE.
           MOVE SO-DATE-ADDED TO SP-DATE-ADDED.
           WRITE SP-RECORD.
           IF WS-SUSPENSE-STATUS NOT = '00'
               MOVE 'Error - no se pudo grabar el suspenso convertido.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-CONV-FAIL-FLAG
               MOVE 'Y' TO WS-CONV-EOF-FLAG
           ELSE
               ADD 1 TO WS-CONV-COUNT
               PERFORM READ-SUSP-OLD-RTN
           END-IF.

      ******************************************************************
      *    CONVERT-GL-POSTING-RTN - GLPOST is cumulative and is read
      *    back by the tie-outs, the acknowledgment match and the
      *    reversal account lookup, so it is copied into the current
      *    layout like the audit master. Postings made before
      *    currencies were carried were all in the base currency:
      *    they get the base currency, rate 1 and a base amount
      *    equal to the amount. Trailers are copied as they were.
      ******************************************************************
       CONVERT-GL-POSTING-RTN.
           MOVE SPACES TO WS-CONV-GL-OLD.
           STRING WS-CONV-GL-NAME DELIMITED BY SPACE
                  WS-CONV-SUFFIX DELIMITED BY SIZE
               INTO WS-CONV-GL-OLD.
           CALL 'CBL_RENAME_FILE'
               USING WS-CONV-GL-NAME WS-CONV-GL-OLD.
           IF RETURN-CODE = ZERO
               MOVE 'Y' TO WS-CONV-GL-ASIDE
               OPEN INPUT GL-OLD-FILE
               IF WS-GL-OLD-STATUS NOT = '00'
                   MOVE 'Error - no se pudo leer el GLPOST anterior.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'Y' TO WS-CONV-FAIL-FLAG
               ELSE
                   OPEN OUTPUT GL-FILE
                   IF WS-GL-STATUS NOT = '00'
                       MOVE 'Error - no se pudo crear el GLPOST'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'convertido.' TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'Y' TO WS-CONV-FAIL-FLAG
                   ELSE
                       MOVE ZERO TO WS-CONV-COUNT
                       MOVE 'N' TO WS-CONV-EOF-FLAG
                       PERFORM READ-GL-OLD-RTN
                       PERFORM COPY-GL-OLD-RTN UNTIL END-OF-CONV-INPUT
                       CLOSE GL-FILE
                       MOVE WS-CONV-COUNT TO WS-CONV-COUNT-ED
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'GLPOST convertido: ' DELIMITED BY SIZE
                              WS-CONV-COUNT-ED DELIMITED BY SIZE
                              ' registros.' DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                   END-IF
                   CLOSE GL-OLD-FILE
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       READ-GL-OLD-RTN.
           READ GL-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-CONV-EOF-FLAG
           END-READ.

       COPY-GL-OLD-RTN.
           IF GO-TRAILER-ID = 'TRAILER '
               MOVE SPACES TO GL-TRAILER-RECORD
               MOVE GO-TRAILER-ID TO GL-TRAILER-ID
               MOVE GO-TRAILER-COUNT TO GL-TRAILER-COUNT
               MOVE GO-TRAILER-HASH-TOTAL TO GL-TRAILER-HASH-TOTAL
               WRITE GL-TRAILER-RECORD
           ELSE
               MOVE SPACES TO GL-RECORD
               MOVE GO-POSTING-DATE TO GL-POSTING-DATE
               MOVE GO-NUM1 TO GL-NUM1
               MOVE GO-NUM2 TO GL-NUM2
               MOVE GO-OPERATION TO GL-OPERATION
               MOVE GO-ACCOUNT-CODE TO GL-ACCOUNT-CODE
               MOVE GO-AMOUNT TO GL-AMOUNT
               MOVE GO-BRANCH-ID TO GL-BRANCH-ID
               MOVE GO-CC-SUFFIX TO GL-CC-SUFFIX
               MOVE WS-BASE-CURRENCY TO GL-CURRENCY
               MOVE 1 TO GL-RATE
               MOVE GO-AMOUNT TO GL-BASE-AMOUNT
               WRITE GL-RECORD
           END-IF.
           IF WS-GL-STATUS NOT = '00'
               MOVE 'Error - no se pudo grabar el GLPOST convertido.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-CONV-FAIL-FLAG
               MOVE 'Y' TO WS-CONV-EOF-FLAG
           ELSE
               ADD 1 TO WS-CONV-COUNT
               PERFORM READ-GL-OLD-RTN
           END-IF.

      ******************************************************************
      *    ROLLOVER-CHECK-RTN - on the first run of a new day, rolls
      *    the audit-trail log and the daily report over into archives
      *    stamped with the date they cover and starts both fresh, so
      *    DLYRPT really is one day's report and the audit log stays
      *    one day deep for the inquiry and roll-up functions. The
      *    date of the last run is kept on LASTRUN; archives older
      *    than WS-RETENTION-DAYS are purged on the same occasion.
      ******************************************************************
       ROLLOVER-CHECK-RTN.
           MOVE ZERO TO WS-LAST-RUN-DATE.
           OPEN INPUT LASTRUN-FILE.
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-LASTRUN-STATUS = '00'
                   MOVE LR-RUN-DATE TO WS-LAST-RUN-DATE
               END-IF
               CLOSE LASTRUN-FILE
           END-IF.

           IF WS-LAST-RUN-DATE NOT = ZERO
              AND WS-LAST-RUN-DATE < WS-RUN-DATE
               PERFORM ROLLOVER-AUDIT-RTN
      ******************************************************************
      *    ROLLOVER-AUDIT-RTN - copies the audit-trail log to
      *    AUDITLOG.<fecha anterior> and truncates the working log.
      *    The day's entry count and last chain value go on AUDCHAIN
      *    with the value the day started from, so the chain carries
      *    into the next day's log and the archive can be checked
      *    against it later.
      ******************************************************************
       ROLLOVER-AUDIT-RTN.
           MOVE SPACES TO WS-AUD-ARCH-NAME.
                   PERFORM LOG-MSG-RTN
                   CLOSE AUDIT-FILE
               ELSE
                   PERFORM READ-LAST-ANCHOR-RTN
                   MOVE WS-AX-PRIOR-LAST TO WS-AX-DAY-LAST
                   MOVE ZERO TO WS-AX-DAY-COUNT
                   MOVE 'N' TO WS-AUDIT-EOF-FLAG
                   PERFORM READ-AUDIT-RTN
                   PERFORM COPY-AUDIT-RECORD-RTN
                       UNTIL END-OF-AUDIT-LOG
                   CLOSE AUD-ARCHIVE-FILE
                   CLOSE AUDIT-FILE
                   PERFORM WRITE-CHAIN-ANCHOR-RTN
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   MOVE 'Registro de auditoría archivado como:'
       COPY-AUDIT-RECORD-RTN.
           MOVE AL-RECORD TO AA-RECORD.
           WRITE AA-RECORD.
           ADD 1 TO WS-AX-DAY-COUNT.
           IF AL-CHAIN-VALUE IS NUMERIC
               MOVE AL-CHAIN-VALUE TO WS-AX-DAY-LAST
           END-IF.
           PERFORM READ-AUDIT-RTN.

      ******************************************************************
      *    WRITE-CHAIN-ANCHOR-RTN - records the day just archived on
      *    AUDCHAIN: the value its first entry chained from, its last
      *    chain value and its entry count.
      ******************************************************************
       WRITE-CHAIN-ANCHOR-RTN.
           OPEN EXTEND CHAIN-ANCHOR-FILE.
           IF WS-AX-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-ANCHOR-FILE
           END-IF.
           IF WS-AX-STATUS NOT = '00'
               MOVE 'Error - no se pudo grabar el cierre de la'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'cadena de auditoría en AUDCHAIN.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE SPACES TO AX-RECORD
               MOVE WS-LAST-RUN-DATE TO AX-DATE
               MOVE WS-AX-PRIOR-LAST TO AX-PREV-VALUE
               MOVE WS-AX-DAY-LAST TO AX-LAST-VALUE
               MOVE WS-AX-DAY-COUNT TO AX-COUNT
               MOVE WS-RUN-DATE TO AX-ROLLED-ON
               WRITE AX-RECORD
               CLOSE CHAIN-ANCHOR-FILE
           END-IF.

      ******************************************************************
      *    READ-LAST-ANCHOR-RTN - the last chain value recorded on
      *    AUDCHAIN, zero before the first day has been closed off.
      ******************************************************************
       READ-LAST-ANCHOR-RTN.
           MOVE ZERO TO WS-AX-PRIOR-LAST.
           OPEN INPUT CHAIN-ANCHOR-FILE.
           IF WS-AX-STATUS = '00'
               MOVE 'N' TO WS-AX-EOF-FLAG
               PERFORM READ-CHAIN-ANCHOR-RTN
               PERFORM KEEP-LAST-ANCHOR-RTN
                   UNTIL END-OF-CHAIN-ANCHORS
               CLOSE CHAIN-ANCHOR-FILE
           END-IF.

       READ-CHAIN-ANCHOR-RTN.
           READ CHAIN-ANCHOR-FILE
               AT END
                   MOVE 'Y' TO WS-AX-EOF-FLAG
           END-READ.

       KEEP-LAST-ANCHOR-RTN.
           IF AX-LAST-VALUE IS NUMERIC
               MOVE AX-LAST-VALUE TO WS-AX-PRIOR-LAST
           END-IF.
           PERFORM READ-CHAIN-ANCHOR-RTN.

      ******************************************************************
      *    LOAD-AUDIT-CHAIN-RTN - finds the value the next audit entry
      *    chains from: the last sealed entry already on today's log,
      *    or, on a fresh log, the last value recorded on AUDCHAIN.
      *    Entries written before the chain was introduced carry no
      *    check value and are passed over.
      ******************************************************************
       LOAD-AUDIT-CHAIN-RTN.
           PERFORM READ-LAST-ANCHOR-RTN.
           MOVE WS-AX-PRIOR-LAST TO WS-AUD-CHAIN-VALUE.

           MOVE 'L' TO WS-AUDIT-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-AUDIT-EOF-FLAG
               PERFORM READ-AUDIT-RTN
               PERFORM TRACK-AUDIT-CHAIN-RTN UNTIL END-OF-AUDIT-LOG
               CLOSE AUDIT-FILE
           END-IF.

       TRACK-AUDIT-CHAIN-RTN.
           IF AL-CHAIN-VALUE IS NUMERIC
               MOVE AL-CHAIN-VALUE TO WS-AUD-CHAIN-VALUE
           END-IF.
           PERFORM READ-AUDIT-RTN.

      ******************************************************************
               INTO WS-PURGE-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-PURGE-NAME.

      *    Old-format archives set aside at a layout cutover age
      *    out of the window on the same schedule, whichever level
      *    they were set aside from.
           PERFORM PURGE-OLD-FORMAT-RTN
               VARYING WS-PURGE-LEVEL FROM 2 BY 1
               UNTIL WS-PURGE-LEVEL NOT < WS-LAYOUT-LEVEL.

           MOVE SPACES TO WS-PURGE-NAME.
           STRING 'DLYRPT.' DELIMITED BY SIZE
                  WS-PURGE-DATE DELIMITED BY SIZE
               INTO WS-PURGE-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-PURGE-NAME.

       PURGE-OLD-FORMAT-RTN.
           MOVE WS-PURGE-LEVEL TO WS-PURGE-LEVEL-DIGIT.
           MOVE SPACES TO WS-PURGE-NAME.
           STRING 'AUDITLOG.' DELIMITED BY SIZE
                  WS-PURGE-DATE DELIMITED BY SIZE
                  '.V' DELIMITED BY SIZE
                  WS-PURGE-LEVEL-DIGIT DELIMITED BY SIZE
               INTO WS-PURGE-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-PURGE-NAME.

      ******************************************************************
      *    INTERACTIVE-RTN - keeps taking new calculations, adding-
      *    machine style, onto WS-TOTAL until the operator signals
      *    the session is finished. The session posts for one branch,
      *    keyed at the start and checked against the branch master,
      *    and in one currency, which must have a rate for the day.
      ******************************************************************
       INTERACTIVE-RTN.
           MOVE 'N' TO WS-BRN-VALID-FLAG.
           PERFORM GET-SESSION-BRANCH-RTN UNTIL SESSION-BRANCH-VALID.
           MOVE 'N' TO WS-XRT-VALID-FLAG.
           PERFORM GET-SESSION-CURRENCY-RTN
               UNTIL SESSION-CURRENCY-VALID.

           MOVE ZERO TO WS-TOTAL.
           MOVE ZERO TO WS-SEQ-NO.
           MOVE 'S' TO WS-MORE-FLAG.
           DISPLAY 'Total de la sesión:'.
           DISPLAY WS-TOTAL.

       GET-SESSION-BRANCH-RTN.
           DISPLAY 'Ingrese la sucursal.'.
           ACCEPT WS-BRANCH-ID.

           IF BRCH-MASTER-BOOTSTRAP
               MOVE 'Y' TO WS-BRN-VALID-FLAG
           ELSE
               MOVE WS-BRANCH-ID TO WS-BRN-TARGET-ID
               PERFORM FIND-BRANCH-ENTRY-RTN
               IF WS-BRN-SLOT = ZERO
                   DISPLAY 'Sucursal no registrada.'
               ELSE
                   IF WS-BRN-TAB-ACTIVE (WS-BRN-SLOT) NOT = 'A'
                       DISPLAY 'Sucursal inactiva.'
                   ELSE
                       MOVE 'Y' TO WS-BRN-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       GET-SESSION-CURRENCY-RTN.
           DISPLAY 'Ingrese la moneda (en blanco = moneda base).'.
           MOVE SPACES TO WS-XRT-LOOKUP-CCY.
           ACCEPT WS-XRT-LOOKUP-CCY.
           PERFORM LOOKUP-EXCH-RATE-RTN.
           IF EXCH-RATE-FOUND
               MOVE WS-XRT-LOOKUP-CCY TO WS-SESS-CURRENCY
               MOVE WS-XRT-LOOKUP-RATE TO WS-SESS-RATE
               MOVE 'Y' TO WS-XRT-VALID-FLAG
           ELSE
               DISPLAY 'Moneda sin cotización para la fecha.'
           END-IF.

       SESSION-TRANSACTION-RTN.
           ADD 1 TO WS-SEQ-NO.
           MOVE 'N' TO WS-VALID-FLAG.
           DISPLAY 'Resultado: '.
           DISPLAY WS-RESULT.

           PERFORM CHECK-APPROVAL-RTN.
           MOVE 'I' TO WS-HOLD-SOURCE.
           PERFORM WRITE-AUDIT-RTN.
           PERFORM WRITE-REPORT-DETAIL-RTN.
           IF POSTING-HELD
               PERFORM WRITE-PENDING-RTN
               MOVE 'N' TO WS-HOLD-FLAG
           ELSE
               PERFORM WRITE-GL-POSTING-RTN
           END-IF.

           IF OPERATION-IS-VALID
               ADD WS-RESULT TO WS-TOTAL
               MOVE 'A' TO WS-AUDIT-SOURCE
           END-IF.

      *    The entry's amount in the base currency. An entry written
      *    before currencies were carried has no currency and was in
      *    the base currency already.
       TALLY-BASE-AMOUNT-RTN.
           IF AL-CURRENCY = SPACES
               MOVE AL-TOTAL TO WS-TALLY-AMOUNT
           ELSE
               MOVE AL-BASE-TOTAL TO WS-TALLY-AMOUNT
           END-IF.

       PROD-TALLY-RTN.
           IF AL-TRANS-DATE = WS-PROD-DATE
              AND AL-STATUS NOT = 'M'
              AND AL-STATUS NOT = 'A' AND AL-STATUS NOT = 'D'
               PERFORM PROD-FIND-OPERATOR-RTN
               IF WS-OPER-SLOT NOT = ZERO
                   ADD 1 TO WS-OPER-TRANS-CNT (WS-OPER-SLOT)
                   IF AL-STATUS = 'R'
                       ADD 1 TO WS-OPER-REJECT-CNT (WS-OPER-SLOT)
                   ELSE
                       PERFORM TALLY-BASE-AMOUNT-RTN
                       ADD WS-TALLY-AMOUNT
                           TO WS-OPER-AMOUNT (WS-OPER-SLOT)
                           ON SIZE ERROR
                               DISPLAY
                                 'Error - desborde del total por'
           STRING 'INFORME DE PRODUCTIVIDAD POR OPERADOR - FECHA: '
                  DELIMITED BY SIZE
                  WS-PROD-DATE DELIMITED BY SIZE
                  '  MONEDA: ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO OR-RECORD.
           WRITE OR-RECORD.

      *    archive is gone is printed as such, so a purged or failed
      *    day shows up instead of being silently omitted. The
      *    current date, when it falls in the requested month, is
      *    read from the live log. The report closes with the month's
      *    budget against actual per GL account.
      ******************************************************************
       MONTH-END-RTN.
           DISPLAY 'Ingrese el mes a consolidar (AAAAMM).'.
           MOVE ZERO TO WS-MES-TOT-REJECTS.
           MOVE ZERO TO WS-MES-TOT-AMOUNT.
           MOVE ZERO TO WS-MESOP-COUNT.
           MOVE ZERO TO WS-MESBR-COUNT.

           OPEN EXTEND MONTH-REPORT-FILE.
           IF WS-MES-RPT-STATUS NOT = '00'
                   VARYING WS-MES-DAY FROM 1 BY 1
                   UNTIL WS-MES-DAY > 31
               PERFORM WRITE-MONTH-TOTALS-RTN
               PERFORM WRITE-MONTH-BUDGET-RTN
               CLOSE MONTH-REPORT-FILE
               MOVE 'Consolidado mensual generado.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           STRING 'CONSOLIDADO MENSUAL DE AUDITORIA - MES: '
                  DELIMITED BY SIZE
                  WS-MES-PERIOD DELIMITED BY SIZE
                  '  MONEDA: ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO ME-RECORD.
           WRITE ME-RECORD.

      *    that do not exist on the calendar or are still in the
      *    future are passed over; an existing day is tallied from
      *    its archive (or the live log for today) or flagged when
      *    its archive is missing. A day without an archive that the
      *    calendar shows the shop closed is labelled closed, not
      *    missing.
      ******************************************************************
       MONTH-ONE-DAY-RTN.
           COMPUTE WS-MES-DATE = WS-MES-PERIOD * 100 + WS-MES-DAY.
                       MOVE 'L' TO WS-AUDIT-SOURCE
                       PERFORM WRITE-MONTH-DAY-RTN
                   ELSE
                       MOVE WS-MES-DATE-INT TO WS-CAL-INT
                       PERFORM CHECK-BUSINESS-DAY-RTN
                       IF CAL-BUSINESS-DAY
                           PERFORM WRITE-MONTH-MISSING-RTN
                       ELSE
                           PERFORM WRITE-MONTH-CLOSED-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MONTH-TALLY-RTN.
           IF AL-TRANS-DATE = WS-MES-DATE AND AL-STATUS NOT = 'M'
              AND AL-STATUS NOT = 'A' AND AL-STATUS NOT = 'D'
               ADD 1 TO WS-MES-DAY-COUNT
               ADD 1 TO WS-MES-TOT-COUNT
               IF AL-STATUS = 'R'
                   ADD 1 TO WS-MES-DAY-REJECTS
                   ADD 1 TO WS-MES-TOT-REJECTS
               ELSE
                   PERFORM TALLY-BASE-AMOUNT-RTN
                   ADD WS-TALLY-AMOUNT TO WS-MES-DAY-AMOUNT
                       ON SIZE ERROR
                           MOVE 'Error - desborde del monto diario.'
                               TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                   END-ADD
                   ADD WS-TALLY-AMOUNT TO WS-MES-TOT-AMOUNT
                       ON SIZE ERROR
                           MOVE 'Error - desborde del monto mensual.'
                               TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                   END-ADD
                   PERFORM MONTH-TALLY-OPER-RTN
                   PERFORM MONTH-TALLY-BRANCH-RTN
               END-IF
           END-IF.
           PERFORM READ-AUDIT-RTN.

           IF WS-MESOP-SLOT NOT = ZERO
               ADD 1 TO WS-MESOP-TAB-CNT (WS-MESOP-SLOT)
               ADD WS-TALLY-AMOUNT TO WS-MESOP-TAB-AMT (WS-MESOP-SLOT)
                   ON SIZE ERROR
                       MOVE 'Error - desborde del monto por operación.'
                           TO WS-LOG-LINE
               MOVE WS-MESOP-IDX TO WS-MESOP-SLOT
           END-IF.

      ******************************************************************
      *    MONTH-TALLY-BRANCH-RTN - the same breakdown by the branch
      *    carried on each audit entry, for the branch subtotals.
      ******************************************************************
       MONTH-TALLY-BRANCH-RTN.
           MOVE ZERO TO WS-MESBR-SLOT.
           PERFORM MONTH-SCAN-BRANCH-RTN
               VARYING WS-MESBR-IDX FROM 1 BY 1
               UNTIL WS-MESBR-IDX > WS-MESBR-COUNT.

           IF WS-MESBR-SLOT = ZERO
               IF WS-MESBR-COUNT < 50
                   ADD 1 TO WS-MESBR-COUNT
                   MOVE WS-MESBR-COUNT TO WS-MESBR-SLOT
                   MOVE AL-BRANCH-ID
                       TO WS-MESBR-TAB-ID (WS-MESBR-SLOT)
                   MOVE ZERO TO WS-MESBR-TAB-CNT (WS-MESBR-SLOT)
                   MOVE ZERO TO WS-MESBR-TAB-AMT (WS-MESBR-SLOT)
               ELSE
                   MOVE 'Aviso - tabla de sucursales llena.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

           IF WS-MESBR-SLOT NOT = ZERO
               ADD 1 TO WS-MESBR-TAB-CNT (WS-MESBR-SLOT)
               ADD WS-TALLY-AMOUNT TO WS-MESBR-TAB-AMT (WS-MESBR-SLOT)
                   ON SIZE ERROR
                       MOVE 'Error - desborde del monto por sucursal.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-ADD
           END-IF.

       MONTH-SCAN-BRANCH-RTN.
           IF WS-MESBR-TAB-ID (WS-MESBR-IDX) = AL-BRANCH-ID
               MOVE WS-MESBR-IDX TO WS-MESBR-SLOT
           END-IF.

       WRITE-MONTH-DAY-RTN.
           MOVE WS-MES-DAY-COUNT TO WS-MES-COUNT-ED.
           MOVE WS-MES-DAY-REJECTS TO WS-MES-REJECT-ED.
               INTO ME-RECORD.
           WRITE ME-RECORD.

       WRITE-MONTH-CLOSED-RTN.
           MOVE SPACES TO ME-RECORD.
           IF CAL-HOLIDAY
               STRING WS-MES-DATE DELIMITED BY SIZE
                      '  CERRADO - FERIADO: ' DELIMITED BY SIZE
                      WS-CAL-DESC DELIMITED BY SIZE
                   INTO ME-RECORD
           ELSE
               STRING WS-MES-DATE DELIMITED BY SIZE
                      '  CERRADO - FIN DE SEMANA' DELIMITED BY SIZE
                   INTO ME-RECORD
           END-IF.
           WRITE ME-RECORD.

       WRITE-MONTH-TOTALS-RTN.
           MOVE SPACES TO ME-RECORD.
           WRITE ME-RECORD.
               VARYING WS-MESOP-IDX FROM 1 BY 1
               UNTIL WS-MESOP-IDX > WS-MESOP-COUNT.

           MOVE SPACES TO ME-RECORD.
           WRITE ME-RECORD.

           MOVE SPACES TO ME-RECORD.
           STRING 'SUCURSAL   TRANSACC.  MONTO' DELIMITED BY SIZE
               INTO ME-RECORD.
           WRITE ME-RECORD.

           PERFORM WRITE-MONTH-BRANCH-RTN
               VARYING WS-MESBR-IDX FROM 1 BY 1
               UNTIL WS-MESBR-IDX > WS-MESBR-COUNT.

           MOVE WS-MES-TOT-COUNT TO WS-MES-COUNT-ED.
           MOVE WS-MES-TOT-REJECTS TO WS-MES-REJECT-ED.
           MOVE WS-MES-TOT-AMOUNT TO WS-MES-AMOUNT-ED.
               INTO ME-RECORD.
           WRITE ME-RECORD.

       WRITE-MONTH-BRANCH-RTN.
           MOVE WS-MESBR-TAB-CNT (WS-MESBR-IDX) TO WS-MES-COUNT-ED.
           MOVE WS-MESBR-TAB-AMT (WS-MESBR-IDX) TO WS-MES-AMOUNT-ED.

           MOVE SPACES TO ME-RECORD.
           STRING WS-MESBR-TAB-ID (WS-MESBR-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-MES-COUNT-ED DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-MES-AMOUNT-ED DELIMITED BY SIZE
               INTO ME-RECORD.
           WRITE ME-RECORD.

      ******************************************************************
      *    LOAD-BUDGET-RTN - loads BUDGET for maintenance, the
      *    month-end budget section and the day-close check. No file
      *    simply means no budgets have been set.
      ******************************************************************
       LOAD-BUDGET-RTN.
           MOVE ZERO TO WS-BUD-COUNT.
           MOVE 'N' TO WS-BUD-TRUNC-FLAG.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = '00'
               MOVE 'N' TO WS-BUD-EOF-FLAG
               PERFORM READ-BUDGET-RTN
               PERFORM LOAD-BUDGET-ENTRY-RTN
                   UNTIL END-OF-BUDGET
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-RTN.
           READ BUDGET-FILE
               AT END
                   MOVE 'Y' TO WS-BUD-EOF-FLAG
           END-READ.

       LOAD-BUDGET-ENTRY-RTN.
           IF WS-BUD-COUNT < 600
               ADD 1 TO WS-BUD-COUNT
               MOVE BU-ACCOUNT-CODE TO WS-BUD-TAB-ACCOUNT (WS-BUD-COUNT)
               MOVE BU-PERIOD TO WS-BUD-TAB-PERIOD (WS-BUD-COUNT)
               MOVE BU-AMOUNT TO WS-BUD-TAB-AMOUNT (WS-BUD-COUNT)
               MOVE BU-OPERATOR-ID
                   TO WS-BUD-TAB-OPERATOR (WS-BUD-COUNT)
               MOVE BU-DATE-ADDED TO WS-BUD-TAB-ADDED (WS-BUD-COUNT)
               MOVE 'N' TO WS-BUD-TAB-DELETED (WS-BUD-COUNT)
               PERFORM READ-BUDGET-RTN
           ELSE
               MOVE 'Aviso - tabla de presupuesto llena; el resto'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'se conserva sin cambios.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-BUD-TRUNC-FLAG
               MOVE 'Y' TO WS-BUD-EOF-FLAG
           END-IF.

      ******************************************************************
      *    FIND-BUDGET-ENTRY-RTN - locates the budget for
      *    WS-BUD-TARGET-ACCOUNT and WS-BUD-TARGET-PERIOD;
      *    WS-BUD-SLOT comes back zero when none is set.
      ******************************************************************
       FIND-BUDGET-ENTRY-RTN.
           MOVE ZERO TO WS-BUD-SLOT.
           PERFORM SCAN-BUDGET-ENTRY-RTN
               VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT.

       SCAN-BUDGET-ENTRY-RTN.
           IF WS-BUD-TAB-ACCOUNT (WS-BUD-IDX) = WS-BUD-TARGET-ACCOUNT
              AND WS-BUD-TAB-PERIOD (WS-BUD-IDX) = WS-BUD-TARGET-PERIOD
              AND WS-BUD-TAB-DELETED (WS-BUD-IDX) NOT = 'Y'
               MOVE WS-BUD-IDX TO WS-BUD-SLOT
           END-IF.

      ******************************************************************
      *    BUILD-BUDGET-ACTUALS-RTN - budget against actual for the
      *    month in WS-BVA-PERIOD, one line per account: the budgets
      *    set for the month, and the net base-currency amount GLPOST
      *    carries for each account on postings dated in the month.
      *    An account with postings but no budget is listed too.
      ******************************************************************
       BUILD-BUDGET-ACTUALS-RTN.
           MOVE ZERO TO WS-BVA-COUNT.
           MOVE 'N' TO WS-BVA-TRUNC-FLAG.
           PERFORM BVA-SEED-BUDGET-RTN
               VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT.

           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = '00'
               MOVE 'N' TO WS-GL-EOF-FLAG
               PERFORM READ-GL-RTN
               PERFORM BVA-TALLY-GL-RTN UNTIL END-OF-GL-FILE
               CLOSE GL-FILE
           END-IF.

           IF BVA-TABLE-TRUNCATED
               MOVE 'Aviso - demasiadas cuentas para el control de'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'presupuesto; el resto no se informa.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

       BVA-SEED-BUDGET-RTN.
           IF WS-BUD-TAB-DELETED (WS-BUD-IDX) NOT = 'Y'
              AND WS-BUD-TAB-PERIOD (WS-BUD-IDX) = WS-BVA-PERIOD
               MOVE WS-BUD-TAB-ACCOUNT (WS-BUD-IDX)
                   TO WS-BVA-TARGET-ACCOUNT
               PERFORM FIND-BVA-ENTRY-RTN
               IF WS-BVA-SLOT NOT = ZERO
                   ADD WS-BUD-TAB-AMOUNT (WS-BUD-IDX)
                       TO WS-BVA-TAB-BUDGET (WS-BVA-SLOT)
                   MOVE 'Y' TO WS-BVA-TAB-BUDGETED (WS-BVA-SLOT)
               END-IF
           END-IF.

       BVA-TALLY-GL-RTN.
           IF GL-TRAILER-ID NOT = 'TRAILER '
               MOVE GL-POSTING-DATE TO WS-BVA-GL-DATE
               IF WS-BVA-GL-PERIOD = WS-BVA-PERIOD
                   MOVE GL-ACCOUNT-CODE TO WS-BVA-TARGET-ACCOUNT
                   PERFORM FIND-BVA-ENTRY-RTN
                   IF WS-BVA-SLOT NOT = ZERO
                       ADD GL-BASE-AMOUNT
                           TO WS-BVA-TAB-ACTUAL (WS-BVA-SLOT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-GL-RTN.

      *    Finds the account in the budget-against-actual table,
      *    adding it when it is new and there is room.
       FIND-BVA-ENTRY-RTN.
           MOVE ZERO TO WS-BVA-SLOT.
           PERFORM SCAN-BVA-ENTRY-RTN
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX > WS-BVA-COUNT.
           IF WS-BVA-SLOT = ZERO
               IF WS-BVA-COUNT < 60
                   ADD 1 TO WS-BVA-COUNT
                   MOVE WS-BVA-COUNT TO WS-BVA-SLOT
                   MOVE WS-BVA-TARGET-ACCOUNT
                       TO WS-BVA-TAB-ACCOUNT (WS-BVA-SLOT)
                   MOVE ZERO TO WS-BVA-TAB-ACTUAL (WS-BVA-SLOT)
                   MOVE ZERO TO WS-BVA-TAB-BUDGET (WS-BVA-SLOT)
                   MOVE 'N' TO WS-BVA-TAB-BUDGETED (WS-BVA-SLOT)
               ELSE
                   MOVE 'Y' TO WS-BVA-TRUNC-FLAG
               END-IF
           END-IF.

       SCAN-BVA-ENTRY-RTN.
           IF WS-BVA-TAB-ACCOUNT (WS-BVA-IDX) = WS-BVA-TARGET-ACCOUNT
               MOVE WS-BVA-IDX TO WS-BVA-SLOT
           END-IF.

      *    Percent of the budget used by the actual of table entry
      *    WS-BVA-IDX, into WS-BVA-PCT; zero when no budget is set.
       BVA-PERCENT-RTN.
           MOVE ZERO TO WS-BVA-PCT.
           IF WS-BVA-TAB-BUDGET (WS-BVA-IDX) NOT = ZERO
               COMPUTE WS-BVA-PCT ROUNDED =
                   WS-BVA-TAB-ACTUAL (WS-BVA-IDX) * 100
                   / WS-BVA-TAB-BUDGET (WS-BVA-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-BVA-PCT
               END-COMPUTE
           END-IF.

      ******************************************************************
      *    WRITE-MONTH-BUDGET-RTN - the budget-against-actual section
      *    of the month-end report, in the base currency: per account
      *    the actual posted, the budget, the variance (budget less
      *    actual, negative when over) and the percent used.
      ******************************************************************
       WRITE-MONTH-BUDGET-RTN.
           PERFORM LOAD-BUDGET-RTN.
           MOVE WS-MES-PERIOD TO WS-BVA-PERIOD.
           PERFORM BUILD-BUDGET-ACTUALS-RTN.
           MOVE ZERO TO WS-BVA-TOT-ACTUAL.
           MOVE ZERO TO WS-BVA-TOT-BUDGET.

           MOVE SPACES TO ME-RECORD.
           STRING 'PRESUPUESTO CONTRA REAL - MONEDA: ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO ME-RECORD.
           WRITE ME-RECORD.

           IF WS-BVA-COUNT = ZERO
               MOVE SPACES TO ME-RECORD
               STRING 'SIN PRESUPUESTO NI ASIENTOS PARA EL MES.'
                   DELIMITED BY SIZE
                   INTO ME-RECORD
               WRITE ME-RECORD
           ELSE
               MOVE SPACES TO ME-RECORD
               STRING 'CUENTA              REAL      '
                      DELIMITED BY SIZE
                      'PRESUPUESTO        VARIACION  % USADO'
                      DELIMITED BY SIZE
                   INTO ME-RECORD
               WRITE ME-RECORD
               PERFORM WRITE-MONTH-BUDGET-LINE-RTN
                   VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT

               COMPUTE WS-BVA-VARIANCE =
                   WS-BVA-TOT-BUDGET - WS-BVA-TOT-ACTUAL
               MOVE WS-BVA-TOT-ACTUAL TO WS-BVA-ACTUAL-ED
               MOVE WS-BVA-TOT-BUDGET TO WS-BVA-BUDGET-ED
               MOVE WS-BVA-VARIANCE TO WS-BVA-VARIANCE-ED
               MOVE SPACES TO ME-RECORD
               STRING 'TOTAL   ' DELIMITED BY SIZE
                      WS-BVA-ACTUAL-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BVA-BUDGET-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BVA-VARIANCE-ED DELIMITED BY SIZE
                   INTO ME-RECORD
               WRITE ME-RECORD
           END-IF.

           MOVE SPACES TO ME-RECORD.
           WRITE ME-RECORD.

       WRITE-MONTH-BUDGET-LINE-RTN.
           ADD WS-BVA-TAB-ACTUAL (WS-BVA-IDX) TO WS-BVA-TOT-ACTUAL.
           ADD WS-BVA-TAB-BUDGET (WS-BVA-IDX) TO WS-BVA-TOT-BUDGET.
           COMPUTE WS-BVA-VARIANCE =
               WS-BVA-TAB-BUDGET (WS-BVA-IDX)
               - WS-BVA-TAB-ACTUAL (WS-BVA-IDX).
           MOVE WS-BVA-TAB-ACTUAL (WS-BVA-IDX) TO WS-BVA-ACTUAL-ED.
           MOVE WS-BVA-TAB-BUDGET (WS-BVA-IDX) TO WS-BVA-BUDGET-ED.
           MOVE WS-BVA-VARIANCE TO WS-BVA-VARIANCE-ED.

           MOVE SPACES TO ME-RECORD.
           IF WS-BVA-TAB-BUDGETED (WS-BVA-IDX) NOT = 'Y'
               STRING WS-BVA-TAB-ACCOUNT (WS-BVA-IDX) DELIMITED BY SIZE
                      WS-BVA-ACTUAL-ED DELIMITED BY SIZE
                      '  SIN PRESUPUESTO' DELIMITED BY SIZE
                   INTO ME-RECORD
           ELSE
               PERFORM BVA-PERCENT-RTN
               MOVE WS-BVA-PCT TO WS-BVA-PCT-ED
               STRING WS-BVA-TAB-ACCOUNT (WS-BVA-IDX) DELIMITED BY SIZE
                      WS-BVA-ACTUAL-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BVA-BUDGET-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BVA-VARIANCE-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BVA-PCT-ED DELIMITED BY SIZE
                   INTO ME-RECORD
           END-IF.
           WRITE ME-RECORD.

      ******************************************************************
      *    INQUIRY-RTN - searches the audit-trail log by operator ID,
      *    transaction date or sequence number and lists the matching
      *    entries at the terminal, so a question like "what did this
      *    operator post on the 14th" is answered with a lookup
      *    instead of a hand scan of the raw log.
      ******************************************************************
       INQUIRY-RTN.
           DISPLAY 'Buscar por (O)perador, (F)echa o (S)ecuencia.'.
           ACCEPT WS-INQUIRY-TYPE.

           MOVE 'Y' TO WS-INQ-VALID-FLAG.
           IF WS-INQUIRY-TYPE = 'O'
               DISPLAY 'Ingrese el ID de operador a buscar.'
               ACCEPT WS-INQ-OPERATOR
           ELSE
               IF WS-INQUIRY-TYPE = 'F'
                   DISPLAY 'Ingrese la fecha a buscar (AAAAMMDD).'
                   ACCEPT WS-INQ-DATE
               ELSE
                   IF WS-INQUIRY-TYPE = 'S'
                       DISPLAY 'Ingrese la secuencia a buscar.'
                       ACCEPT WS-INQ-SEQ
                   ELSE
                       MOVE 'N' TO WS-INQ-VALID-FLAG
                       DISPLAY 'Opción inválida. Ingrese O, F o S.'
                   END-IF
               END-IF
           END-IF.

           IF INQUIRY-TYPE-VALID
               PERFORM SCAN-AUDIT-LOG-RTN
           END-IF.

      ******************************************************************
      *    SCAN-AUDIT-LOG-RTN - runs the search against the keyed
      *    audit master. An operator search positions straight onto
      *    that operator's entries by key; a date or sequence search
      *    reads the master once from the top. Either way one file is
      *    read instead of the live log plus a month of retained
      *    archives.
      ******************************************************************
       SCAN-AUDIT-LOG-RTN.
           MOVE ZERO TO WS-INQ-MATCH-COUNT.

           IF NOT AUDIT-MASTER-OPEN
               DISPLAY 'Error - maestro de auditoría no disponible.'
           ELSE
               IF WS-INQUIRY-TYPE = 'O'
                   PERFORM INQ-BY-OPERATOR-RTN
               ELSE
                   PERFORM INQ-SCAN-MASTER-RTN
               END-IF
           END-IF.

           MOVE WS-INQ-MATCH-COUNT TO WS-INQ-MATCH-COUNT-ED.
           DISPLAY 'Entradas encontradas: ' WS-INQ-MATCH-COUNT-ED.

      ******************************************************************
      *    INQ-BY-OPERATOR-RTN - keyed read: starts at the first
      *    master entry for the requested operator and stops as soon
      *    as the key moves past that operator.
      ******************************************************************
           MOVE AM-TOTAL TO AL-TOTAL.
           MOVE AM-STATUS TO AL-STATUS.
           MOVE AM-REF-ID TO AL-REF-ID.
           MOVE AM-BRANCH-ID TO AL-BRANCH-ID.
           PERFORM DISPLAY-AUDIT-ENTRY-RTN.

       DISPLAY-AUDIT-ENTRY-RTN.
                  WS-RESULT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-BRANCH-ID DELIMITED BY SIZE
               INTO WS-INQ-LINE.
           DISPLAY WS-INQ-LINE.

      *    WRITE-TIE-REPORT-RTN - lays out both sides of the tie-out
      *    with a verdict on totals and on record counts. The last
      *    trailer seen on GLPOST is shown for reference; it covers
      *    only the run that wrote it, in the base currency, while
      *    the detail figures cover the whole file.
      ******************************************************************
       WRITE-TIE-REPORT-RTN.
           OPEN EXTEND TIE-REPORT-FILE.
      ******************************************************************
      *    DAY-CLOSE-RTN - certifies the business day: every GL
      *    posting of the date must be backed by the audit trail,
      *    SUSPENSE must hold no unworked items, PENDAPPR no posting
      *    still awaiting approval and VARIANCE no unresolved
      *    discrepancy for the date. Only then is the
      *    day-closed control record written; from that point the
      *    posting modes refuse the date without a logged supervisor
      *    override. This is the hard cutover the auditors ask for.
      *    The whole-file tie-out stays available as mode T for
      *    review, but the close is gated on the day being certified.
      *    A certified day prints its trial balance and rolls the GL
      *    balance ledger forward.
      ******************************************************************
       DAY-CLOSE-RTN.
           PERFORM CHECK-DAY-CLOSED-RTN.
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE 'Y' TO WS-CLOSE-OK-FLAG
               PERFORM WARN-NON-BUSINESS-DAY-RTN

               PERFORM CLOSE-TIE-CHECK-RTN
               IF NOT CLOSE-TIE-MATCHED
                   MOVE 'N' TO WS-CLOSE-OK-FLAG
               END-IF

               PERFORM CHECK-PENDING-EMPTY-RTN
               IF PENDING-HAS-ITEMS
                   MOVE 'Cierre rechazado - hay partidas pendientes de'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'aprobación.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'N' TO WS-CLOSE-OK-FLAG
               END-IF

               PERFORM CHECK-VARIANCES-RTN
               IF VARIANCE-HAS-PENDING AND NOT UNATTENDED-MODE
                   PERFORM OFFER-VARIANCE-REVIEW-RTN
               END-IF

               IF CLOSE-CHECKS-PASS
                   PERFORM TRIAL-BALANCE-RTN
                   PERFORM BUDGET-WARN-RTN
                   PERFORM WRITE-DAYCLOSE-RTN
               ELSE
      *    A refused close must grade the step as failed, or the
               END-IF
           END-IF.

      ******************************************************************
      *    BUDGET-WARN-RTN - at day close, a warning for each account
      *    whose postings so far this month have reached the share
      *    of its monthly budget set on SITEPARM. It informs; it
      *    does not hold up the close. A percentage of zero turns the
      *    check off.
      ******************************************************************
       BUDGET-WARN-RTN.
           IF WS-BUDGET-WARN-PCT NOT = ZERO
               PERFORM LOAD-BUDGET-RTN
               COMPUTE WS-BVA-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
               PERFORM BUILD-BUDGET-ACTUALS-RTN
               PERFORM BUDGET-WARN-ENTRY-RTN
                   VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT
           END-IF.

       BUDGET-WARN-ENTRY-RTN.
           IF WS-BVA-TAB-BUDGETED (WS-BVA-IDX) = 'Y'
              AND WS-BVA-TAB-BUDGET (WS-BVA-IDX) > ZERO
               PERFORM BVA-PERCENT-RTN
               IF WS-BVA-PCT NOT < WS-BUDGET-WARN-PCT
                   MOVE WS-BVA-PCT TO WS-BVA-PCT-ED
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'Aviso - presupuesto de la cuenta '
                          DELIMITED BY SIZE
                          WS-BVA-TAB-ACCOUNT (WS-BVA-IDX)
                          DELIMITED BY SIZE
                          ' usado al ' DELIMITED BY SIZE
                          WS-BVA-PCT-ED DELIMITED BY SIZE
                          '%.' DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    CLOSE-TIE-CHECK-RTN - the date-scoped certification: loads
      *    the GL postings carrying the run date into a table, then
      *    walks the day's live audit log consuming one still-valid
      *    (V), reversal (X) or approval (A) entry per posting,
      *    matched on operation and amount. A posting left unconsumed
      *    has no audit backing and refuses the close. Audit entries
      *    with no GL posting are normal (rejects, held items, runs
      *    without GL) and do not count against the day.
      ******************************************************************
       CLOSE-TIE-CHECK-RTN.
           MOVE 'N' TO WS-CTIE-MATCH-FLAG.

       CONSUME-CTIE-ENTRY-RTN.
           IF AL-TRANS-DATE = WS-RUN-DATE
              AND (AL-STATUS = 'V' OR AL-STATUS = 'X'
                   OR AL-STATUS = 'A')
               MOVE ZERO TO WS-CTIE-SLOT
               PERFORM SCAN-CTIE-ENTRY-RTN
                   VARYING WS-CTIE-IDX FROM 1 BY 1
               CLOSE SUSPENSE-FILE
           END-IF.

      ******************************************************************
      *    CHECK-PENDING-EMPTY-RTN - a posting still held on PENDAPPR
      *    has been neither posted nor sent to suspense, so the day
      *    cannot be certified around it.
      ******************************************************************
       CHECK-PENDING-EMPTY-RTN.
           MOVE 'N' TO WS-PEND-HAS-ITEMS-FLAG.
           OPEN INPUT PEND-APPR-FILE.
           IF WS-PEND-STATUS = '00'
               MOVE 'N' TO WS-PEND-EOF-FLAG
               PERFORM READ-PENDING-RTN
               IF NOT END-OF-PENDING
                   MOVE 'Y' TO WS-PEND-HAS-ITEMS-FLAG
               END-IF
               CLOSE PEND-APPR-FILE
           END-IF.

      ******************************************************************
      *    CHECK-VARIANCES-RTN - an unresolved reconciliation
      *    discrepancy written for the run date blocks the close; the
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE ZERO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-VARTAB-OPERATOR (WS-VARTAB-IDX) TO AL-REF-ID.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
               MOVE WS-TRANS-TIME TO DC-CLOSE-TIME
               WRITE DC-RECORD
               CLOSE DAYCLOSE-FILE
               PERFORM ROLL-GL-BALANCE-RTN

               ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO AL-RECORD
               MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE ZERO TO AL-SEQ-NO
               MOVE WS-TRANS-DATE TO AL-TRANS-DATE
               MOVE ZERO TO AL-TOTAL
               MOVE 'M' TO AL-STATUS
               MOVE WS-RUN-DATE TO AL-REF-ID
               PERFORM WRITE-AUDIT-ENTRY-RTN
               PERFORM WRITE-AUDIT-MASTER-RTN

               MOVE 'Día cerrado correctamente.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

      ******************************************************************
      *    TRIAL-BALANCE-RTN - prints the day's trial balance on
      *    TBRPT from the GL balance ledger: per account the opening
      *    balance, the day's and the period's activity and the
      *    closing balance, with totals. The day's activity must
      *    foot to the trailer hash totals GLPOST carries for the
      *    runs that posted on the date; a difference is reported
      *    on the page and in the log. The days already certified
      *    against the audit trail are not held up by it - the
      *    ledger is the derived side, and the report says where to
      *    look.
      ******************************************************************
       TRIAL-BALANCE-RTN.
           MOVE ZERO TO WS-TB-ACCT-COUNT.
           MOVE ZERO TO WS-TB-TOT-OPENING.
           MOVE ZERO TO WS-TB-TOT-DAY.
           MOVE ZERO TO WS-TB-TOT-MONTH.
           MOVE ZERO TO WS-TB-TOT-CLOSING.

           PERFORM FOOT-GLPOST-DAY-RTN.

           OPEN EXTEND TB-REPORT-FILE.
           IF WS-TB-RPT-STATUS NOT = '00'
               OPEN OUTPUT TB-REPORT-FILE
           END-IF.
           PERFORM WRITE-TB-HEADER-RTN.

           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS = '00'
               MOVE 'N' TO WS-GLB-EOF-FLAG
               PERFORM READ-GL-BALANCE-RTN
               PERFORM WRITE-TB-DETAIL-RTN UNTIL END-OF-GL-BALANCE
               CLOSE GL-BALANCE-FILE
           ELSE
               MOVE SPACES TO TB-RECORD
               STRING 'SIN LIBRO DE SALDOS CONTABLES.' DELIMITED BY SIZE
                   INTO TB-RECORD
               WRITE TB-RECORD
           END-IF.

           PERFORM WRITE-TB-FOOTER-RTN.
           CLOSE TB-REPORT-FILE.

           IF TRIAL-BALANCE-FOOTS
               MOVE 'Balance de comprobación cuadrado con GLPOST.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE 'Aviso - el balance de comprobación no cuadra'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'con GLPOST; revise TBRPT.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

      ******************************************************************
      *    FOOT-GLPOST-DAY-RTN - adds up the trailer hash totals of
      *    the GLPOST runs whose postings carry the run date. Each
      *    run appends its detail records and then one trailer, so a
      *    trailer belongs to the date of the details just before it.
      ******************************************************************
       FOOT-GLPOST-DAY-RTN.
           MOVE ZERO TO WS-TB-GL-RUNS.
           MOVE ZERO TO WS-TB-GL-HASH.
           MOVE 'N' TO WS-TB-RUN-DATED-FLAG.

           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = '00'
               MOVE 'N' TO WS-GL-EOF-FLAG
               PERFORM READ-GL-RTN
               PERFORM FOOT-GLPOST-ROW-RTN UNTIL END-OF-GL-FILE
               CLOSE GL-FILE
           END-IF.

       FOOT-GLPOST-ROW-RTN.
           IF GL-TRAILER-ID = 'TRAILER '
               IF TB-RUN-POSTED-TODAY
                   ADD 1 TO WS-TB-GL-RUNS
                   ADD GL-TRAILER-HASH-TOTAL TO WS-TB-GL-HASH
                       ON SIZE ERROR
                           MOVE 'Error - desborde del total contable.'
                               TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                   END-ADD
               END-IF
               MOVE 'N' TO WS-TB-RUN-DATED-FLAG
           ELSE
               IF GL-POSTING-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-TB-RUN-DATED-FLAG
               END-IF
           END-IF.
           PERFORM READ-GL-RTN.

       WRITE-TB-HEADER-RTN.
           MOVE SPACES TO TB-RECORD.
           STRING 'BALANCE DE COMPROBACION - FECHA: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   OPERADOR: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

           MOVE SPACES TO TB-RECORD.
           STRING 'CUENTA  ' DELIMITED BY SIZE
                  '    SALDO INICIAL' DELIMITED BY SIZE
                  '         MOV. DIA' DELIMITED BY SIZE
                  '         MOV. MES' DELIMITED BY SIZE
                  '      SALDO FINAL' DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

       WRITE-TB-DETAIL-RTN.
           ADD 1 TO WS-TB-ACCT-COUNT.
           ADD GB-OPENING-BAL TO WS-TB-TOT-OPENING.
           ADD GB-DAY-ACTIVITY TO WS-TB-TOT-DAY.
           ADD GB-MONTH-ACTIVITY TO WS-TB-TOT-MONTH.
           ADD GB-CLOSING-BAL TO WS-TB-TOT-CLOSING.

           MOVE GB-OPENING-BAL TO WS-TB-OPENING-ED.
           MOVE GB-DAY-ACTIVITY TO WS-TB-DAY-ED.
           MOVE GB-MONTH-ACTIVITY TO WS-TB-MONTH-ED.
           MOVE GB-CLOSING-BAL TO WS-TB-CLOSING-ED.
           MOVE SPACES TO TB-RECORD.
           STRING GB-ACCOUNT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-OPENING-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-DAY-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-MONTH-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-CLOSING-ED DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

           PERFORM READ-GL-BALANCE-RTN.

       WRITE-TB-FOOTER-RTN.
           MOVE WS-TB-TOT-OPENING TO WS-TB-OPENING-ED.
           MOVE WS-TB-TOT-DAY TO WS-TB-DAY-ED.
           MOVE WS-TB-TOT-MONTH TO WS-TB-MONTH-ED.
           MOVE WS-TB-TOT-CLOSING TO WS-TB-CLOSING-ED.
           MOVE SPACES TO TB-RECORD.
           STRING 'TOTALES ' DELIMITED BY SIZE
                  WS-TB-OPENING-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-DAY-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-MONTH-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TB-CLOSING-ED DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

           MOVE WS-TB-ACCT-COUNT TO WS-TIE-COUNT-ED.
           MOVE SPACES TO TB-RECORD.
           STRING 'CUENTAS: ' DELIMITED BY SIZE
                  WS-TIE-COUNT-ED DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

           MOVE WS-TB-GL-RUNS TO WS-TIE-COUNT-ED.
           MOVE WS-TB-GL-HASH TO WS-TB-DAY-ED.
           MOVE SPACES TO TB-RECORD.
           STRING 'GLPOST DEL DIA: ' DELIMITED BY SIZE
                  WS-TIE-COUNT-ED DELIMITED BY SIZE
                  ' CORRIDAS  TOTAL DE CONTROL ' DELIMITED BY SIZE
                  WS-TB-DAY-ED DELIMITED BY SIZE
               INTO TB-RECORD.
           WRITE TB-RECORD.

           MOVE SPACES TO TB-RECORD.
           IF WS-TB-TOT-DAY = WS-TB-GL-HASH
               MOVE 'Y' TO WS-TB-FOOT-FLAG
               STRING 'MOVIMIENTO DEL DIA CONTRA GLPOST: CUADRADO'
                   DELIMITED BY SIZE INTO TB-RECORD
           ELSE
               MOVE 'N' TO WS-TB-FOOT-FLAG
               STRING 'MOVIMIENTO DEL DIA CONTRA GLPOST: DESCUADRE'
                   DELIMITED BY SIZE INTO TB-RECORD
           END-IF.
           WRITE TB-RECORD.

           MOVE SPACES TO TB-RECORD.
           WRITE TB-RECORD.

      ******************************************************************
      *    ROLL-GL-BALANCE-RTN - carries the ledger into the next
      *    business day once the close is recorded: the closing
      *    balance becomes the opening balance and the day's
      *    activity starts again at zero. When the next business
      *    day falls in a later month the period ends: the period's
      *    activity of every account still on an earlier AAAAMM is
      *    cleared and the next AAAAMM begins. The last calendar day
      *    of a month may be a weekend or holiday with no close of
      *    its own, so the test is on the next business day, not on
      *    the calendar.
      ******************************************************************
       ROLL-GL-BALANCE-RTN.
           COMPUTE WS-GLB-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE 'S' TO WS-CAL-DAY-TYPE.
           PERFORM GLB-NEXT-CAL-DAY-RTN UNTIL CAL-BUSINESS-DAY.
           MOVE WS-CAL-DATE TO WS-GLB-NEXT-DATE.

           OPEN I-O GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS = '00'
               MOVE 'N' TO WS-GLB-EOF-FLAG
               PERFORM READ-GL-BALANCE-RTN
               PERFORM ROLL-GL-BALANCE-REC-RTN UNTIL END-OF-GL-BALANCE
               CLOSE GL-BALANCE-FILE
               IF WS-GLB-NEXT-PERIOD > WS-GLB-RUN-PERIOD
                   MOVE 'Saldos contables trasladados; cierre de'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'período aplicado.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               ELSE
                   MOVE 'Saldos contables trasladados al día'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'siguiente.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

       ROLL-GL-BALANCE-REC-RTN.
           MOVE GB-CLOSING-BAL TO GB-OPENING-BAL.
           MOVE ZERO TO GB-DAY-ACTIVITY.
           MOVE WS-RUN-DATE TO GB-LAST-ROLL-DATE.
           IF GB-PERIOD < WS-GLB-NEXT-PERIOD
               MOVE ZERO TO GB-MONTH-ACTIVITY
               MOVE WS-GLB-NEXT-PERIOD TO GB-PERIOD
           END-IF.
           REWRITE GB-RECORD
               INVALID KEY
                   MOVE 'Error - no se pudo trasladar el saldo de la'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'cuenta.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
           END-REWRITE.
           PERFORM READ-GL-BALANCE-RTN.

       GLB-NEXT-CAL-DAY-RTN.
           ADD 1 TO WS-CAL-INT.
           PERFORM CHECK-BUSINESS-DAY-RTN.

      ******************************************************************
      *    GL-ACK-RTN - closes the loop with the ledger interface:
      *    the acknowledgment file the GL load returns is matched
               INTO GK-RECORD.
           WRITE GK-RECORD.

      *    The wait for an acknowledgment is counted in business
      *    days, since the GL interface does not run when the shop
      *    is closed.
       AGE-GL-POSTING-RTN.
           MOVE ZERO TO WS-ACK-AGE-DAYS-CALC.
           IF GL-POSTING-DATE NUMERIC AND GL-POSTING-DATE NOT = ZERO
               MOVE GL-POSTING-DATE TO WS-CAL-FROM-DATE
               MOVE WS-RUN-DATE TO WS-CAL-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS-RTN
               MOVE WS-CAL-BUS-DAYS TO WS-ACK-AGE-DAYS-CALC
           END-IF.

           IF WS-ACK-AGE-DAYS-CALC > WS-ACK-AGE-DAYS
           WRITE GK-RECORD.

      ******************************************************************
      *    GENERATE-STANDING-RTN - runs ahead of the batch. Every
      *    active standing instruction due today (or overdue from a
      *    day the batch did not run) is written to its branch's
      *    extract, INSTPER.<sucursal>, with the header and trailer
      *    any branch extract carries, and the extract is added to
      *    TRANLIST. Only once the extract is written and listed are
      *    its instructions' next due dates moved on, so a failure
      *    here leaves them due for the next run. An overdue
      *    instruction is generated once, not once per missed date.
      *    An extract still awaiting a restart - on CHKPT or still
      *    on TRANLIST from a batch that did not finish - is never
      *    overwritten: that branch's instructions stay due, with a
      *    warning, until the restart has posted it.
      ******************************************************************
       GENERATE-STANDING-RTN.
           PERFORM LOAD-STANDING-RTN.
           MOVE 'N' TO WS-SI-CHANGED-FLAG.
           MOVE ZERO TO WS-SI-DUE-COUNT.
           MOVE ZERO TO WS-SI-BRN-COUNT.
           MOVE ZERO TO WS-SI-GEN-TOTAL.
           PERFORM MARK-STANDING-DUE-RTN
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SI-COUNT.

           IF WS-SI-DUE-COUNT NOT = ZERO
               PERFORM GENERATE-BRANCH-RTN
                   VARYING WS-SI-BRN-IDX FROM 1 BY 1
                   UNTIL WS-SI-BRN-IDX > WS-SI-BRN-COUNT
               MOVE WS-SI-GEN-TOTAL TO WS-SI-GEN-TOTAL-ED
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Instrucciones permanentes generadas: '
                      DELIMITED BY SIZE
                      WS-SI-GEN-TOTAL-ED DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

           IF STANDING-CHANGED
               PERFORM REWRITE-STANDING-RTN
           END-IF.

       MARK-STANDING-DUE-RTN.
           MOVE 'N' TO WS-SI-TAB-DUE (WS-SI-IDX).
           IF WS-SI-TAB-STATUS (WS-SI-IDX) = 'A'
              AND WS-SI-TAB-NEXT-DUE (WS-SI-IDX) <= WS-RUN-DATE
               IF WS-SI-TAB-END-DATE (WS-SI-IDX) NOT = ZERO
                  AND WS-SI-TAB-NEXT-DUE (WS-SI-IDX)
                      > WS-SI-TAB-END-DATE (WS-SI-IDX)
                   MOVE 'F' TO WS-SI-TAB-STATUS (WS-SI-IDX)
                   MOVE 'Y' TO WS-SI-CHANGED-FLAG
               ELSE
                   PERFORM CHECK-SI-BRANCH-RTN
               END-IF
           END-IF.

      *    An instruction whose branch has since been closed would
      *    have its whole extract held by the edit pass, so it is
      *    left due, with a warning, until the branch is active again
      *    or the instruction is cancelled.
       CHECK-SI-BRANCH-RTN.
           MOVE WS-SI-TAB-BRANCH (WS-SI-IDX) TO WS-SI-GEN-BRANCH.
           MOVE 'Y' TO WS-SI-ENTRY-FLAG.
           IF NOT BRCH-MASTER-BOOTSTRAP
               MOVE WS-SI-GEN-BRANCH TO WS-BRN-TARGET-ID
               PERFORM FIND-BRANCH-ENTRY-RTN
               IF WS-BRN-SLOT = ZERO
                   MOVE 'N' TO WS-SI-ENTRY-FLAG
               ELSE
                   IF WS-BRN-TAB-ACTIVE (WS-BRN-SLOT) NOT = 'A'
                       MOVE 'N' TO WS-SI-ENTRY-FLAG
                   END-IF
               END-IF
           END-IF.

           IF NOT SI-ENTRY-VALID
               MOVE WS-SI-TAB-ID (WS-SI-IDX) TO WS-SI-ID-ED
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Aviso - instrucción ' DELIMITED BY SIZE
                      WS-SI-ID-ED DELIMITED BY SIZE
                      ' no generada: sucursal inactiva.'
                      DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               PERFORM FIND-SI-BRANCH-RTN
               IF WS-SI-BRN-SLOT = ZERO
                   IF WS-SI-BRN-COUNT < 60
                       ADD 1 TO WS-SI-BRN-COUNT
                       MOVE WS-SI-GEN-BRANCH
                           TO WS-SI-BRN-TAB-ID (WS-SI-BRN-COUNT)
                       MOVE WS-SI-BRN-COUNT TO WS-SI-BRN-SLOT
                   ELSE
                       MOVE 'Aviso - demasiadas sucursales con'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'instrucciones; el resto queda para la'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'próxima corrida.' TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                   END-IF
               END-IF
               IF WS-SI-BRN-SLOT NOT = ZERO
                   MOVE 'Y' TO WS-SI-TAB-DUE (WS-SI-IDX)
                   ADD 1 TO WS-SI-DUE-COUNT
               END-IF
           END-IF.

       FIND-SI-BRANCH-RTN.
           MOVE ZERO TO WS-SI-BRN-SLOT.
           PERFORM SCAN-SI-BRANCH-RTN
               VARYING WS-SI-BRN-IDX FROM 1 BY 1
               UNTIL WS-SI-BRN-IDX > WS-SI-BRN-COUNT.

       SCAN-SI-BRANCH-RTN.
           IF WS-SI-BRN-TAB-ID (WS-SI-BRN-IDX) = WS-SI-GEN-BRANCH
               MOVE WS-SI-BRN-IDX TO WS-SI-BRN-SLOT
           END-IF.

      ******************************************************************
      *    GENERATE-BRANCH-RTN - names the branch's extract and
      *    writes it unless the name is still held for a restart.
      ******************************************************************
       GENERATE-BRANCH-RTN.
           MOVE WS-SI-BRN-TAB-ID (WS-SI-BRN-IDX) TO WS-SI-GEN-BRANCH.
           MOVE SPACES TO WS-SI-FILE-NAME.
           IF WS-SI-GEN-BRANCH = SPACES
               MOVE 'INSTPER' TO WS-SI-FILE-NAME
           ELSE
               STRING 'INSTPER.' DELIMITED BY SIZE
                      WS-SI-GEN-BRANCH DELIMITED BY SPACE
                   INTO WS-SI-FILE-NAME
           END-IF.

           PERFORM CHECK-SI-PENDING-RTN.
           IF SI-RESTART-PENDING
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Aviso - ' DELIMITED BY SIZE
                      WS-SI-FILE-NAME DELIMITED BY SPACE
                      ' tiene un reinicio pendiente;' DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'sus instrucciones quedan para la próxima corrida.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               PERFORM GENERATE-BRANCH-EXTRACT-RTN
           END-IF.

      ******************************************************************
      *    CHECK-SI-PENDING-RTN - the same checkpoint scan the batch
      *    makes by file name, and the same TRANLIST scan the listing
      *    step makes: either one finding the extract means a batch
      *    that ran it has not yet gone through.
      ******************************************************************
       CHECK-SI-PENDING-RTN.
           MOVE 'N' TO WS-SI-PENDING-FLAG.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               MOVE 'N' TO WS-CKPT-EOF-FLAG
               PERFORM READ-CKPT-RECORD-RTN
               PERFORM SCAN-SI-CHECKPOINT-RTN UNTIL END-OF-CHECKPOINTS
               CLOSE CHECKPOINT-FILE
           END-IF.

           MOVE 'N' TO WS-SI-LISTED-FLAG.
           OPEN INPUT TRANLIST-FILE.
           IF WS-TRANLIST-STATUS = '00'
               MOVE 'N' TO WS-TRANLIST-EOF-FLAG
               PERFORM READ-FILE-LIST-RTN
               PERFORM SCAN-TRANLIST-RTN UNTIL END-OF-FILE-LIST
               CLOSE TRANLIST-FILE
               IF SI-FILE-LISTED
                   MOVE 'Y' TO WS-SI-PENDING-FLAG
               END-IF
           END-IF.

       SCAN-SI-CHECKPOINT-RTN.
           IF CK-FILE-NAME = WS-SI-FILE-NAME
               MOVE 'Y' TO WS-SI-PENDING-FLAG
           END-IF.
           PERFORM READ-CKPT-RECORD-RTN.

      ******************************************************************
      *    GENERATE-BRANCH-EXTRACT-RTN - one branch's extract: the
      *    header dated the run date in the base currency, a detail
      *    per instruction due, numbered from 1, and the trailer with
      *    the count and the operand hash the edit pass foots.
      ******************************************************************
       GENERATE-BRANCH-EXTRACT-RTN.
           MOVE WS-SI-FILE-NAME TO WS-TRANS-FILE-NAME.

           OPEN OUTPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'Error - no se pudo crear el archivo de'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE SPACES TO WS-LOG-LINE
               STRING 'instrucciones ' DELIMITED BY SIZE
                      WS-SI-FILE-NAME DELIMITED BY SPACE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE SPACES TO TR-HEADER-RECORD
               MOVE 'HEADER  ' TO TH-RECORD-ID
               MOVE WS-SI-GEN-BRANCH TO TH-BRANCH-ID
               MOVE WS-RUN-DATE TO TH-CREATE-DATE
               WRITE TR-HEADER-RECORD

               MOVE ZERO TO WS-SI-GEN-SEQ
               MOVE ZERO TO WS-SI-GEN-HASH
               PERFORM WRITE-STANDING-DETAIL-RTN
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT

               MOVE SPACES TO TR-TRAILER-RECORD
               MOVE 'TRAILER ' TO TT-RECORD-ID
               MOVE WS-SI-GEN-SEQ TO TT-RECORD-COUNT
               MOVE WS-SI-GEN-HASH TO TT-HASH-TOTAL
               WRITE TR-TRAILER-RECORD
               CLOSE TRANS-FILE

               PERFORM ADD-TO-TRANLIST-RTN
               IF SI-FILE-LISTED
                   PERFORM ADVANCE-STANDING-ENTRY-RTN
                       VARYING WS-SI-IDX FROM 1 BY 1
                       UNTIL WS-SI-IDX > WS-SI-COUNT
                   MOVE 'Instrucciones permanentes en:'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE WS-SI-FILE-NAME TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               ELSE
                   MOVE 'Error - no se pudo agregar a TRANLIST:'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE WS-SI-FILE-NAME TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

       WRITE-STANDING-DETAIL-RTN.
           IF WS-SI-TAB-DUE (WS-SI-IDX) = 'Y'
              AND WS-SI-TAB-BRANCH (WS-SI-IDX) = WS-SI-GEN-BRANCH
               ADD 1 TO WS-SI-GEN-SEQ
               MOVE SPACES TO TR-RECORD
               MOVE WS-SI-GEN-SEQ TO TR-SEQ-NO
               MOVE WS-SI-TAB-NUM1 (WS-SI-IDX) TO TR-NUM1
               MOVE WS-SI-TAB-NUM2 (WS-SI-IDX) TO TR-NUM2
               MOVE WS-SI-TAB-OPER (WS-SI-IDX) TO TR-OPERATION
               MOVE ZERO TO TR-REF-SEQ-NO
               WRITE TR-RECORD
               ADD TR-NUM1 TR-NUM2 TO WS-SI-GEN-HASH
           END-IF.

      ******************************************************************
      *    ADD-TO-TRANLIST-RTN - puts the extract just written on
      *    TRANLIST unless it is already there, which the pending
      *    check ahead of the extract normally rules out. Without a
      *    list the batch would have run TRANSIN alone, so a list
      *    started here names TRANSIN first when that file is
      *    present.
      ******************************************************************
       ADD-TO-TRANLIST-RTN.
           MOVE 'N' TO WS-SI-LISTED-FLAG.
           OPEN INPUT TRANLIST-FILE.
           IF WS-TRANLIST-STATUS = '00'
               MOVE 'N' TO WS-TRANLIST-EOF-FLAG
               PERFORM READ-FILE-LIST-RTN
               PERFORM SCAN-TRANLIST-RTN UNTIL END-OF-FILE-LIST
               CLOSE TRANLIST-FILE
               IF NOT SI-FILE-LISTED
                   OPEN EXTEND TRANLIST-FILE
                   IF WS-TRANLIST-STATUS = '00'
                       MOVE WS-SI-FILE-NAME TO TL-FILE-NAME
                       WRITE TL-RECORD
                       CLOSE TRANLIST-FILE
                       MOVE 'Y' TO WS-SI-LISTED-FLAG
                   END-IF
               END-IF
           ELSE
               PERFORM CREATE-TRANLIST-RTN
           END-IF.

       SCAN-TRANLIST-RTN.
           IF TL-FILE-NAME = WS-SI-FILE-NAME
               MOVE 'Y' TO WS-SI-LISTED-FLAG
           END-IF.
           PERFORM READ-FILE-LIST-RTN.

       CREATE-TRANLIST-RTN.
           MOVE 'N' TO WS-SI-TRANSIN-FLAG.
           MOVE 'TRANSIN' TO WS-TRANS-FILE-NAME.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = '00'
               CLOSE TRANS-FILE
               MOVE 'Y' TO WS-SI-TRANSIN-FLAG
           END-IF.

           OPEN OUTPUT TRANLIST-FILE.
           IF WS-TRANLIST-STATUS = '00'
               IF SI-TRANSIN-PRESENT
                   MOVE 'TRANSIN' TO TL-FILE-NAME
                   WRITE TL-RECORD
               END-IF
               MOVE WS-SI-FILE-NAME TO TL-FILE-NAME
               WRITE TL-RECORD
               CLOSE TRANLIST-FILE
               MOVE 'Y' TO WS-SI-LISTED-FLAG
               MOVE 'Y' TO WS-SI-LIST-CREATED-FLAG
           END-IF.

      ******************************************************************
      *    ADVANCE-STANDING-ENTRY-RTN - moves a generated instruction's
      *    next due date past the run date by its frequency, and
      *    finishes it once that passes its end date.
      ******************************************************************
       ADVANCE-STANDING-ENTRY-RTN.
           IF WS-SI-TAB-DUE (WS-SI-IDX) = 'Y'
              AND WS-SI-TAB-BRANCH (WS-SI-IDX) = WS-SI-GEN-BRANCH
               IF WS-SI-TAB-NEXT-DUE (WS-SI-IDX) < WS-RUN-DATE
                   MOVE WS-SI-TAB-ID (WS-SI-IDX) TO WS-SI-ID-ED
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'Aviso - instrucción ' DELIMITED BY SIZE
                          WS-SI-ID-ED DELIMITED BY SIZE
                          ' atrasada; se genera una vez.'
                          DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
               MOVE WS-RUN-DATE TO WS-SI-TAB-LAST-GEN (WS-SI-IDX)
               PERFORM STEP-STANDING-DUE-RTN
                   UNTIL WS-SI-TAB-NEXT-DUE (WS-SI-IDX) > WS-RUN-DATE
               IF WS-SI-TAB-END-DATE (WS-SI-IDX) NOT = ZERO
                  AND WS-SI-TAB-NEXT-DUE (WS-SI-IDX)
                      > WS-SI-TAB-END-DATE (WS-SI-IDX)
                   MOVE 'F' TO WS-SI-TAB-STATUS (WS-SI-IDX)
               END-IF
               MOVE 'N' TO WS-SI-TAB-DUE (WS-SI-IDX)
               ADD 1 TO WS-SI-GEN-TOTAL
               MOVE 'Y' TO WS-SI-CHANGED-FLAG
           END-IF.

      ******************************************************************
      *    STEP-STANDING-DUE-RTN - one period on from the next due
      *    date. Daily, weekly and fortnightly steps count days; the
      *    monthly ones count months and land on the instruction's
      *    day of the month, or on the month's last day when the
      *    month is shorter.
      ******************************************************************
       STEP-STANDING-DUE-RTN.
           MOVE WS-SI-TAB-NEXT-DUE (WS-SI-IDX) TO WS-SI-STEP-DATE.
           IF WS-SI-TAB-FREQ (WS-SI-IDX) = 'D'
              OR WS-SI-TAB-FREQ (WS-SI-IDX) = 'S'
              OR WS-SI-TAB-FREQ (WS-SI-IDX) = 'Q'
               IF WS-SI-TAB-FREQ (WS-SI-IDX) = 'D'
                   MOVE 1 TO WS-SI-STEP-SIZE
               ELSE
                   IF WS-SI-TAB-FREQ (WS-SI-IDX) = 'S'
                       MOVE 7 TO WS-SI-STEP-SIZE
                   ELSE
                       MOVE 14 TO WS-SI-STEP-SIZE
                   END-IF
               END-IF
               COMPUTE WS-SI-STEP-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-SI-STEP-DATE)
                    + WS-SI-STEP-SIZE)
           ELSE
               IF WS-SI-TAB-FREQ (WS-SI-IDX) = 'T'
                   MOVE 3 TO WS-SI-STEP-SIZE
               ELSE
                   IF WS-SI-TAB-FREQ (WS-SI-IDX) = 'A'
                       MOVE 12 TO WS-SI-STEP-SIZE
                   ELSE
                       MOVE 1 TO WS-SI-STEP-SIZE
                   END-IF
               END-IF
               COMPUTE WS-SI-STEP-MONTHS = WS-SI-STEP-YYYY * 12
                   + WS-SI-STEP-MM - 1 + WS-SI-STEP-SIZE
               DIVIDE WS-SI-STEP-MONTHS BY 12
                   GIVING WS-SI-STEP-YYYY REMAINDER WS-SI-STEP-MM
               ADD 1 TO WS-SI-STEP-MM
               MOVE WS-SI-TAB-DUE-DAY (WS-SI-IDX) TO WS-SI-STEP-DD
               PERFORM CHECK-STEP-DATE-RTN
               PERFORM BACK-STEP-DAY-RTN
                   UNTIL WS-SI-STEP-INT NOT = ZERO
           END-IF.
           MOVE WS-SI-STEP-DATE TO WS-SI-TAB-NEXT-DUE (WS-SI-IDX).

       CHECK-STEP-DATE-RTN.
           MOVE ZERO TO WS-SI-STEP-INT.
           COMPUTE WS-SI-STEP-INT =
               FUNCTION INTEGER-OF-DATE(WS-SI-STEP-DATE)
               ON SIZE ERROR
                   MOVE ZERO TO WS-SI-STEP-INT
           END-COMPUTE.

       BACK-STEP-DAY-RTN.
           SUBTRACT 1 FROM WS-SI-STEP-DD.
           PERFORM CHECK-STEP-DATE-RTN.

      ******************************************************************
      *    BATCH-RTN - runs the batch over every transaction file
      *    named in the TRANLIST submission list, one after another,
      *    so a branch that sends several extracts a day needs only
      *    one run. When no list is supplied the single conventional
      *    file TRANSIN is processed, as always. A list the standing
      *    instruction step had to start for this run is removed
      *    once the run has gone through, so the next day is again
      *    run from TRANSIN; a list the site supplied keeps its own
      *    entries but loses the INSTPER extracts added to it, so a
      *    day with no instructions due does not rerun an old
      *    extract. After an abend either list is kept as it stands
      *    for the restart.
      ******************************************************************
       BATCH-RTN.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE 'N' TO WS-SI-ON-LIST-FLAG.
           PERFORM WARN-NON-BUSINESS-DAY-RTN.

           OPEN INPUT TRANLIST-FILE.
           IF WS-TRANLIST-STATUS = '00'
               MOVE 'N' TO WS-TRANLIST-EOF-FLAG
               PERFORM READ-FILE-LIST-RTN
               PERFORM BATCH-ONE-FILE-RTN UNTIL END-OF-FILE-LIST
               CLOSE TRANLIST-FILE
               IF WS-FILE-COUNT = ZERO
                   MOVE 'Aviso - la lista de lotes está vacía.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           ELSE
               MOVE 'TRANSIN' TO WS-TRANS-FILE-NAME
               PERFORM PROCESS-TRANS-FILE-RTN
           END-IF.

           PERFORM CLEAR-CHECKPOINT-RTN.

           IF NOT RUN-ABENDED
               IF SI-TRANLIST-CREATED
                   CALL 'CBL_DELETE_FILE' USING WS-SI-TRANLIST-NAME
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   IF SI-EXTRACT-ON-LIST
                       PERFORM UNLIST-STANDING-RTN
                   END-IF
               END-IF
           END-IF.

       READ-FILE-LIST-RTN.
           READ TRANLIST-FILE
               AT END
                   MOVE 'Y' TO WS-TRANLIST-EOF-FLAG
           END-READ.

       BATCH-ONE-FILE-RTN.
           IF TL-FILE-NAME NOT = SPACES
               ADD 1 TO WS-FILE-COUNT
               MOVE TL-FILE-NAME TO WS-SI-LIST-ENTRY
               IF WS-SI-LIST-PREFIX = 'INSTPER.'
                  OR WS-SI-LIST-ENTRY = 'INSTPER'
                   MOVE 'Y' TO WS-SI-ON-LIST-FLAG
               END-IF
               MOVE TL-FILE-NAME TO WS-TRANS-FILE-NAME
               MOVE 'Procesando archivo de transacciones:'
                   TO WS-LOG-LINE
           END-IF.
           PERFORM READ-FILE-LIST-RTN.

      ******************************************************************
      *    UNLIST-STANDING-RTN - copies the site's TRANLIST to
      *    TRANLNEW without the standing instruction extracts and
      *    renames the copy over the list, the same way SUSPENSE is
      *    rewritten, so an interrupted copy leaves the list as it
      *    was.
      ******************************************************************
       UNLIST-STANDING-RTN.
           OPEN INPUT TRANLIST-FILE.
           IF WS-TRANLIST-STATUS = '00'
               OPEN OUTPUT TRANLIST-WORK-FILE
               IF WS-TRANLIST-WK-STATUS NOT = '00'
                   MOVE 'Aviso - no se pudieron quitar de TRANLIST'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'las instrucciones permanentes.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   CLOSE TRANLIST-FILE
               ELSE
                   MOVE 'N' TO WS-TRANLIST-EOF-FLAG
                   PERFORM READ-FILE-LIST-RTN
                   PERFORM COPY-SITE-LIST-ENTRY-RTN
                       UNTIL END-OF-FILE-LIST
                   CLOSE TRANLIST-WORK-FILE
                   CLOSE TRANLIST-FILE
                   CALL 'CBL_RENAME_FILE'
                       USING WS-SI-TRANLIST-WORK-NAME
                             WS-SI-TRANLIST-NAME
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       COPY-SITE-LIST-ENTRY-RTN.
           MOVE TL-FILE-NAME TO WS-SI-LIST-ENTRY.
           IF WS-SI-LIST-PREFIX NOT = 'INSTPER.'
              AND WS-SI-LIST-ENTRY NOT = 'INSTPER'
               MOVE TL-FILE-NAME TO TW-FILE-NAME
               WRITE TW-RECORD
           END-IF.
           PERFORM READ-FILE-LIST-RTN.

      ******************************************************************
      *    PROCESS-TRANS-FILE-RTN - edits and then processes a single
      *    transaction file: a file with edit errors is left entirely
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-ABEND-FLAG
           ELSE
               ADD 1 TO WS-RH-FILES

               OPEN EXTEND RESULTS-FILE
               IF WS-RESULTS-STATUS NOT = '00'
                   OPEN OUTPUT RESULTS-FILE
               MOVE 'Y' TO WS-SEQ-FIRST-FLAG
               MOVE ZERO TO WS-PREV-SEQ-NO
               MOVE ZERO TO WS-SEQ-EXCP-COUNT
               MOVE SPACES TO WS-BRANCH-ID
               MOVE WS-BASE-CURRENCY TO WS-SESS-CURRENCY
               MOVE 1 TO WS-SESS-RATE
               PERFORM READ-TRANSACTION-RTN
               PERFORM PROCESS-TRANSACTION-RTN
                   UNTIL END-OF-TRANSACTIONS
                           STRING 'Fecha de cabecera no es la del día'
                               DELIMITED BY SIZE
                               INTO WS-EDIT-REASON-TEXT
                       ELSE
                           PERFORM EDIT-HEADER-BRANCH-RTN
                           IF WS-EDIT-REASON-TEXT = SPACES
                               PERFORM EDIT-HEADER-CURRENCY-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-EDIT-DETAIL-RTN
           END-IF.

      ******************************************************************
      *    EDIT-HEADER-BRANCH-RTN - the branch named on the header
      *    must be on the branch master and active, or the whole file
      *    is held back: its postings would otherwise land on a
      *    branch the ledger does not carry.
      ******************************************************************
       EDIT-HEADER-BRANCH-RTN.
           IF NOT BRCH-MASTER-BOOTSTRAP
               MOVE TH-BRANCH-ID TO WS-BRN-TARGET-ID
               PERFORM FIND-BRANCH-ENTRY-RTN
               IF WS-BRN-SLOT = ZERO
                   STRING 'Sucursal de cabecera no registrada'
                       DELIMITED BY SIZE INTO WS-EDIT-REASON-TEXT
               ELSE
                   IF WS-BRN-TAB-ACTIVE (WS-BRN-SLOT) NOT = 'A'
                       STRING 'Sucursal de cabecera inactiva'
                           DELIMITED BY SIZE INTO WS-EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    EDIT-HEADER-CURRENCY-RTN - a file drawn up in a foreign
      *    currency needs that currency's rate for the run date on
      *    EXRATE, or none of it can be converted into the base
      *    currency; the whole file is held back until the rate is
      *    entered. A blank currency is the base currency.
      ******************************************************************
       EDIT-HEADER-CURRENCY-RTN.
           MOVE TH-CURRENCY TO WS-XRT-LOOKUP-CCY.
           PERFORM LOOKUP-EXCH-RATE-RTN.
           IF NOT EXCH-RATE-FOUND
               STRING 'Moneda ' DELIMITED BY SIZE
                      TH-CURRENCY DELIMITED BY SIZE
                      ' sin cotización del día' DELIMITED BY SIZE
                   INTO WS-EDIT-REASON-TEXT
           END-IF.

       EDIT-TRAILER-RECORD-RTN.
           MOVE SPACES TO WS-EDIT-REASON-TEXT.

           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF NOT TRANS-CONTROL-RECORD
                       ADD 1 TO WS-RH-READ
                   END-IF
           END-READ.

       PROCESS-TRANSACTION-RTN.
           IF TRANS-CONTROL-RECORD
               IF TRANS-HEADER-RECORD
                   MOVE TH-BRANCH-ID TO WS-BRANCH-ID
                   PERFORM SET-HEADER-CURRENCY-RTN
               END-IF
               PERFORM READ-TRANSACTION-RTN
           ELSE
               PERFORM PROCESS-CHAIN-RTN
           END-IF.

      *    The edit pass has already held back any file whose
      *    currency has no rate for the day, so the lookup finds it.
       SET-HEADER-CURRENCY-RTN.
           MOVE TH-CURRENCY TO WS-XRT-LOOKUP-CCY.
           PERFORM LOOKUP-EXCH-RATE-RTN.
           IF EXCH-RATE-FOUND
               MOVE WS-XRT-LOOKUP-CCY TO WS-SESS-CURRENCY
               MOVE WS-XRT-LOOKUP-RATE TO WS-SESS-RATE
           END-IF.

      ******************************************************************
      *    PROCESS-CHAIN-RTN - one unit of work of the batch: a lone
      *    calculation record, or that record plus the continuation
      *    and posts only if every step succeeded; otherwise every
      *    step goes to suspense, so the GL never sees part of a
      *    chain. The extract's header and trailer were verified by
      *    the edit pass and are passed over before reaching here,
      *    the header leaving its branch as the branch posting and
      *    its currency, at the day's rate, as the currency posting.
      ******************************************************************
       PROCESS-CHAIN-RTN.
           PERFORM LOAD-CHAIN-RTN.
           IF WS-CHAIN-HEAD-SEQ > WS-CKPT-SEQ-NO
               PERFORM COMPUTE-CHAIN-RTN
               IF CHAIN-IS-VALID
                   PERFORM CHECK-CHAIN-APPROVAL-RTN
                   PERFORM POST-CHAIN-STEP-RTN
                       VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
           END-IF.

           MOVE 'N' TO WS-REVERSAL-FLAG.
           MOVE 'N' TO WS-HOLD-FLAG.
           MOVE 'N' TO WS-CHAIN-HOLD-FLAG.

      ******************************************************************
      *    LOAD-CHAIN-RTN - gathers the current record and every
               MOVE TR-CONT-FLAG
                   TO WS-CHAIN-TAB-CONT (WS-CHAIN-COUNT)
               MOVE ZERO TO WS-CHAIN-TAB-RESULT (WS-CHAIN-COUNT)
               MOVE WS-SESS-CURRENCY
                   TO WS-CHAIN-TAB-CCY (WS-CHAIN-COUNT)
               MOVE WS-SESS-RATE TO WS-CHAIN-TAB-RATE (WS-CHAIN-COUNT)
               MOVE ZERO TO WS-CHAIN-TAB-BASE (WS-CHAIN-COUNT)
               MOVE 'N' TO WS-CHAIN-TAB-VALID (WS-CHAIN-COUNT)
               MOVE SPACES TO WS-CHAIN-TAB-REASON (WS-CHAIN-COUNT)
           ELSE
           IF NOT CHAIN-IS-VALID
               MOVE 'CH' TO WS-CHAIN-TAB-REASON (WS-CHAIN-IDX)
               MOVE ZERO TO WS-CHAIN-TAB-RESULT (WS-CHAIN-IDX)
               MOVE ZERO TO WS-CHAIN-TAB-BASE (WS-CHAIN-IDX)
               MOVE 'N' TO WS-CHAIN-TAB-VALID (WS-CHAIN-IDX)
           ELSE
               MOVE WS-CHAIN-TAB-NUM1 (WS-CHAIN-IDX) TO WS-NUM1
                   MOVE WS-CHAIN-TAB-REFDT (WS-CHAIN-IDX)
                       TO WS-REV-REF-DATE
                   PERFORM COMPUTE-REVERSAL-RTN
                   MOVE WS-REV-KEY-OPERATOR
                       TO WS-CHAIN-TAB-RVOPR (WS-CHAIN-IDX)
                   MOVE WS-REV-KEY-DATE
                       TO WS-CHAIN-TAB-RVDATE (WS-CHAIN-IDX)
                   MOVE WS-REV-KEY-TIME
                       TO WS-CHAIN-TAB-RVTIME (WS-CHAIN-IDX)
                   MOVE WS-REV-KEY-SEQ
                       TO WS-CHAIN-TAB-RVSEQ (WS-CHAIN-IDX)
                   MOVE WS-REV-ACCOUNT
                       TO WS-CHAIN-TAB-RVACCT (WS-CHAIN-IDX)
               ELSE
                   PERFORM COMPUTE-RTN
               END-IF

               MOVE WS-RESULT TO WS-CHAIN-TAB-RESULT (WS-CHAIN-IDX)
               MOVE WS-BASE-RESULT TO WS-CHAIN-TAB-BASE (WS-CHAIN-IDX)
               MOVE WS-CURRENCY TO WS-CHAIN-TAB-CCY (WS-CHAIN-IDX)
               MOVE WS-EXCH-RATE TO WS-CHAIN-TAB-RATE (WS-CHAIN-IDX)
               IF OPERATION-IS-VALID
                   MOVE 'Y' TO WS-CHAIN-TAB-VALID (WS-CHAIN-IDX)
               ELSE
               END-IF
           END-IF.

      ******************************************************************
      *    CHECK-CHAIN-APPROVAL-RTN - a computed chain headed for the
      *    GL with any step over the approval limit is held whole, so
      *    the approver decides the figure the chain produces and
      *    the GL never carries part of it. Reversal steps do not
      *    count toward the limit - they back out an amount that has
      *    already been through the control - but are held with
      *    their chain.
      ******************************************************************
       CHECK-CHAIN-APPROVAL-RTN.
           MOVE 'N' TO WS-CHAIN-HOLD-FLAG.
           IF GL-POSTING-REQUESTED AND WS-APPROVAL-LIMIT NOT = ZERO
               PERFORM CHECK-CHAIN-STEP-LIMIT-RTN
                   VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
               IF CHAIN-HELD
                   MOVE WS-CHAIN-HEAD-SEQ TO WS-HOLD-GROUP-SEQ
                   ACCEPT WS-HOLD-GROUP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-HOLD-GROUP-TIME FROM TIME
               END-IF
           END-IF.

       CHECK-CHAIN-STEP-LIMIT-RTN.
           IF WS-CHAIN-TAB-OPER (WS-CHAIN-IDX) NOT = 'V'
               MOVE WS-CHAIN-TAB-BASE (WS-CHAIN-IDX) TO WS-HOLD-AMOUNT
               IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
                   MOVE 'Y' TO WS-CHAIN-HOLD-FLAG
               END-IF
           END-IF.

      ******************************************************************
      *    POST-CHAIN-STEP-RTN - a fully computed chain posts step by
      *    step through the normal results/audit/report/GL path, each
      *    step under its own sequence number with the operand it
      *    actually used. A held chain writes no results record and
      *    goes to the approval queue in place of the GL; the results
      *    record is written when it is approved.
      ******************************************************************
       POST-CHAIN-STEP-RTN.
           MOVE WS-CHAIN-TAB-SEQ (WS-CHAIN-IDX) TO WS-SEQ-NO.
           MOVE WS-CHAIN-TAB-NUM2 (WS-CHAIN-IDX) TO WS-NUM2.
           MOVE WS-CHAIN-TAB-OPER (WS-CHAIN-IDX) TO WS-OPERATION.
           MOVE WS-CHAIN-TAB-RESULT (WS-CHAIN-IDX) TO WS-RESULT.
           MOVE WS-CHAIN-TAB-BASE (WS-CHAIN-IDX) TO WS-BASE-RESULT.
           MOVE WS-CHAIN-TAB-CCY (WS-CHAIN-IDX) TO WS-CURRENCY.
           MOVE WS-CHAIN-TAB-RATE (WS-CHAIN-IDX) TO WS-EXCH-RATE.
           MOVE 'Y' TO WS-VALID-FLAG.

           IF CHAIN-HELD
               MOVE 'Y' TO WS-HOLD-FLAG
               MOVE 'B' TO WS-HOLD-SOURCE
               IF WS-OPERATION = 'V'
                   MOVE WS-CHAIN-TAB-RVOPR (WS-CHAIN-IDX)
                       TO WS-REV-KEY-OPERATOR
                   MOVE WS-CHAIN-TAB-RVDATE (WS-CHAIN-IDX)
                       TO WS-REV-KEY-DATE
                   MOVE WS-CHAIN-TAB-RVTIME (WS-CHAIN-IDX)
                       TO WS-REV-KEY-TIME
                   MOVE WS-CHAIN-TAB-RVSEQ (WS-CHAIN-IDX)
                       TO WS-REV-KEY-SEQ
                   MOVE WS-CHAIN-TAB-RVACCT (WS-CHAIN-IDX)
                       TO WS-REV-ACCOUNT
               END-IF
           ELSE
               MOVE 'N' TO WS-HOLD-FLAG
               MOVE WS-SEQ-NO TO RS-SEQ-NO
               MOVE WS-NUM1 TO RS-NUM1
               MOVE WS-NUM2 TO RS-NUM2
               MOVE WS-OPERATION TO RS-OPERATION
               MOVE WS-RESULT TO RS-TOTAL
               MOVE WS-BRANCH-ID TO RS-BRANCH-ID
               WRITE RS-RECORD
           END-IF.

           PERFORM WRITE-AUDIT-RTN.
           PERFORM WRITE-REPORT-DETAIL-RTN.
           IF POSTING-HELD
               PERFORM WRITE-PENDING-RTN
           ELSE
               PERFORM WRITE-GL-POSTING-RTN
           END-IF.

      ******************************************************************
      *    REJECT-CHAIN-STEP-RTN - a failed chain rejects as a unit:
           MOVE WS-CHAIN-TAB-NUM2 (WS-CHAIN-IDX) TO WS-NUM2.
           MOVE WS-CHAIN-TAB-OPER (WS-CHAIN-IDX) TO WS-OPERATION.
           MOVE ZERO TO WS-RESULT.
           MOVE ZERO TO WS-BASE-RESULT.
           MOVE WS-SESS-CURRENCY TO WS-CURRENCY.
           MOVE WS-SESS-RATE TO WS-EXCH-RATE.
           MOVE 'N' TO WS-VALID-FLAG.
           IF WS-CHAIN-TAB-REASON (WS-CHAIN-IDX) = SPACES
               MOVE 'CH' TO WS-REJECT-REASON
           MOVE WS-NUM2 TO RS-NUM2.
           MOVE WS-OPERATION TO RS-OPERATION.
           MOVE WS-RESULT TO RS-TOTAL.
           MOVE WS-BRANCH-ID TO RS-BRANCH-ID.
           WRITE RS-RECORD.

           PERFORM WRITE-AUDIT-RTN.
           END-IF.
           MOVE TR-OPERATION TO WS-OPERATION.
           MOVE ZERO TO WS-RESULT.
           MOVE ZERO TO WS-BASE-RESULT.
           MOVE WS-SESS-CURRENCY TO WS-CURRENCY.
           MOVE WS-SESS-RATE TO WS-EXCH-RATE.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE 'CH' TO WS-REJECT-REASON.
           MOVE 'N' TO WS-REVERSAL-FLAG.
           MOVE WS-NUM2 TO RS-NUM2.
           MOVE WS-OPERATION TO RS-OPERATION.
           MOVE WS-RESULT TO RS-TOTAL.
           MOVE WS-BRANCH-ID TO RS-BRANCH-ID.
           WRITE RS-RECORD.

           PERFORM WRITE-AUDIT-RTN.
      *    rather than guessing which one to offset.
      *    The sequential log is append-only; there the reversal
      *    entry's reference field marks the original as reversed.
      *    The offset is in the original's currency at the original's
      *    rate, so both sides cancel in the base currency as well.
      ******************************************************************
       COMPUTE-REVERSAL-RTN.
           MOVE ZERO TO WS-RESULT.
           MOVE ZERO TO WS-BASE-RESULT.
           MOVE WS-SESS-CURRENCY TO WS-CURRENCY.
           MOVE WS-SESS-RATE TO WS-EXCH-RATE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE 'N' TO WS-REVERSAL-FLAG.

           IF REVERSAL-ORIGINAL-FOUND
               SUBTRACT WS-REV-AMOUNT FROM ZERO GIVING WS-RESULT
               SUBTRACT WS-REV-BASE-AMOUNT FROM ZERO
                   GIVING WS-BASE-RESULT
               MOVE WS-REV-CURRENCY TO WS-CURRENCY
               MOVE WS-REV-RATE TO WS-EXCH-RATE
               PERFORM FIND-ORIGINAL-GL-ACCOUNT-RTN
               MOVE WS-REV-REF-SEQ TO WS-AL-REF-ID
               MOVE 'Y' TO WS-VALID-FLAG

      ******************************************************************
      *    RESTAMP-ORIGINAL-RTN - re-reads the single matched entry
      *    by its full key, keeps its amount, operation, currency and
      *    rate for the offsetting postings, and restamps it status X
      *    in place. An entry from before currencies were carried was
      *    in the base currency.
      ******************************************************************
       RESTAMP-ORIGINAL-RTN.
           MOVE WS-REV-KEY-OPERATOR TO AM-OPERATOR-ID.
               NOT INVALID KEY
                   MOVE AM-TOTAL TO WS-REV-AMOUNT
                   MOVE AM-OPERATION TO WS-REV-OPERATION
                   IF AM-CURRENCY = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-REV-CURRENCY
                       MOVE 1 TO WS-REV-RATE
                       MOVE AM-TOTAL TO WS-REV-BASE-AMOUNT
                   ELSE
                       MOVE AM-CURRENCY TO WS-REV-CURRENCY
                       MOVE AM-RATE TO WS-REV-RATE
                       MOVE AM-BASE-TOTAL TO WS-REV-BASE-AMOUNT
                   END-IF
                   MOVE 'X' TO AM-STATUS
                   REWRITE AM-RECORD
                       INVALID KEY
               PERFORM LOG-MSG-RTN
           END-IF.

      ******************************************************************
      *    CHECK-APPROVAL-RTN - decides whether the single calculation
      *    just computed is held for a second supervisor: only a
      *    valid, non-reversal result headed for the GL whose amount
      *    in the base currency, either sign, exceeds the approval
      *    limit. The hold opens a one-item approval group.
      ******************************************************************
       CHECK-APPROVAL-RTN.
           MOVE 'N' TO WS-HOLD-FLAG.
           IF GL-POSTING-REQUESTED AND OPERATION-IS-VALID
              AND NOT REVERSAL-POSTING
              AND WS-APPROVAL-LIMIT NOT = ZERO
               MOVE WS-BASE-RESULT TO WS-HOLD-AMOUNT
               IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE WS-SEQ-NO TO WS-HOLD-GROUP-SEQ
                   ACCEPT WS-HOLD-GROUP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-HOLD-GROUP-TIME FROM TIME
               END-IF
           END-IF.

      ******************************************************************
      *    WRITE-PENDING-RTN - parks a held posting on PENDAPPR in
      *    place of the GL record: the maker's audit key (the entry
      *    WRITE-AUDIT-RTN has just written), the calculation, the GL
      *    account it would have posted to, its source and approval
      *    group, and for a reversal the original's key so a decline
      *    can give the original back. Opened and closed around each
      *    write, like the variance file, so the queue survives an
      *    abandoned session.
      ******************************************************************
       WRITE-PENDING-RTN.
           IF WS-OPERATION = 'V'
               MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT-CODE
           ELSE
               PERFORM FIND-GL-ACCOUNT-RTN
           END-IF.

           OPEN EXTEND PEND-APPR-FILE.
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PEND-APPR-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'Error - no se pudo grabar la partida retenida.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-ABEND-FLAG
           ELSE
               MOVE SPACES TO PA-RECORD
               MOVE WS-OPERATOR-ID TO PA-MAKER-ID
               MOVE WS-SEQ-NO TO PA-SEQ-NO
               MOVE WS-TRANS-DATE TO PA-TRANS-DATE
               MOVE WS-TRANS-TIME TO PA-TRANS-TIME
               MOVE WS-NUM1 TO PA-NUM1
               MOVE WS-NUM2 TO PA-NUM2
               MOVE WS-OPERATION TO PA-OPERATION
               MOVE WS-RESULT TO PA-RESULT
               MOVE WS-GL-ACCOUNT-CODE TO PA-ACCOUNT
               MOVE WS-BRANCH-ID TO PA-BRANCH-ID
               MOVE WS-HOLD-SOURCE TO PA-SOURCE
               MOVE WS-HOLD-GROUP-SEQ TO PA-GROUP-SEQ
               MOVE WS-HOLD-GROUP-DATE TO PA-GROUP-DATE
               MOVE WS-HOLD-GROUP-TIME TO PA-GROUP-TIME
               IF WS-OPERATION = 'V'
                   MOVE WS-REV-KEY-OPERATOR TO PA-REV-OPERATOR
                   MOVE WS-REV-KEY-DATE TO PA-REV-DATE
                   MOVE WS-REV-KEY-TIME TO PA-REV-TIME
                   MOVE WS-REV-KEY-SEQ TO PA-REV-SEQ
               ELSE
                   MOVE ZERO TO PA-REV-DATE
                   MOVE ZERO TO PA-REV-TIME
                   MOVE ZERO TO PA-REV-SEQ
               END-IF
               MOVE WS-CURRENCY TO PA-CURRENCY
               MOVE WS-EXCH-RATE TO PA-RATE
               MOVE WS-BASE-RESULT TO PA-BASE-RESULT
               WRITE PA-RECORD
               CLOSE PEND-APPR-FILE

               MOVE WS-SEQ-NO TO WS-SEQ-NO-ED
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Retenida para aprobación - SEQ '
                          DELIMITED BY SIZE
                      WS-SEQ-NO-ED DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

      ******************************************************************
      *    WRITE-SUSPENSE-RTN - preserves a rejected TR-RECORD (bad
      *    operation code or arithmetic overflow) on the suspense file
           MOVE WS-OPERATION TO SP-OPERATION.
           MOVE WS-REJECT-REASON TO SP-REASON-CODE.
           MOVE WS-RUN-DATE TO SP-DATE-ADDED.
           MOVE WS-BRANCH-ID TO SP-BRANCH-ID.
           MOVE WS-CURRENCY TO SP-CURRENCY.
           WRITE SP-RECORD.
           IF WS-SUSPENSE-STATUS = '00'
               ADD 1 TO WS-RH-SUSPENDED
           END-IF.

      ******************************************************************
      *    SUSPENSE-WORKOFF-RTN - walks the pending suspense items one
               ELSE
                   MOVE ZERO TO WS-SUSP-TAB-DATE (WS-SUSP-COUNT)
               END-IF
               MOVE SP-BRANCH-ID TO WS-SUSP-TAB-BRANCH (WS-SUSP-COUNT)
               IF SP-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-SUSP-TAB-CCY (WS-SUSP-COUNT)
               ELSE
                   MOVE SP-CURRENCY TO WS-SUSP-TAB-CCY (WS-SUSP-COUNT)
               END-IF
               MOVE 'N' TO WS-SUSP-TAB-WORKED (WS-SUSP-COUNT)
           ELSE
               DISPLAY 'Aviso - tabla de suspenso llena; el resto'
       DISPLAY-SUSPENSE-ITEM-RTN.
           MOVE ZERO TO WS-SUSP-AGE-DAYS.
           IF WS-SUSP-TAB-DATE (WS-SUSP-IDX) NOT = ZERO
               MOVE WS-SUSP-TAB-DATE (WS-SUSP-IDX) TO WS-CAL-FROM-DATE
               MOVE WS-RUN-DATE TO WS-CAL-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS-RTN
               MOVE WS-CAL-BUS-DAYS TO WS-SUSP-AGE-DAYS
           END-IF.

           MOVE WS-SUSP-TAB-SEQ-NO (WS-SUSP-IDX) TO WS-SEQ-NO-ED.
                  WS-NUM2-ED DELIMITED BY SIZE
                  '  MOTIVO ' DELIMITED BY SIZE
                  WS-SUSP-TAB-REASON (WS-SUSP-IDX) DELIMITED BY SIZE
                  '  DIAS HABILES ' DELIMITED BY SIZE
                  WS-SUSP-AGE-DAYS-ED DELIMITED BY SIZE
                  ' SUC ' DELIMITED BY SIZE
                  WS-SUSP-TAB-BRANCH (WS-SUSP-IDX) DELIMITED BY SIZE
               INTO WS-SUSP-LINE.
           DISPLAY WS-SUSP-LINE.
           IF WS-SUSP-TAB-CCY (WS-SUSP-IDX) NOT = WS-BASE-CURRENCY
               MOVE SPACES TO WS-SUSP-LINE
               STRING '    MONEDA ' DELIMITED BY SIZE
                      WS-SUSP-TAB-CCY (WS-SUSP-IDX) DELIMITED BY SIZE
                   INTO WS-SUSP-LINE
               DISPLAY WS-SUSP-LINE
           END-IF.

      ******************************************************************
      *    CORRECT-SUSPENSE-ITEM-RTN - a rejected reversal is
      *    reference; anything else takes corrected operands and
      *    operation through COMPUTE-RTN. Either way the item posts
      *    through the normal results/audit/report/GL path under its
      *    original sequence number, branch and currency, and only
      *    success removes it from SUSPENSE. A calculation converts
      *    at today's rate; with no rate for today it cannot post and
      *    stays in suspense.
      ******************************************************************
       CORRECT-SUSPENSE-ITEM-RTN.
           MOVE WS-SUSP-TAB-BRANCH (WS-SUSP-IDX) TO WS-BRANCH-ID.
           IF WS-SUSP-TAB-OPER (WS-SUSP-IDX) = 'V'
               PERFORM CORRECT-REVERSAL-ITEM-RTN
           ELSE
               MOVE WS-SUSP-TAB-CCY (WS-SUSP-IDX) TO WS-XRT-LOOKUP-CCY
               PERFORM LOOKUP-EXCH-RATE-RTN
               IF EXCH-RATE-FOUND
                   MOVE WS-XRT-LOOKUP-CCY TO WS-SESS-CURRENCY
                   MOVE WS-XRT-LOOKUP-RATE TO WS-SESS-RATE
                   PERFORM CORRECT-CALC-ITEM-RTN
               ELSE
                   DISPLAY 'Moneda sin cotización para la fecha; la'
                   DISPLAY 'partida permanece en suspenso.'
               END-IF
           END-IF.

       CORRECT-CALC-ITEM-RTN.
           PERFORM COMPUTE-RTN.

           IF OPERATION-IS-VALID
               PERFORM CHECK-APPROVAL-RTN
               MOVE 'S' TO WS-HOLD-SOURCE
               IF NOT POSTING-HELD
                   MOVE WS-SEQ-NO TO RS-SEQ-NO
                   MOVE WS-NUM1 TO RS-NUM1
                   MOVE WS-NUM2 TO RS-NUM2
                   MOVE WS-OPERATION TO RS-OPERATION
                   MOVE WS-RESULT TO RS-TOTAL
                   MOVE WS-BRANCH-ID TO RS-BRANCH-ID
                   WRITE RS-RECORD
               END-IF

               PERFORM WRITE-AUDIT-RTN
               PERFORM WRITE-REPORT-DETAIL-RTN
               IF POSTING-HELD
                   PERFORM WRITE-PENDING-RTN
                   MOVE 'N' TO WS-HOLD-FLAG
               ELSE
                   PERFORM WRITE-GL-POSTING-RTN
               END-IF

               MOVE 'Y' TO WS-SUSP-TAB-WORKED (WS-SUSP-IDX)
               ADD 1 TO WS-SUSP-WORKED-COUNT
               MOVE WS-NUM2 TO RS-NUM2
               MOVE WS-OPERATION TO RS-OPERATION
               MOVE WS-RESULT TO RS-TOTAL
               MOVE WS-BRANCH-ID TO RS-BRANCH-ID
               WRITE RS-RECORD

               PERFORM WRITE-AUDIT-RTN
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-SUSP-TAB-SEQ-NO (WS-SUSP-IDX) TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE SPACES TO AL-REF-ID.
           MOVE WS-SUSP-TAB-BRANCH (WS-SUSP-IDX) TO AL-BRANCH-ID.
           MOVE WS-SUSP-TAB-CCY (WS-SUSP-IDX) TO AL-CURRENCY.
           MOVE ZERO TO AL-RATE.
           MOVE ZERO TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

           MOVE 'Y' TO WS-SUSP-TAB-WORKED (WS-SUSP-IDX).
               MOVE WS-SUSP-TAB-REASON (WS-SUSP-IDX)
                   TO SW-REASON-CODE
               MOVE WS-SUSP-TAB-DATE (WS-SUSP-IDX) TO SW-DATE-ADDED
               MOVE WS-SUSP-TAB-BRANCH (WS-SUSP-IDX) TO SW-BRANCH-ID
               MOVE WS-SUSP-TAB-CCY (WS-SUSP-IDX) TO SW-CURRENCY
               WRITE SW-RECORD
           END-IF.

      ******************************************************************
      *    APPROVAL-RTN - the second half of dual control: a
      *    supervisor walks the postings held on PENDAPPR. Each is
      *    shown with its maker; an item the supervisor made is
      *    passed over, since nobody approves their own work. (A)probar
      *    posts it - results record, daily report and GL - with an
      *    audit entry naming the approver and the maker; (R)echazar
      *    sends it to suspense with reason DA under the same kind of
      *    entry; (S)altar leaves it queued. The decision covers the
      *    item's whole approval group, so a held chain posts or
      *    declines as a unit. Decided items leave PENDAPPR.
      ******************************************************************
       APPROVAL-RTN.
           PERFORM LOAD-PENDING-RTN.

           IF WS-PEND-COUNT = ZERO
               DISPLAY 'No hay partidas pendientes de aprobación.'
           ELSE
               OPEN EXTEND RESULTS-FILE
               IF WS-RESULTS-STATUS NOT = '00'
                   OPEN OUTPUT RESULTS-FILE
               END-IF
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF

               MOVE ZERO TO WS-PEND-RESOLVED-COUNT
               MOVE 'N' TO WS-PEND-FINISH-FLAG
               PERFORM REVIEW-PENDING-ITEM-RTN
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR APPROVAL-FINISHED

               CLOSE RESULTS-FILE
               CLOSE SUSPENSE-FILE

               IF WS-PEND-RESOLVED-COUNT NOT = ZERO
                   PERFORM REWRITE-PENDING-RTN
               END-IF
               DISPLAY 'Partidas resueltas:'
               DISPLAY WS-PEND-RESOLVED-COUNT
           END-IF.

      ******************************************************************
      *    LOAD-PENDING-RTN - loads PENDAPPR into the approval table.
      *    A queue deeper than the table is worked in slices, the
      *    overflow staying on file for the next pass, as the
      *    suspense work-off does.
      ******************************************************************
       LOAD-PENDING-RTN.
           MOVE ZERO TO WS-PEND-COUNT.
           MOVE 'N' TO WS-PEND-TRUNC-FLAG.
           OPEN INPUT PEND-APPR-FILE.
           IF WS-PEND-STATUS = '00'
               MOVE 'N' TO WS-PEND-EOF-FLAG
               PERFORM READ-PENDING-RTN
               PERFORM LOAD-PENDING-ENTRY-RTN UNTIL END-OF-PENDING
               CLOSE PEND-APPR-FILE
           END-IF.

       READ-PENDING-RTN.
           READ PEND-APPR-FILE
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-READ.

       LOAD-PENDING-ENTRY-RTN.
           IF WS-PEND-COUNT < 100
               ADD 1 TO WS-PEND-COUNT
               MOVE PA-MAKER-ID TO WS-PEND-TAB-MAKER (WS-PEND-COUNT)
               MOVE PA-SEQ-NO TO WS-PEND-TAB-SEQ (WS-PEND-COUNT)
               MOVE PA-TRANS-DATE TO WS-PEND-TAB-DATE (WS-PEND-COUNT)
               MOVE PA-TRANS-TIME TO WS-PEND-TAB-TIME (WS-PEND-COUNT)
               MOVE PA-NUM1 TO WS-PEND-TAB-NUM1 (WS-PEND-COUNT)
               MOVE PA-NUM2 TO WS-PEND-TAB-NUM2 (WS-PEND-COUNT)
               MOVE PA-OPERATION TO WS-PEND-TAB-OPER (WS-PEND-COUNT)
               MOVE PA-RESULT TO WS-PEND-TAB-RESULT (WS-PEND-COUNT)
               MOVE PA-ACCOUNT
                   TO WS-PEND-TAB-ACCOUNT (WS-PEND-COUNT)
               MOVE PA-BRANCH-ID TO WS-PEND-TAB-BRANCH (WS-PEND-COUNT)
               MOVE PA-SOURCE TO WS-PEND-TAB-SOURCE (WS-PEND-COUNT)
               MOVE PA-GROUP-SEQ
                   TO WS-PEND-TAB-GRP-SEQ (WS-PEND-COUNT)
               MOVE PA-GROUP-DATE
                   TO WS-PEND-TAB-GRP-DATE (WS-PEND-COUNT)
               MOVE PA-GROUP-TIME
                   TO WS-PEND-TAB-GRP-TIME (WS-PEND-COUNT)
               MOVE PA-REV-OPERATOR
                   TO WS-PEND-TAB-RV-OPR (WS-PEND-COUNT)
               MOVE PA-REV-DATE TO WS-PEND-TAB-RV-DATE (WS-PEND-COUNT)
               MOVE PA-REV-TIME TO WS-PEND-TAB-RV-TIME (WS-PEND-COUNT)
               MOVE PA-REV-SEQ TO WS-PEND-TAB-RV-SEQ (WS-PEND-COUNT)
               IF PA-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-PEND-TAB-CCY (WS-PEND-COUNT)
                   MOVE 1 TO WS-PEND-TAB-RATE (WS-PEND-COUNT)
                   MOVE PA-RESULT TO WS-PEND-TAB-BASE (WS-PEND-COUNT)
               ELSE
                   MOVE PA-CURRENCY TO WS-PEND-TAB-CCY (WS-PEND-COUNT)
                   MOVE PA-RATE TO WS-PEND-TAB-RATE (WS-PEND-COUNT)
                   MOVE PA-BASE-RESULT
                       TO WS-PEND-TAB-BASE (WS-PEND-COUNT)
               END-IF
               MOVE 'N' TO WS-PEND-TAB-RESOLVED (WS-PEND-COUNT)
           ELSE
               DISPLAY 'Aviso - tabla de aprobaciones llena; el resto'
               DISPLAY 'queda para una próxima revisión.'
               MOVE 'Y' TO WS-PEND-TRUNC-FLAG
               MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-IF.
           IF NOT END-OF-PENDING
               PERFORM READ-PENDING-RTN
           END-IF.

      ******************************************************************
      *    REVIEW-PENDING-ITEM-RTN - one undecided item, unless an
      *    earlier decision on its group already resolved it.
      ******************************************************************
       REVIEW-PENDING-ITEM-RTN.
           IF WS-PEND-TAB-RESOLVED (WS-PEND-IDX) = 'N'
               PERFORM DISPLAY-PENDING-ITEM-RTN
               IF WS-PEND-TAB-MAKER (WS-PEND-IDX) = WS-OPERATOR-ID
                   DISPLAY 'Partida propia - debe aprobarla otro'
                   DISPLAY 'supervisor.'
               ELSE
                   MOVE ZERO TO WS-PEND-GROUP-COUNT
                   PERFORM COUNT-PENDING-GROUP-RTN
                       VARYING WS-PEND-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-PEND-SCAN-IDX > WS-PEND-COUNT
                   IF WS-PEND-GROUP-COUNT > 1
                       MOVE WS-PEND-GROUP-COUNT
                           TO WS-PEND-GROUP-COUNT-ED
                       MOVE SPACES TO WS-PEND-LINE
                       STRING 'Cadena de ' DELIMITED BY SIZE
                              WS-PEND-GROUP-COUNT-ED DELIMITED BY SIZE
                              ' pasos; la decisión alcanza a todos.'
                                  DELIMITED BY SIZE
                           INTO WS-PEND-LINE
                       DISPLAY WS-PEND-LINE
                   END-IF
                   DISPLAY '¿(A)probar, (R)echazar, (S)altar o (F)in?'
                   ACCEPT WS-PEND-ANSWER
                   IF WS-PEND-ANSWER = 'A'
                       MOVE 'A' TO WS-APPR-DECISION
                       PERFORM RESOLVE-PENDING-STEP-RTN
                           VARYING WS-PEND-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-PEND-SCAN-IDX > WS-PEND-COUNT
                   ELSE
                       IF WS-PEND-ANSWER = 'R'
                           MOVE 'D' TO WS-APPR-DECISION
                           PERFORM RESOLVE-PENDING-STEP-RTN
                               VARYING WS-PEND-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-PEND-SCAN-IDX > WS-PEND-COUNT
                       ELSE
                           IF WS-PEND-ANSWER = 'F'
                               MOVE 'F' TO WS-PEND-FINISH-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DISPLAY-PENDING-ITEM-RTN.
           MOVE WS-PEND-TAB-SEQ (WS-PEND-IDX) TO WS-SEQ-NO-ED.
           MOVE WS-PEND-TAB-NUM1 (WS-PEND-IDX) TO WS-NUM1-ED.
           MOVE WS-PEND-TAB-NUM2 (WS-PEND-IDX) TO WS-NUM2-ED.
           MOVE WS-PEND-TAB-RESULT (WS-PEND-IDX) TO WS-RESULT-ED.

           MOVE SPACES TO WS-PEND-LINE.
           STRING 'OPER ' DELIMITED BY SIZE
                  WS-PEND-TAB-MAKER (WS-PEND-IDX) DELIMITED BY SIZE
                  ' SEQ ' DELIMITED BY SIZE
                  WS-SEQ-NO-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NUM1-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PEND-TAB-OPER (WS-PEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  WS-RESULT-ED DELIMITED BY SIZE
               INTO WS-PEND-LINE.
           DISPLAY WS-PEND-LINE.

           MOVE SPACES TO WS-PEND-LINE.
           STRING 'RETENIDA ' DELIMITED BY SIZE
                  WS-PEND-TAB-DATE (WS-PEND-IDX) DELIMITED BY SIZE
                  '  ORIGEN ' DELIMITED BY SIZE
                  WS-PEND-TAB-SOURCE (WS-PEND-IDX) DELIMITED BY SIZE
                  '  CUENTA ' DELIMITED BY SIZE
                  WS-PEND-TAB-ACCOUNT (WS-PEND-IDX) DELIMITED BY SIZE
                  '  SUC ' DELIMITED BY SIZE
                  WS-PEND-TAB-BRANCH (WS-PEND-IDX) DELIMITED BY SIZE
                  '  MON ' DELIMITED BY SIZE
                  WS-PEND-TAB-CCY (WS-PEND-IDX) DELIMITED BY SIZE
               INTO WS-PEND-LINE.
           DISPLAY WS-PEND-LINE.

       COUNT-PENDING-GROUP-RTN.
           IF WS-PEND-TAB-RESOLVED (WS-PEND-SCAN-IDX) = 'N'
              AND WS-PEND-TAB-MAKER (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-MAKER (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-SEQ (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-SEQ (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-DATE (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-DATE (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-TIME (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-TIME (WS-PEND-IDX)
               ADD 1 TO WS-PEND-GROUP-COUNT
           END-IF.

      ******************************************************************
      *    RESOLVE-PENDING-STEP-RTN - applies the decision in
      *    WS-APPR-DECISION to every undecided item of the group of
      *    the item on display, in the order they were held.
      ******************************************************************
       RESOLVE-PENDING-STEP-RTN.
           IF WS-PEND-TAB-RESOLVED (WS-PEND-SCAN-IDX) = 'N'
              AND WS-PEND-TAB-MAKER (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-MAKER (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-SEQ (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-SEQ (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-DATE (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-DATE (WS-PEND-IDX)
              AND WS-PEND-TAB-GRP-TIME (WS-PEND-SCAN-IDX)
                  = WS-PEND-TAB-GRP-TIME (WS-PEND-IDX)
               PERFORM SET-PENDING-FIELDS-RTN
               IF WS-APPR-DECISION = 'A'
                   PERFORM APPROVE-PENDING-ITEM-RTN
               ELSE
                   PERFORM DECLINE-PENDING-ITEM-RTN
               END-IF
               MOVE WS-APPR-DECISION
                   TO WS-PEND-TAB-RESOLVED (WS-PEND-SCAN-IDX)
               ADD 1 TO WS-PEND-RESOLVED-COUNT
           END-IF.

       SET-PENDING-FIELDS-RTN.
           MOVE WS-PEND-TAB-SEQ (WS-PEND-SCAN-IDX) TO WS-SEQ-NO.
           MOVE WS-PEND-TAB-NUM1 (WS-PEND-SCAN-IDX) TO WS-NUM1.
           MOVE WS-PEND-TAB-NUM2 (WS-PEND-SCAN-IDX) TO WS-NUM2.
           MOVE WS-PEND-TAB-OPER (WS-PEND-SCAN-IDX) TO WS-OPERATION.
           MOVE WS-PEND-TAB-RESULT (WS-PEND-SCAN-IDX) TO WS-RESULT.
           MOVE WS-PEND-TAB-CCY (WS-PEND-SCAN-IDX) TO WS-CURRENCY.
           MOVE WS-PEND-TAB-RATE (WS-PEND-SCAN-IDX) TO WS-EXCH-RATE.
           MOVE WS-PEND-TAB-BASE (WS-PEND-SCAN-IDX) TO WS-BASE-RESULT.
           MOVE WS-PEND-TAB-BRANCH (WS-PEND-SCAN-IDX) TO WS-BRANCH-ID.
           MOVE WS-PEND-TAB-ACCOUNT (WS-PEND-SCAN-IDX)
               TO WS-APPR-ACCOUNT.
           MOVE 'Y' TO WS-VALID-FLAG.

      ******************************************************************
      *    APPROVE-PENDING-ITEM-RTN - posts an approved item as it
      *    would have posted unheld: a results record (interactive
      *    items never wrote one), the approval audit entry, the
      *    maker's master entry restamped posted (V, or X for a
      *    reversal), a daily report line and the GL record under the
      *    account recorded at hold time.
      ******************************************************************
       APPROVE-PENDING-ITEM-RTN.
           IF WS-PEND-TAB-SOURCE (WS-PEND-SCAN-IDX) NOT = 'I'
               MOVE WS-SEQ-NO TO RS-SEQ-NO
               MOVE WS-NUM1 TO RS-NUM1
               MOVE WS-NUM2 TO RS-NUM2
               MOVE WS-OPERATION TO RS-OPERATION
               MOVE WS-RESULT TO RS-TOTAL
               MOVE WS-BRANCH-ID TO RS-BRANCH-ID
               WRITE RS-RECORD
           END-IF.

           PERFORM WRITE-APPROVAL-AUDIT-RTN.

           IF WS-OPERATION = 'V'
               MOVE 'X' TO WS-APPR-STATUS
           ELSE
               MOVE 'V' TO WS-APPR-STATUS
           END-IF.
           PERFORM RESTAMP-PENDING-MASTER-RTN.

           PERFORM WRITE-REPORT-DETAIL-RTN.
           MOVE 'Y' TO WS-APPR-POSTING-FLAG.
           PERFORM WRITE-GL-POSTING-RTN.
           MOVE 'N' TO WS-APPR-POSTING-FLAG.

      ******************************************************************
      *    DECLINE-PENDING-ITEM-RTN - a declined item never posts: the
      *    decline is audited, the maker's master entry restamped
      *    rejected (R), a held reversal gives its original back
      *    (restamped V, reversible again), and the item goes to
      *    suspense with reason DA to be corrected or cancelled.
      ******************************************************************
       DECLINE-PENDING-ITEM-RTN.
           PERFORM WRITE-APPROVAL-AUDIT-RTN.

           MOVE 'R' TO WS-APPR-STATUS.
           PERFORM RESTAMP-PENDING-MASTER-RTN.

           IF WS-OPERATION = 'V'
               MOVE 'V' TO WS-APPR-STATUS
               MOVE WS-PEND-TAB-RV-OPR (WS-PEND-SCAN-IDX)
                   TO AM-OPERATOR-ID
               MOVE WS-PEND-TAB-RV-DATE (WS-PEND-SCAN-IDX)
                   TO AM-TRANS-DATE
               MOVE WS-PEND-TAB-RV-TIME (WS-PEND-SCAN-IDX)
                   TO AM-TRANS-TIME
               MOVE WS-PEND-TAB-RV-SEQ (WS-PEND-SCAN-IDX) TO AM-SEQ-NO
               PERFORM RESTAMP-MASTER-STATUS-RTN
           END-IF.

           MOVE 'DA' TO WS-REJECT-REASON.
           PERFORM WRITE-SUSPENSE-RTN.

      ******************************************************************
      *    WRITE-APPROVAL-AUDIT-RTN - the decision on the audit trail:
      *    the approving supervisor as operator, status A (approved)
      *    or D (declined), the item's sequence, operands and amount,
      *    and the maker's ID in the reference field.
      ******************************************************************
       WRITE-APPROVAL-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-SEQ-NO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE WS-NUM1 TO AL-NUM1.
           MOVE WS-NUM2 TO AL-NUM2.
           MOVE WS-OPERATION TO AL-OPERATION.
           MOVE WS-RESULT TO AL-TOTAL.
           MOVE WS-APPR-DECISION TO AL-STATUS.
           MOVE WS-PEND-TAB-MAKER (WS-PEND-SCAN-IDX) TO AL-REF-ID.
           MOVE WS-BRANCH-ID TO AL-BRANCH-ID.
           MOVE WS-CURRENCY TO AL-CURRENCY.
           MOVE WS-EXCH-RATE TO AL-RATE.
           MOVE WS-BASE-RESULT TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    RESTAMP-PENDING-MASTER-RTN - restamps the maker's held (H)
      *    master entry with WS-APPR-STATUS once it is decided, so the
      *    inquiries and a later reversal see what became of it.
      ******************************************************************
       RESTAMP-PENDING-MASTER-RTN.
           MOVE WS-PEND-TAB-MAKER (WS-PEND-SCAN-IDX) TO AM-OPERATOR-ID.
           MOVE WS-PEND-TAB-DATE (WS-PEND-SCAN-IDX) TO AM-TRANS-DATE.
           MOVE WS-PEND-TAB-TIME (WS-PEND-SCAN-IDX) TO AM-TRANS-TIME.
           MOVE WS-PEND-TAB-SEQ (WS-PEND-SCAN-IDX) TO AM-SEQ-NO.
           PERFORM RESTAMP-MASTER-STATUS-RTN.

       RESTAMP-MASTER-STATUS-RTN.
           IF AUDIT-MASTER-OPEN
               READ AUDIT-MASTER-FILE
                   INVALID KEY
                       MOVE 'Aviso - entrada no hallada en el maestro'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'de auditoría; no se reestampa.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                   NOT INVALID KEY
                       MOVE WS-APPR-STATUS TO AM-STATUS
                       REWRITE AM-RECORD
                           INVALID KEY
                               MOVE 'Error - no se pudo reestampar el'
                                   TO WS-LOG-LINE
                               PERFORM LOG-MSG-RTN
                               MOVE 'maestro de auditoría.'
                                   TO WS-LOG-LINE
                               PERFORM LOG-MSG-RTN
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      *    REWRITE-PENDING-RTN - rewrites PENDAPPR without the decided
      *    items, through PENDNEW and a rename, the same protection
      *    the suspense rewrite uses; a queue deeper than the table
      *    keeps its unread tail.
      ******************************************************************
       REWRITE-PENDING-RTN.
           OPEN OUTPUT PEND-WORK-FILE.
           IF WS-PEND-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo reescribir las aprobaciones.'
           ELSE
               PERFORM WRITE-PEND-ENTRY-RTN
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PENDING-LOAD-TRUNCATED
                   PERFORM COPY-PEND-REMAINDER-RTN
               END-IF
               CLOSE PEND-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-PEND-WORK-NAME WS-PEND-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.

       COPY-PEND-REMAINDER-RTN.
           OPEN INPUT PEND-APPR-FILE.
           IF WS-PEND-STATUS = '00'
               MOVE 'N' TO WS-PEND-EOF-FLAG
               PERFORM SKIP-PEND-RECORD-RTN
                   VARYING WS-PEND-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-PEND-SKIP-IDX > WS-PEND-COUNT
                      OR END-OF-PENDING
               IF NOT END-OF-PENDING
                   PERFORM READ-PENDING-RTN
                   PERFORM COPY-PEND-REMAINDER-REC-RTN
                       UNTIL END-OF-PENDING
               END-IF
               CLOSE PEND-APPR-FILE
           END-IF.

       SKIP-PEND-RECORD-RTN.
           PERFORM READ-PENDING-RTN.

       COPY-PEND-REMAINDER-REC-RTN.
           MOVE PA-RECORD TO PW-RECORD.
           WRITE PW-RECORD.
           PERFORM READ-PENDING-RTN.

       WRITE-PEND-ENTRY-RTN.
           IF WS-PEND-TAB-RESOLVED (WS-PEND-IDX) = 'N'
               MOVE SPACES TO PW-RECORD
               MOVE WS-PEND-TAB-MAKER (WS-PEND-IDX) TO PW-MAKER-ID
               MOVE WS-PEND-TAB-SEQ (WS-PEND-IDX) TO PW-SEQ-NO
               MOVE WS-PEND-TAB-DATE (WS-PEND-IDX) TO PW-TRANS-DATE
               MOVE WS-PEND-TAB-TIME (WS-PEND-IDX) TO PW-TRANS-TIME
               MOVE WS-PEND-TAB-NUM1 (WS-PEND-IDX) TO PW-NUM1
               MOVE WS-PEND-TAB-NUM2 (WS-PEND-IDX) TO PW-NUM2
               MOVE WS-PEND-TAB-OPER (WS-PEND-IDX) TO PW-OPERATION
               MOVE WS-PEND-TAB-RESULT (WS-PEND-IDX) TO PW-RESULT
               MOVE WS-PEND-TAB-ACCOUNT (WS-PEND-IDX) TO PW-ACCOUNT
               MOVE WS-PEND-TAB-BRANCH (WS-PEND-IDX) TO PW-BRANCH-ID
               MOVE WS-PEND-TAB-SOURCE (WS-PEND-IDX) TO PW-SOURCE
               MOVE WS-PEND-TAB-GRP-SEQ (WS-PEND-IDX) TO PW-GROUP-SEQ
               MOVE WS-PEND-TAB-GRP-DATE (WS-PEND-IDX)
                   TO PW-GROUP-DATE
               MOVE WS-PEND-TAB-GRP-TIME (WS-PEND-IDX)
                   TO PW-GROUP-TIME
               MOVE WS-PEND-TAB-RV-OPR (WS-PEND-IDX)
                   TO PW-REV-OPERATOR
               MOVE WS-PEND-TAB-RV-DATE (WS-PEND-IDX) TO PW-REV-DATE
               MOVE WS-PEND-TAB-RV-TIME (WS-PEND-IDX) TO PW-REV-TIME
               MOVE WS-PEND-TAB-RV-SEQ (WS-PEND-IDX) TO PW-REV-SEQ
               MOVE WS-PEND-TAB-CCY (WS-PEND-IDX) TO PW-CURRENCY
               MOVE WS-PEND-TAB-RATE (WS-PEND-IDX) TO PW-RATE
               MOVE WS-PEND-TAB-BASE (WS-PEND-IDX) TO PW-BASE-RESULT
               WRITE PW-RECORD
           END-IF.

      ******************************************************************
      *    OPERATOR-MAINT-RTN - supervisor maintenance over the
      *    operator master: add an operator, disable or re-enable one,
      *    change an authorization level, or list the master. Every
      *    change is stamped onto the audit trail (status M) naming
      *    the supervisor who made it and the operator affected, and
      *    the master is rewritten through OPERNEW so an abend cannot
      *    truncate it.
      ******************************************************************
       OPERATOR-MAINT-RTN.
           MOVE 'N' TO WS-OPR-CHANGED-FLAG.
           MOVE SPACE TO WS-OPR-MAINT-ANSWER.
           PERFORM OPER-MAINT-ACTION-RTN UNTIL OPER-MAINT-FINISHED.

           IF OPER-MASTER-CHANGED
               PERFORM REWRITE-OPER-MASTER-RTN
           END-IF.

       OPER-MAINT-ACTION-RTN.
           DISPLAY 'Mantenimiento: (A)lta, (D)eshabilitar,'.
           DISPLAY '(H)abilitar, (N)ivel, (L)istar o (F)in.'.
           ACCEPT WS-OPR-MAINT-ANSWER.

                   TO WS-OPR-TAB-LEVEL (WS-OPR-SLOT)
               MOVE 'Y' TO WS-OPR-CHANGED-FLAG

               MOVE 'N' TO WS-MAINT-ACTION
               MOVE WS-OPR-NEW-LEVEL TO WS-MAINT-NEW-LEVEL
               PERFORM WRITE-MAINT-AUDIT-RTN
           END-IF.

       OPER-LIST-RTN.
           IF WS-OPR-COUNT = ZERO
               DISPLAY 'El maestro de operadores está vacío.'
           ELSE
               PERFORM OPER-LIST-ENTRY-RTN
                   VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
           END-IF.

       OPER-LIST-ENTRY-RTN.
           MOVE SPACES TO WS-OPR-LINE.
           STRING WS-OPR-TAB-ID (WS-OPR-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OPR-TAB-NAME (WS-OPR-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OPR-TAB-ACTIVE (WS-OPR-IDX) DELIMITED BY SIZE
                  '  NIVEL ' DELIMITED BY SIZE
                  WS-OPR-TAB-LEVEL (WS-OPR-IDX) DELIMITED BY SIZE
               INTO WS-OPR-LINE.
           DISPLAY WS-OPR-LINE.

      ******************************************************************
      *    WRITE-MAINT-AUDIT-RTN - one audit-trail entry per operator
      *    master change: the supervisor who made it, the operator
      *    affected (in the reference field), the action letter as
      *    the operation, the old and new level in the operand
      *    positions, and status M so the productivity roll-up leaves
      *    these entries out of the calculation counts.
      ******************************************************************
       WRITE-MAINT-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE ZERO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE WS-MAINT-OLD-LEVEL TO AL-NUM1.
           MOVE WS-MAINT-NEW-LEVEL TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-OPR-TARGET-ID TO AL-REF-ID.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    REWRITE-OPER-MASTER-RTN - rewrites OPERMSTR from the table
      *    through OPERNEW and a rename, the same protection the
      *    checkpoint rewrite uses.
      ******************************************************************
       REWRITE-OPER-MASTER-RTN.
           OPEN OUTPUT OPER-WORK-FILE.
           IF WS-OPER-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo grabar el maestro de'
               DISPLAY 'operadores.'
           ELSE
               PERFORM WRITE-OPER-ENTRY-RTN
                   VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               CLOSE OPER-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-OPR-WORK-NAME WS-OPR-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Maestro de operadores actualizado.'
           END-IF.

       WRITE-OPER-ENTRY-RTN.
           MOVE SPACES TO OW-RECORD.
           MOVE WS-OPR-TAB-ID (WS-OPR-IDX) TO OW-OPERATOR-ID.
           MOVE WS-OPR-TAB-NAME (WS-OPR-IDX) TO OW-OPERATOR-NAME.
           MOVE WS-OPR-TAB-ACTIVE (WS-OPR-IDX) TO OW-ACTIVE-FLAG.
           MOVE WS-OPR-TAB-LEVEL (WS-OPR-IDX) TO OW-AUTH-LEVEL.
           WRITE OW-RECORD.

      ******************************************************************
      *    BRANCH-MAINT-RTN - supervisor maintenance over the branch
      *    master: add a branch, disable or re-enable one, change its
      *    GL cost-center suffix, or list the master. Every change is
      *    stamped onto the audit trail (status M) like an operator
      *    master change, and the master is rewritten through BRCHNEW.
      ******************************************************************
       BRANCH-MAINT-RTN.
           MOVE 'N' TO WS-BRN-CHANGED-FLAG.
           MOVE SPACE TO WS-BRN-MAINT-ANSWER.
           PERFORM BRCH-MAINT-ACTION-RTN UNTIL BRCH-MAINT-FINISHED.

           IF BRCH-MASTER-CHANGED
               PERFORM REWRITE-BRCH-MASTER-RTN
           END-IF.

       BRCH-MAINT-ACTION-RTN.
           DISPLAY 'Sucursales: (A)lta, (D)eshabilitar, (H)abilitar,'.
           DISPLAY '(C)entro de costo, (L)istar o (F)in.'.
           ACCEPT WS-BRN-MAINT-ANSWER.

           IF WS-BRN-MAINT-ANSWER = 'A'
               PERFORM BRCH-ADD-RTN
           ELSE
               IF WS-BRN-MAINT-ANSWER = 'D'
                   PERFORM BRCH-DISABLE-RTN
               ELSE
                   IF WS-BRN-MAINT-ANSWER = 'H'
                       PERFORM BRCH-ENABLE-RTN
                   ELSE
                       IF WS-BRN-MAINT-ANSWER = 'C'
                           PERFORM BRCH-SUFFIX-RTN
                       ELSE
                           IF WS-BRN-MAINT-ANSWER = 'L'
                               PERFORM BRCH-LIST-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BRCH-ADD-RTN.
           DISPLAY 'Ingrese el ID de la nueva sucursal.'.
           ACCEPT WS-BRN-TARGET-ID.
           PERFORM FIND-BRANCH-ENTRY-RTN.
           IF WS-BRN-SLOT NOT = ZERO
               DISPLAY 'La sucursal ya existe en el maestro.'
           ELSE
               IF WS-BRN-COUNT >= 50
                   DISPLAY 'Error - maestro de sucursales lleno.'
               ELSE
                   DISPLAY 'Ingrese el nombre de la sucursal.'
                   ACCEPT WS-BRN-NEW-NAME
                   DISPLAY 'Ingrese el sufijo de centro de costo (2).'
                   ACCEPT WS-BRN-NEW-SUFFIX

                   ADD 1 TO WS-BRN-COUNT
                   MOVE WS-BRN-TARGET-ID
                       TO WS-BRN-TAB-ID (WS-BRN-COUNT)
                   MOVE WS-BRN-NEW-NAME
                       TO WS-BRN-TAB-NAME (WS-BRN-COUNT)
                   MOVE 'A' TO WS-BRN-TAB-ACTIVE (WS-BRN-COUNT)
                   MOVE WS-BRN-NEW-SUFFIX
                       TO WS-BRN-TAB-SUFFIX (WS-BRN-COUNT)
                   MOVE 'Y' TO WS-BRN-CHANGED-FLAG

                   MOVE 'A' TO WS-MAINT-ACTION
                   PERFORM WRITE-BRCH-AUDIT-RTN
               END-IF
           END-IF.

       BRCH-DISABLE-RTN.
           DISPLAY 'Ingrese el ID de la sucursal a deshabilitar.'.
           ACCEPT WS-BRN-TARGET-ID.
           PERFORM FIND-BRANCH-ENTRY-RTN.
           IF WS-BRN-SLOT = ZERO
               DISPLAY 'Sucursal no registrada.'
           ELSE
               MOVE 'D' TO WS-BRN-TAB-ACTIVE (WS-BRN-SLOT)
               MOVE 'Y' TO WS-BRN-CHANGED-FLAG

               MOVE 'D' TO WS-MAINT-ACTION
               PERFORM WRITE-BRCH-AUDIT-RTN
           END-IF.

       BRCH-ENABLE-RTN.
           DISPLAY 'Ingrese el ID de la sucursal a habilitar.'.
           ACCEPT WS-BRN-TARGET-ID.
           PERFORM FIND-BRANCH-ENTRY-RTN.
           IF WS-BRN-SLOT = ZERO
               DISPLAY 'Sucursal no registrada.'
           ELSE
               MOVE 'A' TO WS-BRN-TAB-ACTIVE (WS-BRN-SLOT)
               MOVE 'Y' TO WS-BRN-CHANGED-FLAG

               MOVE 'H' TO WS-MAINT-ACTION
               PERFORM WRITE-BRCH-AUDIT-RTN
           END-IF.

       BRCH-SUFFIX-RTN.
           DISPLAY 'Ingrese el ID de la sucursal a modificar.'.
           ACCEPT WS-BRN-TARGET-ID.
           PERFORM FIND-BRANCH-ENTRY-RTN.
           IF WS-BRN-SLOT = ZERO
               DISPLAY 'Sucursal no registrada.'
           ELSE
               DISPLAY 'Ingrese el sufijo de centro de costo (2).'
               ACCEPT WS-BRN-NEW-SUFFIX
               MOVE WS-BRN-NEW-SUFFIX
                   TO WS-BRN-TAB-SUFFIX (WS-BRN-SLOT)
               MOVE 'Y' TO WS-BRN-CHANGED-FLAG

               MOVE 'C' TO WS-MAINT-ACTION
               PERFORM WRITE-BRCH-AUDIT-RTN
           END-IF.

       BRCH-LIST-RTN.
           IF WS-BRN-COUNT = ZERO
               DISPLAY 'El maestro de sucursales está vacío.'
           ELSE
               PERFORM BRCH-LIST-ENTRY-RTN
                   VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
           END-IF.

       BRCH-LIST-ENTRY-RTN.
           MOVE SPACES TO WS-BRN-LINE.
           STRING WS-BRN-TAB-ID (WS-BRN-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BRN-TAB-NAME (WS-BRN-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BRN-TAB-ACTIVE (WS-BRN-IDX) DELIMITED BY SIZE
                  '  CC ' DELIMITED BY SIZE
                  WS-BRN-TAB-SUFFIX (WS-BRN-IDX) DELIMITED BY SIZE
               INTO WS-BRN-LINE.
           DISPLAY WS-BRN-LINE.

      ******************************************************************
      *    WRITE-BRCH-AUDIT-RTN - one audit-trail entry per branch
      *    master change: the supervisor who made it, the action
      *    letter as the operation, the branch affected in the
      *    reference and branch fields, and status M.
      ******************************************************************
       WRITE-BRCH-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE ZERO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE ZERO TO AL-NUM1.
           MOVE ZERO TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-BRN-TARGET-ID TO AL-REF-ID.
           MOVE WS-BRN-TARGET-ID TO AL-BRANCH-ID.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    REWRITE-BRCH-MASTER-RTN - rewrites BRCHMSTR from the table
      *    through BRCHNEW and a rename.
      ******************************************************************
       REWRITE-BRCH-MASTER-RTN.
           OPEN OUTPUT BRANCH-WORK-FILE.
           IF WS-BRCH-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo grabar el maestro de'
               DISPLAY 'sucursales.'
           ELSE
               PERFORM WRITE-BRCH-ENTRY-RTN
                   VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
               CLOSE BRANCH-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-BRN-WORK-NAME WS-BRN-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Maestro de sucursales actualizado.'
           END-IF.

       WRITE-BRCH-ENTRY-RTN.
           MOVE SPACES TO BW-RECORD.
           MOVE WS-BRN-TAB-ID (WS-BRN-IDX) TO BW-BRANCH-ID.
           MOVE WS-BRN-TAB-NAME (WS-BRN-IDX) TO BW-BRANCH-NAME.
           MOVE WS-BRN-TAB-ACTIVE (WS-BRN-IDX) TO BW-ACTIVE-FLAG.
           MOVE WS-BRN-TAB-SUFFIX (WS-BRN-IDX) TO BW-CC-SUFFIX.
           WRITE BW-RECORD.

      ******************************************************************
      *    EXCH-RATE-MAINT-RTN - supervisor maintenance of EXRATE, the
      *    dated exchange rates into the base currency: add or
      *    replace a currency's rate for a date, remove one, purge
      *    the rates older than a cutoff, or list the file. Every
      *    change is stamped onto the audit trail (status M) and the
      *    file is rewritten through EXRATNEW.
      ******************************************************************
       EXCH-RATE-MAINT-RTN.
           PERFORM LOAD-EXCH-RATES-RTN.
           MOVE 'N' TO WS-XRT-CHANGED-FLAG.
           MOVE SPACE TO WS-XRT-MAINT-ANSWER.
           PERFORM XRT-MAINT-ACTION-RTN UNTIL XRT-MAINT-FINISHED.

           IF EXCH-RATES-CHANGED
               PERFORM REWRITE-EXCH-RATES-RTN
           END-IF.

       LOAD-EXCH-RATES-RTN.
           MOVE ZERO TO WS-XRT-COUNT.
           MOVE 'N' TO WS-XRT-TRUNC-FLAG.
           OPEN INPUT EXCH-RATE-FILE.
           IF WS-XRT-STATUS = '00'
               MOVE 'N' TO WS-XRT-EOF-FLAG
               PERFORM READ-EXCH-RATE-RTN
               PERFORM LOAD-EXCH-RATE-ENTRY-RTN
                   UNTIL END-OF-EXCH-RATES
               CLOSE EXCH-RATE-FILE
           END-IF.

       LOAD-EXCH-RATE-ENTRY-RTN.
           IF WS-XRT-COUNT < 500
               ADD 1 TO WS-XRT-COUNT
               MOVE XR-CURRENCY TO WS-XRT-TAB-CCY (WS-XRT-COUNT)
               MOVE XR-EFF-DATE TO WS-XRT-TAB-DATE (WS-XRT-COUNT)
               MOVE XR-RATE TO WS-XRT-TAB-RATE (WS-XRT-COUNT)
               MOVE XR-OPERATOR-ID
                   TO WS-XRT-TAB-OPERATOR (WS-XRT-COUNT)
               MOVE XR-DATE-ADDED TO WS-XRT-TAB-ADDED (WS-XRT-COUNT)
               MOVE 'N' TO WS-XRT-TAB-DELETED (WS-XRT-COUNT)
               PERFORM READ-EXCH-RATE-RTN
           ELSE
               MOVE 'Aviso - tabla de cotizaciones llena; el resto'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'se conserva sin cambios.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-XRT-TRUNC-FLAG
               MOVE 'Y' TO WS-XRT-EOF-FLAG
           END-IF.

       XRT-MAINT-ACTION-RTN.
           DISPLAY 'Cotizaciones: (A)lta o reemplazo, (B)aja,'.
           DISPLAY '(D)epurar anteriores a una fecha, (L)istar'.
           DISPLAY 'o (F)in.'.
           ACCEPT WS-XRT-MAINT-ANSWER.

           IF WS-XRT-MAINT-ANSWER = 'A'
               PERFORM XRT-ADD-RTN
           ELSE
               IF WS-XRT-MAINT-ANSWER = 'B'
                   PERFORM XRT-DELETE-RTN
               ELSE
                   IF WS-XRT-MAINT-ANSWER = 'D'
                       PERFORM XRT-PURGE-RTN
                   ELSE
                       IF WS-XRT-MAINT-ANSWER = 'L'
                           PERFORM XRT-LIST-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       XRT-GET-KEY-RTN.
           DISPLAY 'Ingrese el código de moneda (3).'.
           MOVE SPACES TO WS-XRT-TARGET-CCY.
           ACCEPT WS-XRT-TARGET-CCY.
           DISPLAY 'Ingrese la fecha de vigencia (AAAAMMDD, 0 = hoy).'.
           MOVE ZERO TO WS-XRT-TARGET-DATE.
           ACCEPT WS-XRT-TARGET-DATE.
           IF WS-XRT-TARGET-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-XRT-TARGET-DATE
           END-IF.
           PERFORM FIND-EXCH-RATE-ENTRY-RTN.

       XRT-ADD-RTN.
           PERFORM XRT-GET-KEY-RTN.
           IF WS-XRT-TARGET-CCY = SPACES
              OR WS-XRT-TARGET-CCY = WS-BASE-CURRENCY
               DISPLAY 'Moneda inválida - la moneda base no cotiza.'
           ELSE
               IF WS-XRT-SLOT = ZERO AND WS-XRT-COUNT >= 500
                   DISPLAY 'Error - tabla de cotizaciones llena.'
               ELSE
                   DISPLAY 'Ingrese la cotización en moneda base.'
                   MOVE ZERO TO WS-XRT-NEW-RATE
                   ACCEPT WS-XRT-NEW-RATE
                   IF WS-XRT-NEW-RATE = ZERO
                       DISPLAY 'Valor inválido - sin cambios.'
                   ELSE
                       IF WS-XRT-SLOT = ZERO
                           ADD 1 TO WS-XRT-COUNT
                           MOVE WS-XRT-COUNT TO WS-XRT-SLOT
                           MOVE WS-XRT-TARGET-CCY
                               TO WS-XRT-TAB-CCY (WS-XRT-SLOT)
                           MOVE WS-XRT-TARGET-DATE
                               TO WS-XRT-TAB-DATE (WS-XRT-SLOT)
                           MOVE 'N' TO WS-XRT-TAB-DELETED (WS-XRT-SLOT)
                       END-IF
                       MOVE WS-XRT-NEW-RATE
                           TO WS-XRT-TAB-RATE (WS-XRT-SLOT)
                       MOVE WS-OPERATOR-ID
                           TO WS-XRT-TAB-OPERATOR (WS-XRT-SLOT)
                       ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
                       MOVE WS-TRANS-DATE
                           TO WS-XRT-TAB-ADDED (WS-XRT-SLOT)
                       MOVE 'Y' TO WS-XRT-CHANGED-FLAG

                       MOVE 'A' TO WS-MAINT-ACTION
                       PERFORM WRITE-XRT-AUDIT-RTN
                   END-IF
               END-IF
           END-IF.

       XRT-DELETE-RTN.
           PERFORM XRT-GET-KEY-RTN.
           IF WS-XRT-SLOT = ZERO
               DISPLAY 'Cotización no registrada.'
           ELSE
               MOVE WS-XRT-TAB-RATE (WS-XRT-SLOT) TO WS-XRT-NEW-RATE
               MOVE 'Y' TO WS-XRT-TAB-DELETED (WS-XRT-SLOT)
               MOVE 'Y' TO WS-XRT-CHANGED-FLAG

               MOVE 'B' TO WS-MAINT-ACTION
               PERFORM WRITE-XRT-AUDIT-RTN
           END-IF.

       XRT-PURGE-RTN.
           DISPLAY 'Ingrese la fecha de corte (AAAAMMDD); se eliminan'.
           DISPLAY 'las cotizaciones anteriores a ella.'.
           MOVE ZERO TO WS-XRT-TARGET-DATE.
           ACCEPT WS-XRT-TARGET-DATE.
           IF WS-XRT-TARGET-DATE = ZERO
              OR WS-XRT-TARGET-DATE > WS-RUN-DATE
               DISPLAY 'Valor inválido - sin cambios.'
           ELSE
               MOVE ZERO TO WS-XRT-PURGED-COUNT
               PERFORM XRT-PURGE-ENTRY-RTN
                   VARYING WS-XRT-IDX FROM 1 BY 1
                   UNTIL WS-XRT-IDX > WS-XRT-COUNT
               MOVE WS-XRT-PURGED-COUNT TO WS-XRT-PURGED-COUNT-ED
               DISPLAY 'Cotizaciones depuradas: '
                   WS-XRT-PURGED-COUNT-ED
               IF WS-XRT-PURGED-COUNT NOT = ZERO
                   MOVE 'Y' TO WS-XRT-CHANGED-FLAG
                   MOVE SPACES TO WS-XRT-TARGET-CCY
                   MOVE ZERO TO WS-XRT-NEW-RATE
                   MOVE 'D' TO WS-MAINT-ACTION
                   PERFORM WRITE-XRT-AUDIT-RTN
               END-IF
           END-IF.

       XRT-PURGE-ENTRY-RTN.
           IF WS-XRT-TAB-DELETED (WS-XRT-IDX) NOT = 'Y'
              AND WS-XRT-TAB-DATE (WS-XRT-IDX) < WS-XRT-TARGET-DATE
               MOVE 'Y' TO WS-XRT-TAB-DELETED (WS-XRT-IDX)
               ADD 1 TO WS-XRT-PURGED-COUNT
           END-IF.

       XRT-LIST-RTN.
           IF WS-XRT-COUNT = ZERO
               DISPLAY 'El archivo de cotizaciones está vacío.'
           ELSE
               PERFORM XRT-LIST-ENTRY-RTN
                   VARYING WS-XRT-IDX FROM 1 BY 1
                   UNTIL WS-XRT-IDX > WS-XRT-COUNT
           END-IF.

       XRT-LIST-ENTRY-RTN.
           IF WS-XRT-TAB-DELETED (WS-XRT-IDX) NOT = 'Y'
               MOVE WS-XRT-TAB-RATE (WS-XRT-IDX) TO WS-EXCH-RATE-ED
               MOVE SPACES TO WS-XRT-LINE
               STRING WS-XRT-TAB-CCY (WS-XRT-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-XRT-TAB-DATE (WS-XRT-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-EXCH-RATE-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-XRT-TAB-OPERATOR (WS-XRT-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-XRT-TAB-ADDED (WS-XRT-IDX) DELIMITED BY SIZE
                   INTO WS-XRT-LINE
               DISPLAY WS-XRT-LINE
           END-IF.

      ******************************************************************
      *    FIND-EXCH-RATE-ENTRY-RTN - locates the live rate for
      *    WS-XRT-TARGET-CCY and WS-XRT-TARGET-DATE in the table;
      *    WS-XRT-SLOT comes back zero when absent.
      ******************************************************************
       FIND-EXCH-RATE-ENTRY-RTN.
           MOVE ZERO TO WS-XRT-SLOT.
           PERFORM SCAN-EXCH-RATE-ENTRY-RTN
               VARYING WS-XRT-IDX FROM 1 BY 1
               UNTIL WS-XRT-IDX > WS-XRT-COUNT.

       SCAN-EXCH-RATE-ENTRY-RTN.
           IF WS-XRT-TAB-CCY (WS-XRT-IDX) = WS-XRT-TARGET-CCY
              AND WS-XRT-TAB-DATE (WS-XRT-IDX) = WS-XRT-TARGET-DATE
              AND WS-XRT-TAB-DELETED (WS-XRT-IDX) NOT = 'Y'
               MOVE WS-XRT-IDX TO WS-XRT-SLOT
           END-IF.

      ******************************************************************
      *    WRITE-XRT-AUDIT-RTN - one audit-trail entry per rate change:
      *    the supervisor, the action letter as the operation, the
      *    effective date (or the purge cutoff) as the reference, and
      *    the currency and rate affected, status M. A purge carries
      *    the number of rates removed in the sequence field.
      ******************************************************************
       WRITE-XRT-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           IF WS-MAINT-ACTION = 'D'
               MOVE WS-XRT-PURGED-COUNT TO AL-SEQ-NO
           ELSE
               MOVE ZERO TO AL-SEQ-NO
           END-IF.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE ZERO TO AL-NUM1.
           MOVE ZERO TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-XRT-TARGET-DATE TO AL-REF-ID.
           MOVE SPACES TO AL-BRANCH-ID.
           MOVE WS-XRT-TARGET-CCY TO AL-CURRENCY.
           MOVE WS-XRT-NEW-RATE TO AL-RATE.
           MOVE ZERO TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    REWRITE-EXCH-RATES-RTN - rewrites EXRATE from the table,
      *    less the removed rates, through EXRATNEW and a rename. When
      *    the load stopped at a full table the rates that never
      *    reached it are copied from the old file as they were.
      ******************************************************************
       REWRITE-EXCH-RATES-RTN.
           OPEN OUTPUT EXCH-WORK-FILE.
           IF WS-XRT-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo grabar el archivo de'
               DISPLAY 'cotizaciones.'
           ELSE
               PERFORM WRITE-XRT-ENTRY-RTN
                   VARYING WS-XRT-IDX FROM 1 BY 1
                   UNTIL WS-XRT-IDX > WS-XRT-COUNT
               IF EXCH-RATE-LOAD-TRUNCATED
                   PERFORM COPY-XRT-REMAINDER-RTN
               END-IF
               CLOSE EXCH-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-XRT-WORK-NAME WS-XRT-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Archivo de cotizaciones actualizado.'
           END-IF.

       WRITE-XRT-ENTRY-RTN.
           IF WS-XRT-TAB-DELETED (WS-XRT-IDX) NOT = 'Y'
               MOVE SPACES TO XW-RECORD
               MOVE WS-XRT-TAB-CCY (WS-XRT-IDX) TO XW-CURRENCY
               MOVE WS-XRT-TAB-DATE (WS-XRT-IDX) TO XW-EFF-DATE
               MOVE WS-XRT-TAB-RATE (WS-XRT-IDX) TO XW-RATE
               MOVE WS-XRT-TAB-OPERATOR (WS-XRT-IDX) TO XW-OPERATOR-ID
               MOVE WS-XRT-TAB-ADDED (WS-XRT-IDX) TO XW-DATE-ADDED
               WRITE XW-RECORD
           END-IF.

       COPY-XRT-REMAINDER-RTN.
           OPEN INPUT EXCH-RATE-FILE.
           IF WS-XRT-STATUS = '00'
               MOVE 'N' TO WS-XRT-EOF-FLAG
               PERFORM SKIP-XRT-RECORD-RTN
                   VARYING WS-XRT-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-XRT-SKIP-IDX > WS-XRT-COUNT
                      OR END-OF-EXCH-RATES
               IF NOT END-OF-EXCH-RATES
                   PERFORM READ-EXCH-RATE-RTN
                   PERFORM COPY-XRT-REMAINDER-REC-RTN
                       UNTIL END-OF-EXCH-RATES
               END-IF
               CLOSE EXCH-RATE-FILE
           END-IF.

       SKIP-XRT-RECORD-RTN.
           PERFORM READ-EXCH-RATE-RTN.

       COPY-XRT-REMAINDER-REC-RTN.
           MOVE XR-RECORD TO XW-RECORD.
           WRITE XW-RECORD.
           PERFORM READ-EXCH-RATE-RTN.

      ******************************************************************
      *    WARN-NON-BUSINESS-DAY-RTN - posting and closing on a day
      *    the calendar shows the shop closed is allowed, since an
      *    extra working day is sometimes called, but it is logged
      *    so that operations can confirm it was intended.
      ******************************************************************
       WARN-NON-BUSINESS-DAY-RTN.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM CHECK-BUSINESS-DAY-RTN.
           IF CAL-HOLIDAY
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Aviso - la fecha de proceso es feriado: '
                          DELIMITED BY SIZE
                      WS-CAL-DESC DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               IF CAL-WEEKEND
                   MOVE 'Aviso - la fecha de proceso cae en fin de'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'semana.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    CHECK-BUSINESS-DAY-RTN - classifies the integer date in
      *    WS-CAL-INT as a business day, a holiday on the calendar
      *    (with its description) or a Saturday or Sunday. A holiday
      *    that falls on a weekend is reported as the holiday.
      ******************************************************************
       CHECK-BUSINESS-DAY-RTN.
           MOVE 'H' TO WS-CAL-DAY-TYPE.
           MOVE SPACES TO WS-CAL-DESC.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-CAL-INT).
           MOVE WS-CAL-DATE TO WS-HOL-TARGET-DATE.
           PERFORM FIND-HOLIDAY-ENTRY-RTN.
           IF WS-HOL-SLOT NOT = ZERO
               MOVE 'F' TO WS-CAL-DAY-TYPE
               MOVE WS-HOL-TAB-DESC (WS-HOL-SLOT) TO WS-CAL-DESC
           ELSE
               COMPUTE WS-CAL-WORK = WS-CAL-INT - 1
               DIVIDE WS-CAL-WORK BY 7
                   GIVING WS-CAL-WEEKS
                   REMAINDER WS-CAL-WEEKDAY
               IF WS-CAL-WEEKDAY > 4
                   MOVE 'S' TO WS-CAL-DAY-TYPE
               END-IF
           END-IF.

      ******************************************************************
      *    COUNT-BUSINESS-DAYS-RTN - the business days after
      *    WS-CAL-FROM-DATE up to and including WS-CAL-TO-DATE, into
      *    WS-CAL-BUS-DAYS: an item from Friday seen on Monday is one
      *    business day old. Zero when the range is empty or the
      *    from-date is not a date.
      ******************************************************************
       COUNT-BUSINESS-DAYS-RTN.
           MOVE ZERO TO WS-CAL-BUS-DAYS.
           MOVE ZERO TO WS-CAL-FROM-INT.
           COMPUTE WS-CAL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE)
               ON SIZE ERROR
                   MOVE ZERO TO WS-CAL-FROM-INT
           END-COMPUTE.
           COMPUTE WS-CAL-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-TO-DATE).

           IF WS-CAL-FROM-INT NOT = ZERO
              AND WS-CAL-FROM-INT < WS-CAL-TO-INT
               COMPUTE WS-CAL-FROM-INT = WS-CAL-FROM-INT + 1
               PERFORM COUNT-BUSINESS-DAY-RTN
                   VARYING WS-CAL-INT FROM WS-CAL-FROM-INT BY 1
                   UNTIL WS-CAL-INT > WS-CAL-TO-INT
           END-IF.

       COUNT-BUSINESS-DAY-RTN.
           PERFORM CHECK-BUSINESS-DAY-RTN.
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-CAL-BUS-DAYS
           END-IF.

      ******************************************************************
      *    LOAD-HOLIDAYS-RTN - loads the calendar at start-up for
      *    the aging and closing checks, and again for maintenance.
      *    No file simply means no holidays beyond the weekends.
      ******************************************************************
       LOAD-HOLIDAYS-RTN.
           MOVE ZERO TO WS-HOL-COUNT.
           MOVE 'N' TO WS-HOL-TRUNC-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = '00'
               MOVE 'N' TO WS-HOL-EOF-FLAG
               PERFORM READ-HOLIDAY-RTN
               PERFORM LOAD-HOLIDAY-ENTRY-RTN
                   UNTIL END-OF-HOLIDAYS
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RTN.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-FLAG
           END-READ.

       LOAD-HOLIDAY-ENTRY-RTN.
           IF WS-HOL-COUNT < 400
               ADD 1 TO WS-HOL-COUNT
               MOVE HL-DATE TO WS-HOL-TAB-DATE (WS-HOL-COUNT)
               MOVE HL-DESCRIPTION TO WS-HOL-TAB-DESC (WS-HOL-COUNT)
               MOVE HL-OPERATOR-ID
                   TO WS-HOL-TAB-OPERATOR (WS-HOL-COUNT)
               MOVE HL-DATE-ADDED TO WS-HOL-TAB-ADDED (WS-HOL-COUNT)
               MOVE 'N' TO WS-HOL-TAB-DELETED (WS-HOL-COUNT)
               PERFORM READ-HOLIDAY-RTN
           ELSE
               MOVE 'Aviso - tabla de feriados llena; el resto'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'se conserva sin cambios.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-HOL-TRUNC-FLAG
               MOVE 'Y' TO WS-HOL-EOF-FLAG
           END-IF.

      ******************************************************************
      *    FIND-HOLIDAY-ENTRY-RTN - locates WS-HOL-TARGET-DATE on the
      *    calendar; WS-HOL-SLOT comes back zero when it is not a
      *    holiday.
      ******************************************************************
       FIND-HOLIDAY-ENTRY-RTN.
           MOVE ZERO TO WS-HOL-SLOT.
           PERFORM SCAN-HOLIDAY-ENTRY-RTN
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

       SCAN-HOLIDAY-ENTRY-RTN.
           IF WS-HOL-TAB-DATE (WS-HOL-IDX) = WS-HOL-TARGET-DATE
              AND WS-HOL-TAB-DELETED (WS-HOL-IDX) NOT = 'Y'
               MOVE WS-HOL-IDX TO WS-HOL-SLOT
           END-IF.

      ******************************************************************
      *    HOLIDAY-MAINT-RTN - supervisor maintenance of HOLIDAYS,
      *    the business-day calendar: add or rename a holiday, remove
      *    one, purge the holidays older than a cutoff, or list them
      *    for a year. Every change is stamped onto the audit trail
      *    (status M) and the file is rewritten through HOLIDNEW.
      ******************************************************************
       HOLIDAY-MAINT-RTN.
           PERFORM LOAD-HOLIDAYS-RTN.
           MOVE 'N' TO WS-HOL-CHANGED-FLAG.
           MOVE SPACE TO WS-HOL-MAINT-ANSWER.
           PERFORM HOL-MAINT-ACTION-RTN UNTIL HOL-MAINT-FINISHED.

           IF HOLIDAYS-CHANGED
               PERFORM REWRITE-HOLIDAYS-RTN
           END-IF.

       HOL-MAINT-ACTION-RTN.
           DISPLAY 'Feriados: (A)lta o cambio, (B)aja,'.
           DISPLAY '(D)epurar anteriores a una fecha, (L)istar'.
           DISPLAY 'o (F)in.'.
           ACCEPT WS-HOL-MAINT-ANSWER.

           IF WS-HOL-MAINT-ANSWER = 'A'
               PERFORM HOL-ADD-RTN
           ELSE
               IF WS-HOL-MAINT-ANSWER = 'B'
                   PERFORM HOL-DELETE-RTN
               ELSE
                   IF WS-HOL-MAINT-ANSWER = 'D'
                       PERFORM HOL-PURGE-RTN
                   ELSE
                       IF WS-HOL-MAINT-ANSWER = 'L'
                           PERFORM HOL-LIST-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       HOL-GET-DATE-RTN.
           DISPLAY 'Ingrese la fecha del feriado (AAAAMMDD).'.
           MOVE ZERO TO WS-HOL-TARGET-DATE.
           ACCEPT WS-HOL-TARGET-DATE.
           MOVE ZERO TO WS-HOL-TARGET-INT.
           COMPUTE WS-HOL-TARGET-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOL-TARGET-DATE)
               ON SIZE ERROR
                   MOVE ZERO TO WS-HOL-TARGET-INT
           END-COMPUTE.
           PERFORM FIND-HOLIDAY-ENTRY-RTN.

       HOL-ADD-RTN.
           PERFORM HOL-GET-DATE-RTN.
           IF WS-HOL-TARGET-INT = ZERO
               DISPLAY 'Fecha inválida - sin cambios.'
           ELSE
               IF WS-HOL-SLOT = ZERO AND WS-HOL-COUNT >= 400
                   DISPLAY 'Error - tabla de feriados llena.'
               ELSE
                   DISPLAY 'Ingrese la descripción del feriado.'
                   MOVE SPACES TO WS-HOL-NEW-DESC
                   ACCEPT WS-HOL-NEW-DESC
                   IF WS-HOL-SLOT = ZERO
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-HOL-COUNT TO WS-HOL-SLOT
                       MOVE WS-HOL-TARGET-DATE
                           TO WS-HOL-TAB-DATE (WS-HOL-SLOT)
                       MOVE 'N' TO WS-HOL-TAB-DELETED (WS-HOL-SLOT)
                   END-IF
                   MOVE WS-HOL-NEW-DESC TO WS-HOL-TAB-DESC (WS-HOL-SLOT)
                   MOVE WS-OPERATOR-ID
                       TO WS-HOL-TAB-OPERATOR (WS-HOL-SLOT)
                   ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
                   MOVE WS-TRANS-DATE TO WS-HOL-TAB-ADDED (WS-HOL-SLOT)
                   MOVE 'Y' TO WS-HOL-CHANGED-FLAG

                   MOVE 'A' TO WS-MAINT-ACTION
                   PERFORM WRITE-HOL-AUDIT-RTN
               END-IF
           END-IF.

       HOL-DELETE-RTN.
           PERFORM HOL-GET-DATE-RTN.
           IF WS-HOL-SLOT = ZERO
               DISPLAY 'Feriado no registrado.'
           ELSE
               MOVE 'Y' TO WS-HOL-TAB-DELETED (WS-HOL-SLOT)
               MOVE 'Y' TO WS-HOL-CHANGED-FLAG

               MOVE 'B' TO WS-MAINT-ACTION
               PERFORM WRITE-HOL-AUDIT-RTN
           END-IF.

       HOL-PURGE-RTN.
           DISPLAY 'Ingrese la fecha de corte (AAAAMMDD); se eliminan'.
           DISPLAY 'los feriados anteriores a ella.'.
           MOVE ZERO TO WS-HOL-TARGET-DATE.
           ACCEPT WS-HOL-TARGET-DATE.
           IF WS-HOL-TARGET-DATE = ZERO
              OR WS-HOL-TARGET-DATE > WS-RUN-DATE
               DISPLAY 'Valor inválido - sin cambios.'
           ELSE
               MOVE ZERO TO WS-HOL-PURGED-COUNT
               PERFORM HOL-PURGE-ENTRY-RTN
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE WS-HOL-PURGED-COUNT TO WS-HOL-PURGED-COUNT-ED
               DISPLAY 'Feriados depurados: ' WS-HOL-PURGED-COUNT-ED
               IF WS-HOL-PURGED-COUNT NOT = ZERO
                   MOVE 'Y' TO WS-HOL-CHANGED-FLAG
                   MOVE 'D' TO WS-MAINT-ACTION
                   PERFORM WRITE-HOL-AUDIT-RTN
               END-IF
           END-IF.

       HOL-PURGE-ENTRY-RTN.
           IF WS-HOL-TAB-DELETED (WS-HOL-IDX) NOT = 'Y'
              AND WS-HOL-TAB-DATE (WS-HOL-IDX) < WS-HOL-TARGET-DATE
               MOVE 'Y' TO WS-HOL-TAB-DELETED (WS-HOL-IDX)
               ADD 1 TO WS-HOL-PURGED-COUNT
           END-IF.

       HOL-LIST-RTN.
           DISPLAY 'Ingrese el año a listar (AAAA, 0 = todos).'.
           MOVE ZERO TO WS-HOL-LIST-YEAR.
           ACCEPT WS-HOL-LIST-YEAR.
           IF WS-HOL-COUNT = ZERO
               DISPLAY 'El calendario de feriados está vacío.'
           ELSE
               PERFORM HOL-LIST-ENTRY-RTN
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
           END-IF.

       HOL-LIST-ENTRY-RTN.
           MOVE WS-HOL-TAB-DATE (WS-HOL-IDX) TO WS-CAL-DATE.
           IF WS-HOL-TAB-DELETED (WS-HOL-IDX) NOT = 'Y'
              AND (WS-HOL-LIST-YEAR = ZERO
                   OR WS-CAL-YYYY = WS-HOL-LIST-YEAR)
               MOVE SPACES TO WS-HOL-LINE
               STRING WS-HOL-TAB-DATE (WS-HOL-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-HOL-TAB-DESC (WS-HOL-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-HOL-TAB-OPERATOR (WS-HOL-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-HOL-TAB-ADDED (WS-HOL-IDX) DELIMITED BY SIZE
                   INTO WS-HOL-LINE
               DISPLAY WS-HOL-LINE
           END-IF.

      ******************************************************************
      *    WRITE-HOL-AUDIT-RTN - one audit-trail entry per calendar
      *    change: the supervisor, the action letter as the
      *    operation and the holiday date (or the purge cutoff) as
      *    the reference, status M. A purge carries the number of
      *    holidays removed in the sequence field.
      ******************************************************************
       WRITE-HOL-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           IF WS-MAINT-ACTION = 'D'
               MOVE WS-HOL-PURGED-COUNT TO AL-SEQ-NO
           ELSE
               MOVE ZERO TO AL-SEQ-NO
           END-IF.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE ZERO TO AL-NUM1.
           MOVE ZERO TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-HOL-TARGET-DATE TO AL-REF-ID.
           MOVE SPACES TO AL-BRANCH-ID.
           MOVE SPACES TO AL-CURRENCY.
           MOVE ZERO TO AL-RATE.
           MOVE ZERO TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    REWRITE-HOLIDAYS-RTN - rewrites HOLIDAYS from the table,
      *    less the removed dates, through HOLIDNEW and a rename. When
      *    the load stopped at a full table the dates that never
      *    reached it are copied from the old file as they were.
      ******************************************************************
       REWRITE-HOLIDAYS-RTN.
           OPEN OUTPUT HOLIDAY-WORK-FILE.
           IF WS-HOL-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo grabar el calendario de'
               DISPLAY 'feriados.'
           ELSE
               PERFORM WRITE-HOL-ENTRY-RTN
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF HOLIDAY-LOAD-TRUNCATED
                   PERFORM COPY-HOL-REMAINDER-RTN
               END-IF
               CLOSE HOLIDAY-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-HOL-WORK-NAME WS-HOL-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Calendario de feriados actualizado.'
           END-IF.

       WRITE-HOL-ENTRY-RTN.
           IF WS-HOL-TAB-DELETED (WS-HOL-IDX) NOT = 'Y'
               MOVE SPACES TO HW-RECORD
               MOVE WS-HOL-TAB-DATE (WS-HOL-IDX) TO HW-DATE
               MOVE WS-HOL-TAB-DESC (WS-HOL-IDX) TO HW-DESCRIPTION
               MOVE WS-HOL-TAB-OPERATOR (WS-HOL-IDX) TO HW-OPERATOR-ID
               MOVE WS-HOL-TAB-ADDED (WS-HOL-IDX) TO HW-DATE-ADDED
               WRITE HW-RECORD
           END-IF.

       COPY-HOL-REMAINDER-RTN.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = '00'
               MOVE 'N' TO WS-HOL-EOF-FLAG
               PERFORM SKIP-HOL-RECORD-RTN
                   VARYING WS-HOL-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-HOL-SKIP-IDX > WS-HOL-COUNT
                      OR END-OF-HOLIDAYS
               IF NOT END-OF-HOLIDAYS
                   PERFORM READ-HOLIDAY-RTN
                   PERFORM COPY-HOL-REMAINDER-REC-RTN
                       UNTIL END-OF-HOLIDAYS
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.

       SKIP-HOL-RECORD-RTN.
           PERFORM READ-HOLIDAY-RTN.

       COPY-HOL-REMAINDER-REC-RTN.
           MOVE HL-RECORD TO HW-RECORD.
           WRITE HW-RECORD.
           PERFORM READ-HOLIDAY-RTN.

      ******************************************************************
      *    BUDGET-MAINT-RTN - supervisor maintenance of BUDGET, the
      *    monthly budget per GL account in the base currency: set or
      *    change an account's budget for a month, remove one, purge
      *    the months before a cutoff, or list a month. Only accounts
      *    on the GL map can carry a budget. Every change is stamped
      *    onto the audit trail (status M) and the file is rewritten
      *    through BUDGNEW.
      ******************************************************************
       BUDGET-MAINT-RTN.
           PERFORM LOAD-BUDGET-RTN.
           MOVE 'N' TO WS-BUD-CHANGED-FLAG.
           MOVE SPACE TO WS-BUD-MAINT-ANSWER.
           PERFORM BUD-MAINT-ACTION-RTN UNTIL BUD-MAINT-FINISHED.

           IF BUDGET-CHANGED
               PERFORM REWRITE-BUDGET-RTN
           END-IF.

       BUD-MAINT-ACTION-RTN.
           DISPLAY 'Presupuesto: (A)lta o cambio, (B)aja,'.
           DISPLAY '(D)epurar meses anteriores a uno, (L)istar'.
           DISPLAY 'o (F)in.'.
           ACCEPT WS-BUD-MAINT-ANSWER.

           IF WS-BUD-MAINT-ANSWER = 'A'
               PERFORM BUD-ADD-RTN
           ELSE
               IF WS-BUD-MAINT-ANSWER = 'B'
                   PERFORM BUD-DELETE-RTN
               ELSE
                   IF WS-BUD-MAINT-ANSWER = 'D'
                       PERFORM BUD-PURGE-RTN
                   ELSE
                       IF WS-BUD-MAINT-ANSWER = 'L'
                           PERFORM BUD-LIST-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUD-GET-KEY-RTN.
           DISPLAY 'Ingrese la cuenta contable.'.
           MOVE SPACES TO WS-BUD-TARGET-ACCOUNT.
           ACCEPT WS-BUD-TARGET-ACCOUNT.
           DISPLAY 'Ingrese el mes (AAAAMM).'.
           MOVE ZERO TO WS-BUD-TARGET-PERIOD.
           ACCEPT WS-BUD-TARGET-PERIOD.
           PERFORM FIND-BUDGET-ENTRY-RTN.

       BUD-ADD-RTN.
           PERFORM BUD-GET-KEY-RTN.
           MOVE 'N' TO WS-BUD-MAPPED-FLAG.
           PERFORM BUD-CHECK-MAP-RTN
               VARYING WS-GL-MAP-IDX FROM 1 BY 1
               UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT.
           IF NOT BUD-ACCOUNT-MAPPED
               DISPLAY 'Cuenta no asignada en el mapa contable -'
               DISPLAY 'sin cambios.'
           ELSE
               IF WS-BUD-TARGET-MM < 1 OR WS-BUD-TARGET-MM > 12
                  OR WS-BUD-TARGET-YYYY < 1601
                   DISPLAY 'Mes inválido - sin cambios.'
               ELSE
                   IF WS-BUD-SLOT = ZERO AND WS-BUD-COUNT >= 600
                       DISPLAY 'Error - tabla de presupuesto llena.'
                   ELSE
                       PERFORM BUD-STORE-RTN
                   END-IF
               END-IF
           END-IF.

       BUD-CHECK-MAP-RTN.
           IF WS-GL-MAP-ACCOUNT (WS-GL-MAP-IDX) = WS-BUD-TARGET-ACCOUNT
               MOVE 'Y' TO WS-BUD-MAPPED-FLAG
           END-IF.

       BUD-STORE-RTN.
           DISPLAY 'Ingrese el presupuesto del mes en moneda base.'.
           MOVE ZERO TO WS-BUD-NEW-AMOUNT.
           ACCEPT WS-BUD-NEW-AMOUNT.
           IF WS-BUD-SLOT = ZERO
               ADD 1 TO WS-BUD-COUNT
               MOVE WS-BUD-COUNT TO WS-BUD-SLOT
               MOVE WS-BUD-TARGET-ACCOUNT
                   TO WS-BUD-TAB-ACCOUNT (WS-BUD-SLOT)
               MOVE WS-BUD-TARGET-PERIOD
                   TO WS-BUD-TAB-PERIOD (WS-BUD-SLOT)
               MOVE 'N' TO WS-BUD-TAB-DELETED (WS-BUD-SLOT)
           END-IF.
           MOVE WS-BUD-NEW-AMOUNT TO WS-BUD-TAB-AMOUNT (WS-BUD-SLOT).
           MOVE WS-OPERATOR-ID TO WS-BUD-TAB-OPERATOR (WS-BUD-SLOT).
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           MOVE WS-TRANS-DATE TO WS-BUD-TAB-ADDED (WS-BUD-SLOT).
           MOVE 'Y' TO WS-BUD-CHANGED-FLAG.

           MOVE 'A' TO WS-MAINT-ACTION.
           PERFORM WRITE-BUD-AUDIT-RTN.

       BUD-DELETE-RTN.
           PERFORM BUD-GET-KEY-RTN.
           IF WS-BUD-SLOT = ZERO
               DISPLAY 'Presupuesto no registrado.'
           ELSE
               MOVE 'Y' TO WS-BUD-TAB-DELETED (WS-BUD-SLOT)
               MOVE 'Y' TO WS-BUD-CHANGED-FLAG
               MOVE ZERO TO WS-BUD-NEW-AMOUNT

               MOVE 'B' TO WS-MAINT-ACTION
               PERFORM WRITE-BUD-AUDIT-RTN
           END-IF.

       BUD-PURGE-RTN.
           DISPLAY 'Ingrese el mes de corte (AAAAMM); se eliminan'.
           DISPLAY 'los presupuestos de los meses anteriores.'.
           MOVE ZERO TO WS-BUD-TARGET-PERIOD.
           ACCEPT WS-BUD-TARGET-PERIOD.
           COMPUTE WS-BVA-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH.
           IF WS-BUD-TARGET-PERIOD = ZERO
              OR WS-BUD-TARGET-PERIOD > WS-BVA-PERIOD
               DISPLAY 'Valor inválido - sin cambios.'
           ELSE
               MOVE ZERO TO WS-BUD-PURGED-COUNT
               PERFORM BUD-PURGE-ENTRY-RTN
                   VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
               MOVE WS-BUD-PURGED-COUNT TO WS-BUD-PURGED-COUNT-ED
               DISPLAY 'Presupuestos depurados: '
                   WS-BUD-PURGED-COUNT-ED
               IF WS-BUD-PURGED-COUNT NOT = ZERO
                   MOVE 'Y' TO WS-BUD-CHANGED-FLAG
                   MOVE SPACES TO WS-BUD-TARGET-ACCOUNT
                   MOVE ZERO TO WS-BUD-NEW-AMOUNT
                   MOVE 'D' TO WS-MAINT-ACTION
                   PERFORM WRITE-BUD-AUDIT-RTN
               END-IF
           END-IF.

       BUD-PURGE-ENTRY-RTN.
           IF WS-BUD-TAB-DELETED (WS-BUD-IDX) NOT = 'Y'
              AND WS-BUD-TAB-PERIOD (WS-BUD-IDX) < WS-BUD-TARGET-PERIOD
               MOVE 'Y' TO WS-BUD-TAB-DELETED (WS-BUD-IDX)
               ADD 1 TO WS-BUD-PURGED-COUNT
           END-IF.

       BUD-LIST-RTN.
           DISPLAY 'Ingrese el mes a listar (AAAAMM, 0 = todos).'.
           MOVE ZERO TO WS-BUD-TARGET-PERIOD.
           ACCEPT WS-BUD-TARGET-PERIOD.
           IF WS-BUD-COUNT = ZERO
               DISPLAY 'El archivo de presupuesto está vacío.'
           ELSE
               DISPLAY 'CUENTA    MES      PRESUPUESTO  OPERADOR  FECHA'
               PERFORM BUD-LIST-ENTRY-RTN
                   VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
           END-IF.

       BUD-LIST-ENTRY-RTN.
           IF WS-BUD-TAB-DELETED (WS-BUD-IDX) NOT = 'Y'
              AND (WS-BUD-TARGET-PERIOD = ZERO
                   OR WS-BUD-TAB-PERIOD (WS-BUD-IDX)
                      = WS-BUD-TARGET-PERIOD)
               MOVE WS-BUD-TAB-AMOUNT (WS-BUD-IDX) TO WS-BUD-AMOUNT-ED
               MOVE SPACES TO WS-BUD-LINE
               STRING WS-BUD-TAB-ACCOUNT (WS-BUD-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BUD-TAB-PERIOD (WS-BUD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BUD-AMOUNT-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BUD-TAB-OPERATOR (WS-BUD-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BUD-TAB-ADDED (WS-BUD-IDX) DELIMITED BY SIZE
                   INTO WS-BUD-LINE
               DISPLAY WS-BUD-LINE
           END-IF.

      ******************************************************************
      *    WRITE-BUD-AUDIT-RTN - one audit-trail entry per budget
      *    change: the supervisor, the action letter as the
      *    operation, the account as the reference and the month in
      *    the sequence field, with the new budget as the base
      *    amount (zero on a removal), status M. A purge carries the
      *    number of budgets removed in the sequence field and the
      *    cutoff month as the reference.
      ******************************************************************
       WRITE-BUD-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           IF WS-MAINT-ACTION = 'D'
               MOVE WS-BUD-PURGED-COUNT TO AL-SEQ-NO
               MOVE WS-BUD-TARGET-PERIOD TO AL-REF-ID
           ELSE
               MOVE WS-BUD-TARGET-PERIOD TO AL-SEQ-NO
               MOVE WS-BUD-TARGET-ACCOUNT TO AL-REF-ID
           END-IF.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE ZERO TO AL-NUM1.
           MOVE ZERO TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE SPACES TO AL-BRANCH-ID.
           MOVE WS-BASE-CURRENCY TO AL-CURRENCY.
           MOVE 1 TO AL-RATE.
           MOVE WS-BUD-NEW-AMOUNT TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    REWRITE-BUDGET-RTN - rewrites BUDGET from the table, less
      *    the removed entries, through BUDGNEW and a rename. When
      *    the load stopped at a full table the entries that never
      *    reached it are copied from the old file as they were.
      ******************************************************************
       REWRITE-BUDGET-RTN.
           OPEN OUTPUT BUDGET-WORK-FILE.
           IF WS-BUD-WORK-STATUS NOT = '00'
               DISPLAY 'Error - no se pudo grabar el archivo de'
               DISPLAY 'presupuesto.'
           ELSE
               PERFORM WRITE-BUD-ENTRY-RTN
                   VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
               IF BUDGET-LOAD-TRUNCATED
                   PERFORM COPY-BUD-REMAINDER-RTN
               END-IF
               CLOSE BUDGET-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-BUD-WORK-NAME WS-BUD-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Presupuesto actualizado.'
           END-IF.

       WRITE-BUD-ENTRY-RTN.
           IF WS-BUD-TAB-DELETED (WS-BUD-IDX) NOT = 'Y'
               MOVE SPACES TO BN-RECORD
               MOVE WS-BUD-TAB-ACCOUNT (WS-BUD-IDX) TO BN-ACCOUNT-CODE
               MOVE WS-BUD-TAB-PERIOD (WS-BUD-IDX) TO BN-PERIOD
               MOVE WS-BUD-TAB-AMOUNT (WS-BUD-IDX) TO BN-AMOUNT
               MOVE WS-BUD-TAB-OPERATOR (WS-BUD-IDX) TO BN-OPERATOR-ID
               MOVE WS-BUD-TAB-ADDED (WS-BUD-IDX) TO BN-DATE-ADDED
               WRITE BN-RECORD
           END-IF.

       COPY-BUD-REMAINDER-RTN.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = '00'
               MOVE 'N' TO WS-BUD-EOF-FLAG
               PERFORM SKIP-BUD-RECORD-RTN
                   VARYING WS-BUD-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-BUD-SKIP-IDX > WS-BUD-COUNT
                      OR END-OF-BUDGET
               IF NOT END-OF-BUDGET
                   PERFORM READ-BUDGET-RTN
                   PERFORM COPY-BUD-REMAINDER-REC-RTN
                       UNTIL END-OF-BUDGET
               END-IF
               CLOSE BUDGET-FILE
           END-IF.

       SKIP-BUD-RECORD-RTN.
           PERFORM READ-BUDGET-RTN.

       COPY-BUD-REMAINDER-REC-RTN.
           MOVE BU-RECORD TO BN-RECORD.
           WRITE BN-RECORD.
           PERFORM READ-BUDGET-RTN.

      ******************************************************************
      *    STANDING-MAINT-RTN - supervisor maintenance of STDINST, the
      *    standing instructions: add one for an operator and branch,
      *    change its figures or schedule, cancel it, list the file
      *    or list what falls due in the coming days. Every change is
      *    stamped onto the audit trail (status M) and the file is
      *    rewritten through STDINNEW.
      ******************************************************************
       STANDING-MAINT-RTN.
           PERFORM LOAD-STANDING-RTN.
           MOVE 'N' TO WS-SI-CHANGED-FLAG.
           MOVE SPACE TO WS-SI-MAINT-ANSWER.
           PERFORM SI-MAINT-ACTION-RTN UNTIL SI-MAINT-FINISHED.

           IF STANDING-CHANGED
               PERFORM REWRITE-STANDING-RTN
           END-IF.

       SI-MAINT-ACTION-RTN.
           DISPLAY 'Instrucciones permanentes: (A)lta, (M)odificar,'.
           DISPLAY '(B)aja, (L)istar, (P)róximos vencimientos'.
           DISPLAY 'o (F)in.'.
           ACCEPT WS-SI-MAINT-ANSWER.

           IF WS-SI-MAINT-ANSWER = 'A'
               PERFORM SI-ADD-RTN
           ELSE
               IF WS-SI-MAINT-ANSWER = 'M'
                   PERFORM SI-CHANGE-RTN
               ELSE
                   IF WS-SI-MAINT-ANSWER = 'B'
                       PERFORM SI-CANCEL-RTN
                   ELSE
                       IF WS-SI-MAINT-ANSWER = 'L'
                           PERFORM SI-LIST-RTN
                       ELSE
                           IF WS-SI-MAINT-ANSWER = 'P'
                               PERFORM SI-UPCOMING-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SI-ADD-RTN.
           IF WS-SI-COUNT >= 200
               DISPLAY 'Error - archivo de instrucciones lleno.'
           ELSE
               PERFORM SI-GET-OWNER-RTN
               IF SI-ENTRY-VALID
                   PERFORM SI-GET-DETAILS-RTN
               END-IF
               IF SI-ENTRY-VALID
                   ADD 1 TO WS-SI-LAST-ID
                   ADD 1 TO WS-SI-COUNT
                   MOVE WS-SI-COUNT TO WS-SI-SLOT
                   MOVE WS-SI-LAST-ID TO WS-SI-TAB-ID (WS-SI-SLOT)
                   MOVE WS-SI-NEW-OPERATOR
                       TO WS-SI-TAB-OPERATOR (WS-SI-SLOT)
                   MOVE WS-SI-NEW-BRANCH
                       TO WS-SI-TAB-BRANCH (WS-SI-SLOT)
                   MOVE 'A' TO WS-SI-TAB-STATUS (WS-SI-SLOT)
                   MOVE ZERO TO WS-SI-TAB-LAST-GEN (WS-SI-SLOT)
                   MOVE 'N' TO WS-SI-TAB-DUE (WS-SI-SLOT)
                   PERFORM SI-STORE-DETAILS-RTN
                   MOVE WS-SI-LAST-ID TO WS-SI-ID-ED
                   DISPLAY 'Instrucción registrada con el número: '
                   DISPLAY WS-SI-ID-ED

                   MOVE 'A' TO WS-MAINT-ACTION
                   PERFORM WRITE-SI-AUDIT-RTN
               END-IF
           END-IF.

       SI-CHANGE-RTN.
           PERFORM SI-GET-ID-RTN.
           IF WS-SI-SLOT NOT = ZERO
               PERFORM SI-GET-DETAILS-RTN
               IF SI-ENTRY-VALID
                   PERFORM SI-STORE-DETAILS-RTN
                   MOVE 'M' TO WS-MAINT-ACTION
                   PERFORM WRITE-SI-AUDIT-RTN
               END-IF
           END-IF.

       SI-CANCEL-RTN.
           PERFORM SI-GET-ID-RTN.
           IF WS-SI-SLOT NOT = ZERO
               MOVE 'C' TO WS-SI-TAB-STATUS (WS-SI-SLOT)
               MOVE 'Y' TO WS-SI-CHANGED-FLAG
               MOVE 'B' TO WS-MAINT-ACTION
               PERFORM WRITE-SI-AUDIT-RTN
           END-IF.

      ******************************************************************
      *    SI-GET-ID-RTN - asks for an instruction number and finds it
      *    among the active ones; WS-SI-SLOT comes back zero when it
      *    is not there.
      ******************************************************************
       SI-GET-ID-RTN.
           DISPLAY 'Ingrese el número de instrucción.'.
           MOVE ZERO TO WS-SI-TARGET-ID.
           ACCEPT WS-SI-TARGET-ID.
           PERFORM FIND-STANDING-ENTRY-RTN.
           IF WS-SI-SLOT = ZERO
               DISPLAY 'Instrucción no registrada.'
           ELSE
               IF WS-SI-TAB-STATUS (WS-SI-SLOT) NOT = 'A'
                   DISPLAY 'La instrucción no está activa.'
                   MOVE ZERO TO WS-SI-SLOT
               END-IF
           END-IF.

       FIND-STANDING-ENTRY-RTN.
           MOVE ZERO TO WS-SI-SLOT.
           PERFORM SCAN-STANDING-ENTRY-RTN
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SI-COUNT.

       SCAN-STANDING-ENTRY-RTN.
           IF WS-SI-TAB-ID (WS-SI-IDX) = WS-SI-TARGET-ID
               MOVE WS-SI-IDX TO WS-SI-SLOT
           END-IF.

      ******************************************************************
      *    SI-GET-OWNER-RTN - the owning operator must be on the
      *    operator master and the branch on the branch master and
      *    active, as for a sign-on and a session branch.
      ******************************************************************
       SI-GET-OWNER-RTN.
           MOVE 'N' TO WS-SI-ENTRY-FLAG.
           DISPLAY 'Ingrese el operador titular.'.
           MOVE SPACES TO WS-SI-NEW-OPERATOR.
           ACCEPT WS-SI-NEW-OPERATOR.
           MOVE WS-SI-NEW-OPERATOR TO WS-OPR-TARGET-ID.
           PERFORM FIND-OPERATOR-ENTRY-RTN.
           IF WS-OPR-SLOT = ZERO AND NOT OPER-MASTER-BOOTSTRAP
               DISPLAY 'Operador no registrado.'
           ELSE
               DISPLAY 'Ingrese la sucursal.'
               MOVE SPACES TO WS-SI-NEW-BRANCH
               ACCEPT WS-SI-NEW-BRANCH
               IF BRCH-MASTER-BOOTSTRAP
                   MOVE 'Y' TO WS-SI-ENTRY-FLAG
               ELSE
                   MOVE WS-SI-NEW-BRANCH TO WS-BRN-TARGET-ID
                   PERFORM FIND-BRANCH-ENTRY-RTN
                   IF WS-BRN-SLOT = ZERO
                       DISPLAY 'Sucursal no registrada.'
                   ELSE
                       IF WS-BRN-TAB-ACTIVE (WS-BRN-SLOT) NOT = 'A'
                           DISPLAY 'Sucursal inactiva.'
                       ELSE
                           MOVE 'Y' TO WS-SI-ENTRY-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    SI-GET-DETAILS-RTN - the figures and the schedule. Any
      *    calculation but a reversal may stand; the first due date
      *    defaults to today and may not be in the past, and an end
      *    date, when given, may not fall before it.
      ******************************************************************
       SI-GET-DETAILS-RTN.
           MOVE 'N' TO WS-SI-ENTRY-FLAG.
           DISPLAY 'Ingrese el primer número.'.
           MOVE ZERO TO WS-SI-NEW-NUM1.
           ACCEPT WS-SI-NEW-NUM1.
           DISPLAY 'Ingrese el segundo número.'.
           MOVE ZERO TO WS-SI-NEW-NUM2.
           ACCEPT WS-SI-NEW-NUM2.
           DISPLAY 'Ingrese la operación (+ - * / M ^ P).'.
           MOVE SPACE TO WS-SI-NEW-OPERATION.
           ACCEPT WS-SI-NEW-OPERATION.
           DISPLAY 'Frecuencia: (D)iaria, (S)emanal, (Q)uincenal,'.
           DISPLAY '(M)ensual, (T)rimestral o (A)nual.'.
           MOVE SPACE TO WS-SI-NEW-FREQ.
           ACCEPT WS-SI-NEW-FREQ.
           DISPLAY 'Ingrese el próximo vencimiento'.
           DISPLAY '(AAAAMMDD, 0 = hoy).'.
           MOVE ZERO TO WS-SI-NEW-DUE.
           ACCEPT WS-SI-NEW-DUE.
           IF WS-SI-NEW-DUE = ZERO
               MOVE WS-RUN-DATE TO WS-SI-NEW-DUE
           END-IF.
           DISPLAY 'Ingrese la fecha de fin (AAAAMMDD, 0 = sin fin).'.
           MOVE ZERO TO WS-SI-NEW-END.
           ACCEPT WS-SI-NEW-END.

           MOVE WS-SI-NEW-DUE TO WS-SI-STEP-DATE.
           PERFORM CHECK-STEP-DATE-RTN.
           IF WS-SI-NEW-OPERATION NOT = '+'
              AND WS-SI-NEW-OPERATION NOT = '-'
              AND WS-SI-NEW-OPERATION NOT = '*'
              AND WS-SI-NEW-OPERATION NOT = '/'
              AND WS-SI-NEW-OPERATION NOT = 'M'
              AND WS-SI-NEW-OPERATION NOT = '^'
              AND WS-SI-NEW-OPERATION NOT = 'P'
               DISPLAY 'Operación inválida - sin cambios.'
           ELSE
               IF NOT SI-FREQ-VALID
                   DISPLAY 'Frecuencia inválida - sin cambios.'
               ELSE
                   IF WS-SI-STEP-INT = ZERO
                      OR WS-SI-NEW-DUE < WS-RUN-DATE
                       DISPLAY 'Vencimiento inválido - sin cambios.'
                   ELSE
                       IF WS-SI-NEW-END NOT = ZERO
                          AND WS-SI-NEW-END < WS-SI-NEW-DUE
                           DISPLAY
                             'Fecha de fin inválida - sin cambios.'
                       ELSE
                           MOVE 'Y' TO WS-SI-ENTRY-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SI-STORE-DETAILS-RTN.
           MOVE WS-SI-NEW-NUM1 TO WS-SI-TAB-NUM1 (WS-SI-SLOT).
           MOVE WS-SI-NEW-NUM2 TO WS-SI-TAB-NUM2 (WS-SI-SLOT).
           MOVE WS-SI-NEW-OPERATION TO WS-SI-TAB-OPER (WS-SI-SLOT).
           MOVE WS-SI-NEW-FREQ TO WS-SI-TAB-FREQ (WS-SI-SLOT).
           MOVE WS-SI-NEW-DUE TO WS-SI-TAB-NEXT-DUE (WS-SI-SLOT).
           MOVE WS-SI-NEW-END TO WS-SI-TAB-END-DATE (WS-SI-SLOT).
           MOVE WS-SI-STEP-DD TO WS-SI-TAB-DUE-DAY (WS-SI-SLOT).
           MOVE 'Y' TO WS-SI-CHANGED-FLAG.

       SI-LIST-RTN.
           IF WS-SI-COUNT = ZERO
               DISPLAY 'El archivo de instrucciones está vacío.'
           ELSE
               PERFORM SI-LIST-ENTRY-RTN
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
           END-IF.

      ******************************************************************
      *    SI-UPCOMING-RTN - the active instructions that fall due
      *    within the number of days asked for, overdue ones
      *    included, so an operator can see what the next runs will
      *    post for them.
      ******************************************************************
       SI-UPCOMING-RTN.
           DISPLAY 'Ingrese la cantidad de días a listar (0 = 7).'.
           MOVE ZERO TO WS-SI-DAYS-AHEAD.
           ACCEPT WS-SI-DAYS-AHEAD.
           IF WS-SI-DAYS-AHEAD = ZERO
               MOVE 7 TO WS-SI-DAYS-AHEAD
           END-IF.
           COMPUTE WS-SI-HORIZON = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                + WS-SI-DAYS-AHEAD).
           MOVE ZERO TO WS-SI-DUE-COUNT.
           PERFORM SI-UPCOMING-ENTRY-RTN
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SI-COUNT.
           IF WS-SI-DUE-COUNT = ZERO
               DISPLAY 'No hay vencimientos en el período.'
           END-IF.

       SI-UPCOMING-ENTRY-RTN.
           IF WS-SI-TAB-STATUS (WS-SI-IDX) = 'A'
              AND WS-SI-TAB-NEXT-DUE (WS-SI-IDX) <= WS-SI-HORIZON
              AND (WS-SI-TAB-END-DATE (WS-SI-IDX) = ZERO
                OR WS-SI-TAB-NEXT-DUE (WS-SI-IDX)
                   <= WS-SI-TAB-END-DATE (WS-SI-IDX))
               ADD 1 TO WS-SI-DUE-COUNT
               PERFORM SI-LIST-ENTRY-RTN
           END-IF.

       SI-LIST-ENTRY-RTN.
           MOVE WS-SI-TAB-ID (WS-SI-IDX) TO WS-SI-ID-ED.
           MOVE WS-SI-TAB-NUM1 (WS-SI-IDX) TO WS-SI-NUM1-ED.
           MOVE WS-SI-TAB-NUM2 (WS-SI-IDX) TO WS-SI-NUM2-ED.
           MOVE SPACES TO WS-SI-LINE.
           STRING WS-SI-ID-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-NEXT-DUE (WS-SI-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-NUM1-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-OPER (WS-SI-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-NUM2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-FREQ (WS-SI-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-OPERATOR (WS-SI-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-BRANCH (WS-SI-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SI-TAB-STATUS (WS-SI-IDX) DELIMITED BY SIZE
               INTO WS-SI-LINE.
           DISPLAY WS-SI-LINE.

      ******************************************************************
      *    WRITE-SI-AUDIT-RTN - one audit-trail entry per instruction
      *    change: the supervisor, the action letter as the
      *    operation, the instruction number as the sequence, its
      *    operands, its owning operator as the reference and its
      *    branch, status M.
      ******************************************************************
       WRITE-SI-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-SI-TAB-ID (WS-SI-SLOT) TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-TRANS-TIME TO AL-TRANS-TIME.
           MOVE WS-SI-TAB-NUM1 (WS-SI-SLOT) TO AL-NUM1.
           MOVE WS-SI-TAB-NUM2 (WS-SI-SLOT) TO AL-NUM2.
           MOVE WS-MAINT-ACTION TO AL-OPERATION.
           MOVE ZERO TO AL-TOTAL.
           MOVE 'M' TO AL-STATUS.
           MOVE WS-SI-TAB-OPERATOR (WS-SI-SLOT) TO AL-REF-ID.
           MOVE WS-SI-TAB-BRANCH (WS-SI-SLOT) TO AL-BRANCH-ID.
           MOVE ZERO TO AL-RATE.
           MOVE ZERO TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    LOAD-STANDING-RTN - loads STDINST into its table for the
      *    generation step and for maintenance, noting the highest
      *    instruction number so new ones follow on from it.
      ******************************************************************
       LOAD-STANDING-RTN.
           MOVE ZERO TO WS-SI-COUNT.
           MOVE ZERO TO WS-SI-LAST-ID.
           MOVE 'N' TO WS-SI-TRUNC-FLAG.
           OPEN INPUT STANDING-FILE.
           IF WS-SI-STATUS = '00'
               MOVE 'N' TO WS-SI-EOF-FLAG
               PERFORM READ-STANDING-RTN
               PERFORM LOAD-STANDING-ENTRY-RTN UNTIL END-OF-STANDING
               CLOSE STANDING-FILE
           END-IF.

       READ-STANDING-RTN.
           READ STANDING-FILE
               AT END
                   MOVE 'Y' TO WS-SI-EOF-FLAG
           END-READ.

       LOAD-STANDING-ENTRY-RTN.
           IF WS-SI-COUNT < 200
               ADD 1 TO WS-SI-COUNT
               MOVE SI-INST-ID TO WS-SI-TAB-ID (WS-SI-COUNT)
               MOVE SI-NUM1 TO WS-SI-TAB-NUM1 (WS-SI-COUNT)
               MOVE SI-NUM2 TO WS-SI-TAB-NUM2 (WS-SI-COUNT)
               MOVE SI-OPERATION TO WS-SI-TAB-OPER (WS-SI-COUNT)
               MOVE SI-FREQUENCY TO WS-SI-TAB-FREQ (WS-SI-COUNT)
               MOVE SI-NEXT-DUE TO WS-SI-TAB-NEXT-DUE (WS-SI-COUNT)
               MOVE SI-END-DATE TO WS-SI-TAB-END-DATE (WS-SI-COUNT)
               MOVE SI-DUE-DAY TO WS-SI-TAB-DUE-DAY (WS-SI-COUNT)
               MOVE SI-OPERATOR-ID
                   TO WS-SI-TAB-OPERATOR (WS-SI-COUNT)
               MOVE SI-BRANCH-ID TO WS-SI-TAB-BRANCH (WS-SI-COUNT)
               MOVE SI-STATUS TO WS-SI-TAB-STATUS (WS-SI-COUNT)
               MOVE SI-LAST-GEN TO WS-SI-TAB-LAST-GEN (WS-SI-COUNT)
               MOVE 'N' TO WS-SI-TAB-DUE (WS-SI-COUNT)
               IF SI-INST-ID > WS-SI-LAST-ID
                   MOVE SI-INST-ID TO WS-SI-LAST-ID
               END-IF
               PERFORM READ-STANDING-RTN
           ELSE
               MOVE 'Aviso - tabla de instrucciones llena; el resto'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'se conserva sin cambios.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'Y' TO WS-SI-TRUNC-FLAG
               MOVE 'Y' TO WS-SI-EOF-FLAG
           END-IF.

      ******************************************************************
      *    REWRITE-STANDING-RTN - rewrites STDINST from the table
      *    through STDINNEW and a rename; instructions that never
      *    reached a full table are copied from the old file as they
      *    were.
      ******************************************************************
       REWRITE-STANDING-RTN.
           OPEN OUTPUT STANDING-WORK-FILE.
           IF WS-SI-WORK-STATUS NOT = '00'
               MOVE 'Error - no se pudo grabar el archivo de'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'instrucciones permanentes.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               PERFORM WRITE-SI-ENTRY-RTN
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF STANDING-LOAD-TRUNCATED
                   PERFORM COPY-SI-REMAINDER-RTN
               END-IF
               CLOSE STANDING-WORK-FILE
               CALL 'CBL_RENAME_FILE'
                   USING WS-SI-WORK-NAME WS-SI-LIVE-NAME
               MOVE ZERO TO RETURN-CODE
               MOVE 'Instrucciones permanentes actualizadas.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

       WRITE-SI-ENTRY-RTN.
           MOVE SPACES TO SN-RECORD.
           MOVE WS-SI-TAB-ID (WS-SI-IDX) TO SN-INST-ID.
           MOVE WS-SI-TAB-NUM1 (WS-SI-IDX) TO SN-NUM1.
           MOVE WS-SI-TAB-NUM2 (WS-SI-IDX) TO SN-NUM2.
           MOVE WS-SI-TAB-OPER (WS-SI-IDX) TO SN-OPERATION.
           MOVE WS-SI-TAB-FREQ (WS-SI-IDX) TO SN-FREQUENCY.
           MOVE WS-SI-TAB-NEXT-DUE (WS-SI-IDX) TO SN-NEXT-DUE.
           MOVE WS-SI-TAB-END-DATE (WS-SI-IDX) TO SN-END-DATE.
           MOVE WS-SI-TAB-DUE-DAY (WS-SI-IDX) TO SN-DUE-DAY.
           MOVE WS-SI-TAB-OPERATOR (WS-SI-IDX) TO SN-OPERATOR-ID.
           MOVE WS-SI-TAB-BRANCH (WS-SI-IDX) TO SN-BRANCH-ID.
           MOVE WS-SI-TAB-STATUS (WS-SI-IDX) TO SN-STATUS.
           MOVE WS-SI-TAB-LAST-GEN (WS-SI-IDX) TO SN-LAST-GEN.
           WRITE SN-RECORD.

       COPY-SI-REMAINDER-RTN.
           OPEN INPUT STANDING-FILE.
           IF WS-SI-STATUS = '00'
               MOVE 'N' TO WS-SI-EOF-FLAG
               PERFORM SKIP-SI-RECORD-RTN
                   VARYING WS-SI-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SI-SKIP-IDX > WS-SI-COUNT
                      OR END-OF-STANDING
               IF NOT END-OF-STANDING
                   PERFORM READ-STANDING-RTN
                   PERFORM COPY-SI-REMAINDER-REC-RTN
                       UNTIL END-OF-STANDING
               END-IF
               CLOSE STANDING-FILE
           END-IF.

       SKIP-SI-RECORD-RTN.
           PERFORM READ-STANDING-RTN.

       COPY-SI-REMAINDER-REC-RTN.
           MOVE SI-RECORD TO SN-RECORD.
           WRITE SN-RECORD.
           PERFORM READ-STANDING-RTN.

      ******************************************************************
      *    VERIFY-AUDIT-RTN - supervisor check of the audit trail.
      *    Every retained archive and then today's live log are
      *    re-read in order and each entry's check value recomputed
      *    from the one before it; a mismatch is reported as a broken
      *    link and the walk picks up again from the stored value, so
      *    each break shows once. Each archived day is held to its
      *    AUDCHAIN record (entry count, first and last value), a day
      *    with a record on AUDCHAIN or entries on the audit master
      *    but no archive is reported missing, and every entry is
      *    compared with its audit-master copy. The status on the
      *    master is not compared, since approvals and reversals
      *    restamp it there by design. Results go to AUDVRPT.
      ******************************************************************
       VERIFY-AUDIT-RTN.
           MOVE ZERO TO WS-VFY-TOT-DAYS.
           MOVE ZERO TO WS-VFY-TOT-ENTRIES.
           MOVE ZERO TO WS-VFY-TOT-UNSEALED.
           MOVE ZERO TO WS-VFY-TOT-BREAKS.
           MOVE ZERO TO WS-VFY-TOT-MISSING.
           MOVE ZERO TO WS-VFY-TOT-MASTER.
           MOVE ZERO TO WS-VFY-TOT-ERRORS.
           MOVE ZERO TO WS-VFY-EXPECTED.
           MOVE 'N' TO WS-VFY-STARTED-FLAG.
           MOVE 'N' TO WS-VFY-SEALED-FLAG.

           COMPUTE WS-VFY-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-RETENTION-DAYS.
           COMPUTE WS-VFY-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-VFY-BASE-INT).
           MOVE WS-RETENTION-DAYS TO WS-VFY-DAY-COUNT.
           PERFORM VFY-CLEAR-DAY-RTN
               VARYING WS-VFY-DAY-IDX FROM 1 BY 1
               UNTIL WS-VFY-DAY-IDX > WS-VFY-DAY-COUNT.

           PERFORM VFY-LOAD-ANCHORS-RTN.
           IF AUDIT-MASTER-OPEN
               PERFORM VFY-COUNT-MASTER-RTN
           END-IF.

           OPEN EXTEND AUD-VERIFY-FILE.
           IF WS-VFY-RPT-STATUS NOT = '00'
               OPEN OUTPUT AUD-VERIFY-FILE
           END-IF.
           PERFORM VFY-WRITE-HEADER-RTN.

           CLOSE AUDIT-FILE.
           PERFORM VFY-AUDIT-DAY-RTN
               VARYING WS-VFY-DAY-IDX FROM 1 BY 1
               UNTIL WS-VFY-DAY-IDX NOT < WS-VFY-DAY-COUNT.
           PERFORM VFY-LIVE-LOG-RTN.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF AUDIT-MASTER-OPEN
               PERFORM VFY-COMPARE-COUNTS-RTN
                   VARYING WS-VFY-DAY-IDX FROM 1 BY 1
                   UNTIL WS-VFY-DAY-IDX > WS-VFY-DAY-COUNT
           ELSE
               MOVE SPACES TO VF-RECORD
               STRING 'MAESTRO DE AUDITORIA NO DISPONIBLE; '
                          DELIMITED BY SIZE
                      'NO SE COMPARA.' DELIMITED BY SIZE
                   INTO VF-RECORD
               WRITE VF-RECORD
           END-IF.

           PERFORM VFY-WRITE-FOOTER-RTN.
           CLOSE AUD-VERIFY-FILE.

           IF WS-VFY-TOT-ERRORS = ZERO
               MOVE 'Cadena de auditoría verificada sin errores.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE 'Aviso - la cadena de auditoría presenta'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'errores; revise AUDVRPT.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

       VFY-CLEAR-DAY-RTN.
           MOVE ZERO TO WS-VFY-TAB-MASTER (WS-VFY-DAY-IDX).
           MOVE ZERO TO WS-VFY-TAB-LOGGED (WS-VFY-DAY-IDX).
           MOVE SPACE TO WS-VFY-TAB-STATE (WS-VFY-DAY-IDX).

      ******************************************************************
      *    VFY-LOAD-ANCHORS-RTN - loads the AUDCHAIN records for the
      *    days still inside the retention window.
      ******************************************************************
       VFY-LOAD-ANCHORS-RTN.
           MOVE ZERO TO WS-VFY-CK-COUNT.
           MOVE 'N' TO WS-VFY-CK-TRUNC-FLAG.
           OPEN INPUT CHAIN-ANCHOR-FILE.
           IF WS-AX-STATUS = '00'
               MOVE 'N' TO WS-AX-EOF-FLAG
               PERFORM READ-CHAIN-ANCHOR-RTN
               PERFORM VFY-LOAD-ANCHOR-ENTRY-RTN
                   UNTIL END-OF-CHAIN-ANCHORS
               CLOSE CHAIN-ANCHOR-FILE
           END-IF.

           IF CHAIN-ANCHORS-TRUNCATED
               MOVE 'Aviso - AUDCHAIN excede la tabla; los días'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'restantes se verifican sin su cierre.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

       VFY-LOAD-ANCHOR-ENTRY-RTN.
           IF AX-DATE IS NUMERIC
              AND AX-DATE > WS-VFY-CUTOFF-DATE
              AND AX-LAST-VALUE IS NUMERIC
               IF WS-VFY-CK-COUNT < 400
                   ADD 1 TO WS-VFY-CK-COUNT
                   MOVE AX-DATE TO WS-VFY-CK-DATE (WS-VFY-CK-COUNT)
                   MOVE AX-PREV-VALUE
                       TO WS-VFY-CK-PREV (WS-VFY-CK-COUNT)
                   MOVE AX-LAST-VALUE
                       TO WS-VFY-CK-LAST (WS-VFY-CK-COUNT)
                   MOVE AX-COUNT
                       TO WS-VFY-CK-TAB-COUNT (WS-VFY-CK-COUNT)
               ELSE
                   MOVE 'Y' TO WS-VFY-CK-TRUNC-FLAG
               END-IF
           END-IF.
           PERFORM READ-CHAIN-ANCHOR-RTN.

      *    The last record for a date wins, should a day ever have
      *    been rolled over twice.
       VFY-FIND-ANCHOR-RTN.
           MOVE ZERO TO WS-VFY-CK-SLOT.
           PERFORM VFY-SCAN-ANCHOR-RTN
               VARYING WS-VFY-CK-IDX FROM 1 BY 1
               UNTIL WS-VFY-CK-IDX > WS-VFY-CK-COUNT.

       VFY-SCAN-ANCHOR-RTN.
           IF WS-VFY-CK-DATE (WS-VFY-CK-IDX) = WS-VFY-DAY-DATE
               MOVE WS-VFY-CK-IDX TO WS-VFY-CK-SLOT
           END-IF.

      ******************************************************************
      *    VFY-COUNT-MASTER-RTN - counts the audit-master entries per
      *    transaction date inside the window, for the missing-day
      *    and deleted-line checks.
      ******************************************************************
       VFY-COUNT-MASTER-RTN.
           MOVE SPACES TO AM-OPERATOR-ID.
           MOVE ZERO TO AM-TRANS-DATE.
           MOVE ZERO TO AM-TRANS-TIME.
           MOVE ZERO TO AM-SEQ-NO.
           MOVE 'N' TO WS-AUDM-EOF-FLAG.
           START AUDIT-MASTER-FILE KEY NOT < AM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUDM-EOF-FLAG
           END-START.
           IF NOT END-OF-AUDIT-MASTER
               PERFORM READ-MASTER-NEXT-RTN
           END-IF.
           PERFORM VFY-COUNT-MASTER-ENTRY-RTN
               UNTIL END-OF-AUDIT-MASTER.

       VFY-COUNT-MASTER-ENTRY-RTN.
           IF AM-TRANS-DATE > WS-VFY-CUTOFF-DATE
              AND AM-TRANS-DATE NOT > WS-RUN-DATE
               COMPUTE WS-VFY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(AM-TRANS-DATE)
                   - WS-VFY-BASE-INT
               IF WS-VFY-OFFSET > ZERO
                  AND WS-VFY-OFFSET NOT > WS-VFY-DAY-COUNT
                   ADD 1 TO WS-VFY-TAB-MASTER (WS-VFY-OFFSET)
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT-RTN.

      ******************************************************************
      *    VFY-AUDIT-DAY-RTN - verifies one retained day's archive, or
      *    reports it missing when the day is known to have had
      *    activity.
      ******************************************************************
       VFY-AUDIT-DAY-RTN.
           MOVE 'N' TO WS-VFY-LOG-DAY-FLAG.
           COMPUTE WS-VFY-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (WS-VFY-BASE-INT + WS-VFY-DAY-IDX).
           PERFORM VFY-FIND-ANCHOR-RTN.

           MOVE WS-VFY-DAY-DATE TO WS-AUDIT-SCAN-DATE.
           PERFORM OPEN-AUDIT-ARCHIVE-RTN.
           IF AUDIT-ARCHIVE-OPEN
               PERFORM VFY-START-DAY-RTN
               MOVE 'N' TO WS-AUDIT-EOF-FLAG
               PERFORM READ-AUDIT-RTN
               PERFORM VFY-AUDIT-ENTRY-RTN UNTIL END-OF-AUDIT-LOG
               CLOSE AUD-ARCHIVE-FILE
               MOVE 'L' TO WS-AUDIT-SOURCE
               PERFORM VFY-END-DAY-RTN
           ELSE
               IF WS-VFY-CK-SLOT NOT = ZERO
                  OR WS-VFY-TAB-MASTER (WS-VFY-DAY-IDX) >
                     WS-VFY-TAB-LOGGED (WS-VFY-DAY-IDX)
                   PERFORM VFY-MISSING-DAY-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    VFY-LIVE-LOG-RTN - today's log has no AUDCHAIN record yet;
      *    it is walked on from the value the last archive ended on.
      ******************************************************************
       VFY-LIVE-LOG-RTN.
           MOVE 'Y' TO WS-VFY-LOG-DAY-FLAG.
           MOVE WS-VFY-DAY-COUNT TO WS-VFY-DAY-IDX.
           MOVE WS-RUN-DATE TO WS-VFY-DAY-DATE.
           MOVE ZERO TO WS-VFY-CK-SLOT.

           MOVE 'L' TO WS-AUDIT-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM VFY-START-DAY-RTN
               MOVE 'N' TO WS-AUDIT-EOF-FLAG
               PERFORM READ-AUDIT-RTN
               PERFORM VFY-AUDIT-ENTRY-RTN UNTIL END-OF-AUDIT-LOG
               CLOSE AUDIT-FILE
               PERFORM VFY-WRITE-DAY-RESULT-RTN
           END-IF.

       VFY-START-DAY-RTN.
           MOVE 'N' TO WS-VFY-DAY-ERR-FLAG.
           MOVE 'N' TO WS-VFY-DAY-SEALED-FLAG.
           MOVE ZERO TO WS-VFY-LINE-NO.
           MOVE 'C' TO WS-VFY-TAB-STATE (WS-VFY-DAY-IDX).
           ADD 1 TO WS-VFY-TOT-DAYS.

           MOVE SPACES TO VF-RECORD.
           IF VERIFYING-LIVE-LOG
               STRING 'AUDITLOG (EN CURSO, ' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO VF-RECORD
           ELSE
               STRING 'AUDITLOG.' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                   INTO VF-RECORD
           END-IF.
           WRITE VF-RECORD.

           IF WS-VFY-CK-SLOT NOT = ZERO
               IF CHAIN-VALUE-KNOWN
                  AND WS-VFY-CK-PREV (WS-VFY-CK-SLOT)
                      NOT = WS-VFY-EXPECTED
                   MOVE SPACES TO WS-VFY-LINE
                   STRING '  EL DIA NO ENLAZA CON EL DIA ANTERIOR'
                       DELIMITED BY SIZE INTO WS-VFY-LINE
                   PERFORM VFY-DAY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               END-IF
               MOVE WS-VFY-CK-PREV (WS-VFY-CK-SLOT) TO WS-VFY-EXPECTED
               MOVE 'Y' TO WS-VFY-STARTED-FLAG
           END-IF.

      ******************************************************************
      *    VFY-AUDIT-ENTRY-RTN - one entry: the check value against
      *    the chain, then the entry against its audit-master copy.
      *    Entries written before the chain was introduced carry no
      *    check value; one turning up after sealed entries means a
      *    check value has been blanked out.
      ******************************************************************
       VFY-AUDIT-ENTRY-RTN.
           ADD 1 TO WS-VFY-LINE-NO.
           ADD 1 TO WS-VFY-TOT-ENTRIES.

           IF AL-CHAIN-VALUE IS NUMERIC
               MOVE 'Y' TO WS-VFY-SEALED-FLAG
               MOVE 'Y' TO WS-VFY-DAY-SEALED-FLAG
               MOVE WS-VFY-EXPECTED TO WS-AUD-SEAL-PREV
               PERFORM SEAL-AUDIT-ENTRY-RTN
               IF WS-AUD-SEAL-VALUE NOT = AL-CHAIN-VALUE
                   MOVE 'ENLACE ROTO' TO WS-VFY-REASON
                   PERFORM VFY-ENTRY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               END-IF
               MOVE AL-CHAIN-VALUE TO WS-VFY-EXPECTED
               MOVE 'Y' TO WS-VFY-STARTED-FLAG
           ELSE
               IF CHAIN-SEALS-SEEN
                   MOVE 'SIN VALOR DE CONTROL DENTRO DE LA CADENA'
                       TO WS-VFY-REASON
                   PERFORM VFY-ENTRY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               ELSE
                   ADD 1 TO WS-VFY-TOT-UNSEALED
               END-IF
           END-IF.

           IF AL-TRANS-DATE > WS-VFY-CUTOFF-DATE
              AND AL-TRANS-DATE NOT > WS-RUN-DATE
               COMPUTE WS-VFY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(AL-TRANS-DATE)
                   - WS-VFY-BASE-INT
               IF WS-VFY-OFFSET > ZERO
                  AND WS-VFY-OFFSET NOT > WS-VFY-DAY-COUNT
                   ADD 1 TO WS-VFY-TAB-LOGGED (WS-VFY-OFFSET)
               END-IF
               IF AUDIT-MASTER-OPEN
                   PERFORM VFY-CHECK-MASTER-RTN
               END-IF
           END-IF.

           PERFORM READ-AUDIT-RTN.

       VFY-CHECK-MASTER-RTN.
           MOVE AL-OPERATOR-ID TO AM-OPERATOR-ID.
           MOVE AL-TRANS-DATE TO AM-TRANS-DATE.
           MOVE AL-TRANS-TIME TO AM-TRANS-TIME.
           MOVE AL-SEQ-NO TO AM-SEQ-NO.
           READ AUDIT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO FIGURA EN EL MAESTRO DE AUDITORIA'
                       TO WS-VFY-REASON
                   PERFORM VFY-ENTRY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-MASTER
               NOT INVALID KEY
                   IF AM-NUM1 NOT = AL-NUM1
                      OR AM-NUM2 NOT = AL-NUM2
                      OR AM-OPERATION NOT = AL-OPERATION
                      OR AM-TOTAL NOT = AL-TOTAL
                      OR AM-REF-ID NOT = AL-REF-ID
                      OR AM-BRANCH-ID NOT = AL-BRANCH-ID
                      OR AM-CURRENCY-DATA NOT = AL-CURRENCY-DATA
                       MOVE 'DIFIERE DEL MAESTRO DE AUDITORIA'
                           TO WS-VFY-REASON
                       PERFORM VFY-ENTRY-ERROR-RTN
                       ADD 1 TO WS-VFY-TOT-MASTER
                   END-IF
           END-READ.

      ******************************************************************
      *    VFY-END-DAY-RTN - holds the archived day to its AUDCHAIN
      *    record and resumes the walk from the recorded last value.
      ******************************************************************
       VFY-END-DAY-RTN.
           IF WS-VFY-CK-SLOT NOT = ZERO
               IF WS-VFY-CK-TAB-COUNT (WS-VFY-CK-SLOT)
                  NOT = WS-VFY-LINE-NO
                   MOVE WS-VFY-CK-TAB-COUNT (WS-VFY-CK-SLOT)
                       TO WS-VFY-COUNT-ED
                   MOVE WS-VFY-LINE-NO TO WS-VFY-COUNT2-ED
                   MOVE SPACES TO WS-VFY-LINE
                   STRING '  AUDCHAIN REGISTRA ' DELIMITED BY SIZE
                          WS-VFY-COUNT-ED DELIMITED BY SIZE
                          ' ENTRADAS; EL ARCHIVO TIENE '
                              DELIMITED BY SIZE
                          WS-VFY-COUNT2-ED DELIMITED BY SIZE
                       INTO WS-VFY-LINE
                   PERFORM VFY-DAY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               END-IF
               IF WS-VFY-CK-LAST (WS-VFY-CK-SLOT) NOT = WS-VFY-EXPECTED
                   MOVE SPACES TO WS-VFY-LINE
                   STRING '  EL ULTIMO VALOR DE CONTROL NO COINCIDE '
                              DELIMITED BY SIZE
                          'CON AUDCHAIN' DELIMITED BY SIZE
                       INTO WS-VFY-LINE
                   PERFORM VFY-DAY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               END-IF
               MOVE WS-VFY-CK-LAST (WS-VFY-CK-SLOT) TO WS-VFY-EXPECTED
           ELSE
               IF DAY-HAS-SEALS
                   MOVE SPACES TO WS-VFY-LINE
                   STRING '  EL DIA NO TIENE CIERRE EN AUDCHAIN'
                       DELIMITED BY SIZE INTO WS-VFY-LINE
                   PERFORM VFY-DAY-ERROR-RTN
                   ADD 1 TO WS-VFY-TOT-BREAKS
               END-IF
           END-IF.
           PERFORM VFY-WRITE-DAY-RESULT-RTN.

      ******************************************************************
      *    VFY-MISSING-DAY-RTN - a day with activity on record and no
      *    archive. A day set aside in an older layout at a cutover
      *    is noted as such rather than reported missing.
      ******************************************************************
       VFY-MISSING-DAY-RTN.
           MOVE 'N' TO WS-VFY-OLD-FORMAT-FLAG.
           PERFORM VFY-TRY-OLD-FORMAT-RTN
               VARYING WS-VFY-LEVEL FROM 2 BY 1
               UNTIL WS-VFY-LEVEL NOT < WS-LAYOUT-LEVEL.

           MOVE SPACES TO VF-RECORD.
           IF OLD-FORMAT-ARCHIVE-FOUND
               MOVE 'V' TO WS-VFY-TAB-STATE (WS-VFY-DAY-IDX)
               STRING 'AUDITLOG.' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                      '  FORMATO ANTERIOR, NO VERIFICADO'
                          DELIMITED BY SIZE
                   INTO VF-RECORD
               WRITE VF-RECORD
           ELSE
               MOVE 'F' TO WS-VFY-TAB-STATE (WS-VFY-DAY-IDX)
               ADD 1 TO WS-VFY-TOT-MISSING
               ADD 1 TO WS-VFY-TOT-ERRORS
               STRING 'AUDITLOG.' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                      '  FALTA EL ARCHIVO DEL DIA' DELIMITED BY SIZE
                   INTO VF-RECORD
               WRITE VF-RECORD
               IF WS-VFY-CK-SLOT NOT = ZERO
                   MOVE WS-VFY-CK-LAST (WS-VFY-CK-SLOT)
                       TO WS-VFY-EXPECTED
                   MOVE 'Y' TO WS-VFY-STARTED-FLAG
               END-IF
           END-IF.

       VFY-TRY-OLD-FORMAT-RTN.
           IF NOT OLD-FORMAT-ARCHIVE-FOUND
               MOVE WS-VFY-LEVEL TO WS-VFY-LEVEL-DIGIT
               MOVE SPACES TO WS-AUD-ARCH-NAME
               STRING 'AUDITLOG.' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                      '.V' DELIMITED BY SIZE
                      WS-VFY-LEVEL-DIGIT DELIMITED BY SIZE
                   INTO WS-AUD-ARCH-NAME
               OPEN INPUT AUD-ARCHIVE-FILE
               IF WS-AUD-ARCH-STATUS = '00'
                   MOVE 'Y' TO WS-VFY-OLD-FORMAT-FLAG
                   CLOSE AUD-ARCHIVE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    VFY-COMPARE-COUNTS-RTN - more entries on the audit master
      *    for a date than the logs hold means lines were taken out
      *    of the log, including from today's tail that no AUDCHAIN
      *    record covers yet.
      ******************************************************************
       VFY-COMPARE-COUNTS-RTN.
           IF WS-VFY-TAB-STATE (WS-VFY-DAY-IDX) NOT = 'F'
              AND WS-VFY-TAB-STATE (WS-VFY-DAY-IDX) NOT = 'V'
              AND WS-VFY-TAB-MASTER (WS-VFY-DAY-IDX) >
                  WS-VFY-TAB-LOGGED (WS-VFY-DAY-IDX)
               COMPUTE WS-VFY-DAY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-VFY-BASE-INT + WS-VFY-DAY-IDX)
               MOVE WS-VFY-TAB-MASTER (WS-VFY-DAY-IDX)
                   TO WS-VFY-COUNT-ED
               MOVE WS-VFY-TAB-LOGGED (WS-VFY-DAY-IDX)
                   TO WS-VFY-COUNT2-ED
               MOVE SPACES TO VF-RECORD
               STRING 'FECHA ' DELIMITED BY SIZE
                      WS-VFY-DAY-DATE DELIMITED BY SIZE
                      ': MAESTRO ' DELIMITED BY SIZE
                      WS-VFY-COUNT-ED DELIMITED BY SIZE
                      ' ENTRADAS, REGISTRO ' DELIMITED BY SIZE
                      WS-VFY-COUNT2-ED DELIMITED BY SIZE
                   INTO VF-RECORD
               WRITE VF-RECORD
               ADD 1 TO WS-VFY-TOT-MASTER
               ADD 1 TO WS-VFY-TOT-ERRORS
           END-IF.

       VFY-ENTRY-ERROR-RTN.
           MOVE 'Y' TO WS-VFY-DAY-ERR-FLAG.
           ADD 1 TO WS-VFY-TOT-ERRORS.
           MOVE WS-VFY-LINE-NO TO WS-VFY-COUNT-ED.
           MOVE AL-SEQ-NO TO WS-VFY-SEQ-ED.
           MOVE SPACES TO VF-RECORD.
           STRING '  LINEA ' DELIMITED BY SIZE
                  WS-VFY-COUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-OPERATOR-ID DELIMITED BY SIZE
                  ' SEC ' DELIMITED BY SIZE
                  WS-VFY-SEQ-ED DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-VFY-REASON DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

       VFY-DAY-ERROR-RTN.
           MOVE 'Y' TO WS-VFY-DAY-ERR-FLAG.
           ADD 1 TO WS-VFY-TOT-ERRORS.
           MOVE WS-VFY-LINE TO VF-RECORD.
           WRITE VF-RECORD.

       VFY-WRITE-DAY-RESULT-RTN.
           MOVE WS-VFY-LINE-NO TO WS-VFY-COUNT-ED.
           MOVE SPACES TO VF-RECORD.
           IF DAY-HAS-ERRORS
               STRING '  ENTRADAS: ' DELIMITED BY SIZE
                      WS-VFY-COUNT-ED DELIMITED BY SIZE
                      '  RESULTADO: CON ERRORES' DELIMITED BY SIZE
                   INTO VF-RECORD
           ELSE
               STRING '  ENTRADAS: ' DELIMITED BY SIZE
                      WS-VFY-COUNT-ED DELIMITED BY SIZE
                      '  RESULTADO: CORRECTO' DELIMITED BY SIZE
                   INTO VF-RECORD
           END-IF.
           WRITE VF-RECORD.

       VFY-WRITE-HEADER-RTN.
           MOVE SPACES TO VF-RECORD.
           STRING 'VERIFICACION DE LA CADENA DE AUDITORIA - FECHA: '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE SPACES TO VF-RECORD.
           STRING 'OPERADOR: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  '   DIAS POSTERIORES AL ' DELIMITED BY SIZE
                  WS-VFY-CUTOFF-DATE DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE SPACES TO VF-RECORD.
           WRITE VF-RECORD.

       VFY-WRITE-FOOTER-RTN.
           MOVE SPACES TO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-DAYS TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'DIAS VERIFICADOS:          ' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-ENTRIES TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'ENTRADAS VERIFICADAS:      ' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-UNSEALED TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'ANTERIORES A LA CADENA:    ' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-BREAKS TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'ENLACES ROTOS:             ' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-MISSING TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'DIAS FALTANTES:            ' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE WS-VFY-TOT-MASTER TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO VF-RECORD.
           STRING 'DIFERENCIAS CON EL MAESTRO:' DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED DELIMITED BY SIZE
               INTO VF-RECORD.
           WRITE VF-RECORD.

           MOVE SPACES TO VF-RECORD.
           IF WS-VFY-TOT-ERRORS = ZERO
               STRING 'RESULTADO: CADENA INTACTA' DELIMITED BY SIZE
                   INTO VF-RECORD
           ELSE
               STRING 'RESULTADO: CADENA CON ERRORES' DELIMITED BY SIZE
                   INTO VF-RECORD
           END-IF.
           WRITE VF-RECORD.

           MOVE SPACES TO VF-RECORD.
           WRITE VF-RECORD.

      ******************************************************************
      *    DW-EXTRACT-RTN - the incremental extract for the data
      *    warehouse: every audit master entry stamped after the
      *    high-water mark on DWHWM and before this run started goes
      *    to a delimited extract, DWEXTR.<fecha>.<hora>, between a
      *    header and a trailer carrying the entry count and the
      *    base-currency amount hash, with the operator's name from
      *    OPERMSTR beside the ID. The master is keyed by operator
      *    first, so the whole master is swept. The mark moves to the
      *    latest entry extracted only once the extract has closed
      *    cleanly; an extract that fails is deleted and the mark
      *    stays put, so the rerun takes the same entries again with
      *    no gap and no duplicate.
      ******************************************************************
       DW-EXTRACT-RTN.
           MOVE 'Y' TO WS-DWX-OK-FLAG.
           PERFORM READ-DW-HWM-RTN.

           IF DWX-EXTRACT-OK AND NOT AUDIT-MASTER-OPEN
               MOVE 'Error - maestro de auditoría no disponible;'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'extracto no generado.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'N' TO WS-DWX-OK-FLAG
           END-IF.

           IF DWX-EXTRACT-OK
               PERFORM WRITE-DW-EXTRACT-RTN
           END-IF.
           IF DWX-EXTRACT-OK
               PERFORM SAVE-DW-HWM-RTN
           END-IF.

           IF DWX-EXTRACT-OK
               MOVE 'Extracto para el depósito de datos:'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE WS-DWX-FILE-NAME TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE WS-DWX-COUNT TO WS-DWX-COUNT-ED
               MOVE SPACES TO WS-LOG-LINE
               STRING 'Entradas extraídas: ' DELIMITED BY SIZE
                      WS-DWX-COUNT-ED DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               MOVE 'Y' TO WS-ABEND-FLAG
           END-IF.

      *    No DWHWM yet means nothing was ever extracted: the first
      *    run takes the whole master. A mark that is present but
      *    unreadable stops the extract, since guessing would either
      *    skip or repeat entries.
       READ-DW-HWM-RTN.
           MOVE ZERO TO WS-DWX-FROM-DATE.
           MOVE ZERO TO WS-DWX-FROM-TIME.

           OPEN INPUT DW-HWM-FILE.
           IF WS-DWH-STATUS = '35'
               MOVE 'Aviso - sin marca de extracción (DWHWM); se'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'extrae el maestro de auditoría completo.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           ELSE
               IF WS-DWH-STATUS NOT = '00'
                   MOVE 'N' TO WS-DWX-OK-FLAG
               ELSE
                   READ DW-HWM-FILE
                       AT END
                           MOVE 'N' TO WS-DWX-OK-FLAG
                       NOT AT END
                           IF HM-LAST-DATE NUMERIC
                              AND HM-LAST-TIME NUMERIC
                               MOVE HM-LAST-DATE TO WS-DWX-FROM-DATE
                               MOVE HM-LAST-TIME TO WS-DWX-FROM-TIME
                           ELSE
                               MOVE 'N' TO WS-DWX-OK-FLAG
                           END-IF
                   END-READ
                   CLOSE DW-HWM-FILE
               END-IF
               IF NOT DWX-EXTRACT-OK
                   MOVE 'Error - no se pudo leer la marca de'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'extracción (DWHWM); extracto no generado.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.

       WRITE-DW-EXTRACT-RTN.
           MOVE WS-RUN-DATE TO WS-DWX-TO-DATE.
           MOVE WS-RUN-TIME TO WS-DWX-TO-TIME.
           MOVE WS-DWX-FROM-STAMP TO WS-DWX-LAST-STAMP.
           MOVE ZERO TO WS-DWX-COUNT.
           MOVE ZERO TO WS-DWX-HASH.

           MOVE WS-RUN-TIME TO WS-DWX-CLOCK.
           MOVE SPACES TO WS-DWX-FILE-NAME.
           STRING 'DWEXTR.' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-DWX-CLOCK-HHMMSS DELIMITED BY SIZE
               INTO WS-DWX-FILE-NAME.

           OPEN OUTPUT DW-EXTRACT-FILE.
           IF WS-DWX-STATUS NOT = '00'
               MOVE 'Error - no se pudo crear el extracto'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE WS-DWX-FILE-NAME TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'N' TO WS-DWX-OK-FLAG
           ELSE
               PERFORM WRITE-DWX-HEADER-RTN

               MOVE SPACES TO AM-OPERATOR-ID
               MOVE ZERO TO AM-TRANS-DATE
               MOVE ZERO TO AM-TRANS-TIME
               MOVE ZERO TO AM-SEQ-NO
               MOVE 'N' TO WS-AUDM-EOF-FLAG
               START AUDIT-MASTER-FILE KEY NOT < AM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AUDM-EOF-FLAG
               END-START
               IF NOT END-OF-AUDIT-MASTER
                   PERFORM READ-MASTER-NEXT-RTN
               END-IF
               PERFORM DWX-MASTER-ENTRY-RTN
                   UNTIL END-OF-AUDIT-MASTER OR NOT DWX-EXTRACT-OK
      *    The sweep must have reached the end of the master: a read
      *    that failed part way would leave later operators' entries
      *    behind a mark already past them.
               IF WS-AUDM-STATUS NOT = '00' AND NOT = '02'
                  AND NOT = '10' AND NOT = '23'
                   MOVE 'Error - lectura del maestro de auditoría'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'interrumpida.' TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'N' TO WS-DWX-OK-FLAG
               END-IF

               IF DWX-EXTRACT-OK
                   PERFORM WRITE-DWX-TRAILER-RTN
               END-IF
               CLOSE DW-EXTRACT-FILE
               IF WS-DWX-STATUS NOT = '00'
                   MOVE 'N' TO WS-DWX-OK-FLAG
               END-IF

               IF NOT DWX-EXTRACT-OK
                   MOVE 'Error - extracto incompleto; se elimina y la'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'marca de extracción no avanza.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   CALL 'CBL_DELETE_FILE' USING WS-DWX-FILE-NAME
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       DWX-MASTER-ENTRY-RTN.
           MOVE AM-TRANS-DATE TO WS-DWX-ENTRY-DATE.
           MOVE AM-TRANS-TIME TO WS-DWX-ENTRY-TIME.
           IF WS-DWX-ENTRY-STAMP > WS-DWX-FROM-STAMP
              AND WS-DWX-ENTRY-STAMP < WS-DWX-TO-STAMP
               PERFORM WRITE-DWX-DETAIL-RTN
               IF WS-DWX-ENTRY-STAMP > WS-DWX-LAST-STAMP
                   MOVE WS-DWX-ENTRY-STAMP TO WS-DWX-LAST-STAMP
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT-RTN.

       WRITE-DWX-HEADER-RTN.
           MOVE SPACES TO DX-RECORD.
           STRING 'H|CALCAUD|' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-CLOCK-HHMMSS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-FROM-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-FROM-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-TO-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-TO-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
               INTO DX-RECORD.
           PERFORM WRITE-DWX-LINE-RTN.

      *    One entry per line. An entry from before currencies were
      *    carried is in the base currency at a rate of 1.
       WRITE-DWX-DETAIL-RTN.
           MOVE AM-OPERATOR-ID TO WS-OPR-TARGET-ID.
           PERFORM FIND-OPERATOR-ENTRY-RTN.
           IF WS-OPR-SLOT = ZERO
               MOVE SPACES TO WS-DWX-OPER-NAME
           ELSE
               MOVE WS-OPR-TAB-NAME (WS-OPR-SLOT) TO WS-DWX-OPER-NAME
           END-IF.

           IF AM-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-DWX-CURRENCY
               MOVE 1 TO WS-DWX-RATE
               MOVE AM-TOTAL TO WS-DWX-BASE
           ELSE
               MOVE AM-CURRENCY TO WS-DWX-CURRENCY
               MOVE AM-RATE TO WS-DWX-RATE
               MOVE AM-BASE-TOTAL TO WS-DWX-BASE
           END-IF.

           MOVE AM-NUM1 TO WS-DWX-NUM1-ED.
           MOVE AM-NUM2 TO WS-DWX-NUM2-ED.
           MOVE AM-TOTAL TO WS-DWX-TOTAL-ED.
           MOVE WS-DWX-RATE TO WS-DWX-RATE-ED.
           MOVE WS-DWX-BASE TO WS-DWX-BASE-ED.

           MOVE SPACES TO DX-RECORD.
           STRING 'D|' DELIMITED BY SIZE
                  AM-OPERATOR-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-DWX-OPER-NAME DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  AM-TRANS-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AM-TRANS-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AM-SEQ-NO DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-NUM1-ED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-NUM2-ED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AM-OPERATION DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-DWX-TOTAL-ED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AM-STATUS DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  AM-REF-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  AM-BRANCH-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-DWX-CURRENCY DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-DWX-RATE-ED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-BASE-ED DELIMITED BY SIZE
               INTO DX-RECORD.
           PERFORM WRITE-DWX-LINE-RTN.

           ADD 1 TO WS-DWX-COUNT.
           ADD WS-DWX-BASE TO WS-DWX-HASH
               ON SIZE ERROR
                   MOVE 'Error - desborde del total del extracto.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
                   MOVE 'N' TO WS-DWX-OK-FLAG
           END-ADD.

       WRITE-DWX-TRAILER-RTN.
           MOVE WS-DWX-HASH TO WS-DWX-HASH-ED.
           MOVE SPACES TO DX-RECORD.
           STRING 'T|' DELIMITED BY SIZE
                  WS-DWX-COUNT DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-DWX-HASH-ED DELIMITED BY SIZE
               INTO DX-RECORD.
           PERFORM WRITE-DWX-LINE-RTN.

       WRITE-DWX-LINE-RTN.
           WRITE DX-RECORD.
           IF WS-DWX-STATUS NOT = '00'
               MOVE 'N' TO WS-DWX-OK-FLAG
           END-IF.

      ******************************************************************
      *    SAVE-DW-HWM-RTN - moves the high-water mark to the latest
      *    entry just extracted, written to DWHWMNEW and renamed over
      *    DWHWM so the mark is never left half-written. If the mark
      *    cannot be saved the extract is deleted, so the warehouse
      *    never loads entries the next run would send again.
      ******************************************************************
       SAVE-DW-HWM-RTN.
           OPEN OUTPUT DW-HWM-WORK-FILE.
           IF WS-DWH-WORK-STATUS NOT = '00'
               MOVE 'N' TO WS-DWX-OK-FLAG
           ELSE
               MOVE SPACES TO HN-RECORD
               MOVE WS-DWX-LAST-DATE TO HN-LAST-DATE
               MOVE WS-DWX-LAST-TIME TO HN-LAST-TIME
               MOVE WS-RUN-DATE TO HN-EXTRACT-DATE
               MOVE WS-RUN-TIME TO HN-EXTRACT-TIME
               MOVE WS-DWX-COUNT TO HN-RECORD-COUNT
               MOVE WS-OPERATOR-ID TO HN-OPERATOR-ID
               WRITE HN-RECORD
               IF WS-DWH-WORK-STATUS NOT = '00'
                   MOVE 'N' TO WS-DWX-OK-FLAG
               END-IF
               CLOSE DW-HWM-WORK-FILE
               IF DWX-EXTRACT-OK
                   CALL 'CBL_RENAME_FILE'
                       USING WS-DWH-WORK-NAME WS-DWH-LIVE-NAME
                   IF RETURN-CODE NOT = ZERO
                       MOVE 'N' TO WS-DWX-OK-FLAG
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT DWX-EXTRACT-OK
               MOVE 'Error - no se pudo avanzar la marca de'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'extracción; se elimina el extracto.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               CALL 'CBL_DELETE_FILE' USING WS-DWX-FILE-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    RUN-STATS-RTN - run statistics over a range of run dates,
      *    from RUNHIST to RUNHRPT: every run with its elapsed time
      *    and how it ended, a line per day with the number of runs
      *    and their average and longest elapsed time, so a trend
      *    shows from one day to the next, and totals by mode. An
      *    unattended run longer than the batch window held on
      *    SITEPARM is marked as an overrun; a run that abended, or
      *    ended with return code 16, is marked as such.
      ******************************************************************
       RUN-STATS-RTN.
           DISPLAY 'Ingrese la fecha desde (AAAAMMDD).'.
           MOVE ZERO TO WS-RHR-FROM-DATE.
           ACCEPT WS-RHR-FROM-DATE.
           DISPLAY 'Ingrese la fecha hasta (AAAAMMDD, 0 = hoy).'.
           MOVE ZERO TO WS-RHR-TO-DATE.
           ACCEPT WS-RHR-TO-DATE.
           IF WS-RHR-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-RHR-TO-DATE
           END-IF.

           IF WS-RHR-FROM-DATE = ZERO
              OR WS-RHR-FROM-DATE > WS-RHR-TO-DATE
               DISPLAY 'Rango de fechas inválido.'
           ELSE
               OPEN INPUT RUN-HIST-FILE
               IF WS-RUNHIST-STATUS NOT = '00'
                   DISPLAY 'No hay historial de ejecuciones.'
               ELSE
                   PERFORM RUN-STATS-REPORT-RTN
                   CLOSE RUN-HIST-FILE
                   DISPLAY 'Estadísticas de ejecución grabadas en'
                   DISPLAY 'RUNHRPT.'
               END-IF
           END-IF.

       RUN-STATS-REPORT-RTN.
           MOVE ZERO TO WS-RHR-TOT-RUNS.
           MOVE ZERO TO WS-RHR-TOT-ELAPSED.
           MOVE ZERO TO WS-RHR-TOT-OVERRUNS.
           MOVE ZERO TO WS-RHR-TOT-ABENDS.
           MOVE ZERO TO WS-RHR-MODE-COUNT.
           MOVE ZERO TO WS-RHR-DAY-DATE.

           OPEN EXTEND RUN-HIST-REPORT-FILE.
           IF WS-RHR-RPT-STATUS NOT = '00'
               OPEN OUTPUT RUN-HIST-REPORT-FILE
           END-IF.
           PERFORM WRITE-RHR-HEADER-RTN.

           MOVE 'N' TO WS-RHR-EOF-FLAG.
           PERFORM READ-RUN-HIST-RTN.
           PERFORM RHR-DETAIL-RTN UNTIL END-OF-RUN-HIST.
           IF WS-RHR-DAY-DATE NOT = ZERO
               PERFORM WRITE-RHR-DAY-RTN
           END-IF.

           PERFORM WRITE-RHR-FOOTER-RTN.
           CLOSE RUN-HIST-REPORT-FILE.

       READ-RUN-HIST-RTN.
           READ RUN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-RHR-EOF-FLAG
           END-READ.

       RHR-DETAIL-RTN.
           IF RH-RUN-DATE NOT < WS-RHR-FROM-DATE
              AND RH-RUN-DATE NOT > WS-RHR-TO-DATE
               PERFORM RHR-SELECTED-RUN-RTN
           END-IF.
           PERFORM READ-RUN-HIST-RTN.

      *    RUNHIST is appended as runs end, so it is already in run
      *    date order and each day's runs are together.
       RHR-SELECTED-RUN-RTN.
           IF RH-RUN-DATE NOT = WS-RHR-DAY-DATE
               IF WS-RHR-DAY-DATE NOT = ZERO
                   PERFORM WRITE-RHR-DAY-RTN
               END-IF
               MOVE RH-RUN-DATE TO WS-RHR-DAY-DATE
               MOVE ZERO TO WS-RHR-DAY-RUNS
               MOVE ZERO TO WS-RHR-DAY-ELAPSED
               MOVE ZERO TO WS-RHR-DAY-MAX
           END-IF.

           PERFORM RHR-ELAPSED-RTN.

           MOVE 'N' TO WS-RHR-ABEND-FLAG.
           MOVE 'N' TO WS-RHR-OVERRUN-FLAG.
           IF RH-ABEND-FLAG = 'Y' OR RH-RETURN-CODE = 16
               MOVE 'Y' TO WS-RHR-ABEND-FLAG
               ADD 1 TO WS-RHR-TOT-ABENDS
           END-IF.
           IF RH-UNATTENDED = 'Y' AND WS-BATCH-WINDOW NOT = ZERO
               IF WS-RHR-ELAPSED > WS-BATCH-WINDOW * 60
                   MOVE 'Y' TO WS-RHR-OVERRUN-FLAG
                   ADD 1 TO WS-RHR-TOT-OVERRUNS
               END-IF
           END-IF.

           ADD 1 TO WS-RHR-DAY-RUNS.
           ADD 1 TO WS-RHR-TOT-RUNS.
           ADD WS-RHR-ELAPSED TO WS-RHR-DAY-ELAPSED.
           ADD WS-RHR-ELAPSED TO WS-RHR-TOT-ELAPSED.
           IF WS-RHR-ELAPSED > WS-RHR-DAY-MAX
               MOVE WS-RHR-ELAPSED TO WS-RHR-DAY-MAX
           END-IF.

           PERFORM RHR-MODE-TALLY-RTN.
           PERFORM WRITE-RHR-DETAIL-RTN.

      *    Elapsed seconds from the start to the end stamp; the day
      *    number carries a run across midnight. A record whose end
      *    stamp is not after its start counts as no time at all.
       RHR-ELAPSED-RTN.
           MOVE ZERO TO WS-RHR-ELAPSED.
           MOVE ZERO TO WS-RHR-START-SECS.
           MOVE ZERO TO WS-RHR-END-SECS.
           IF RH-RUN-DATE NUMERIC AND RH-START-TIME NUMERIC
              AND RH-END-DATE NUMERIC AND RH-END-TIME NUMERIC
               MOVE RH-START-TIME TO WS-RHR-CLOCK
               COMPUTE WS-RHR-START-SECS =
                   FUNCTION INTEGER-OF-DATE (RH-RUN-DATE) * 86400
                   + WS-RHR-CLOCK-HH * 3600 + WS-RHR-CLOCK-MM * 60
                   + WS-RHR-CLOCK-SS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RHR-START-SECS
               END-COMPUTE
               MOVE RH-END-TIME TO WS-RHR-CLOCK
               COMPUTE WS-RHR-END-SECS =
                   FUNCTION INTEGER-OF-DATE (RH-END-DATE) * 86400
                   + WS-RHR-CLOCK-HH * 3600 + WS-RHR-CLOCK-MM * 60
                   + WS-RHR-CLOCK-SS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RHR-END-SECS
               END-COMPUTE
               IF WS-RHR-START-SECS NOT = ZERO
                  AND WS-RHR-END-SECS > WS-RHR-START-SECS
                   COMPUTE WS-RHR-ELAPSED =
                       WS-RHR-END-SECS - WS-RHR-START-SECS
                       ON SIZE ERROR
                           MOVE ZERO TO WS-RHR-ELAPSED
                   END-COMPUTE
               END-IF
           END-IF.

       RHR-MODE-TALLY-RTN.
           MOVE ZERO TO WS-RHR-MODE-SLOT.
           PERFORM RHR-FIND-MODE-RTN
               VARYING WS-RHR-MODE-IDX FROM 1 BY 1
               UNTIL WS-RHR-MODE-IDX > WS-RHR-MODE-COUNT.
           IF WS-RHR-MODE-SLOT = ZERO AND WS-RHR-MODE-COUNT < 30
               ADD 1 TO WS-RHR-MODE-COUNT
               MOVE WS-RHR-MODE-COUNT TO WS-RHR-MODE-SLOT
               MOVE RH-MODE TO WS-RHR-MODE-CODE (WS-RHR-MODE-SLOT)
               MOVE ZERO TO WS-RHR-MODE-RUNS (WS-RHR-MODE-SLOT)
               MOVE ZERO TO WS-RHR-MODE-ELAPSED (WS-RHR-MODE-SLOT)
               MOVE ZERO TO WS-RHR-MODE-MAX (WS-RHR-MODE-SLOT)
               MOVE ZERO TO WS-RHR-MODE-OVERRUNS (WS-RHR-MODE-SLOT)
               MOVE ZERO TO WS-RHR-MODE-ABENDS (WS-RHR-MODE-SLOT)
           END-IF.
           IF WS-RHR-MODE-SLOT NOT = ZERO
               ADD 1 TO WS-RHR-MODE-RUNS (WS-RHR-MODE-SLOT)
               ADD WS-RHR-ELAPSED
                   TO WS-RHR-MODE-ELAPSED (WS-RHR-MODE-SLOT)
               IF WS-RHR-ELAPSED > WS-RHR-MODE-MAX (WS-RHR-MODE-SLOT)
                   MOVE WS-RHR-ELAPSED
                       TO WS-RHR-MODE-MAX (WS-RHR-MODE-SLOT)
               END-IF
               IF RHR-RUN-OVERRAN
                   ADD 1 TO WS-RHR-MODE-OVERRUNS (WS-RHR-MODE-SLOT)
               END-IF
               IF RHR-RUN-ABENDED
                   ADD 1 TO WS-RHR-MODE-ABENDS (WS-RHR-MODE-SLOT)
               END-IF
           END-IF.

       RHR-FIND-MODE-RTN.
           IF WS-RHR-MODE-CODE (WS-RHR-MODE-IDX) = RH-MODE
               MOVE WS-RHR-MODE-IDX TO WS-RHR-MODE-SLOT
           END-IF.

      *    Seconds in WS-RHR-FMT-SECS shown as minutes and seconds
      *    in WS-RHR-FMT-ED.
       RHR-FORMAT-ELAPSED-RTN.
           DIVIDE WS-RHR-FMT-SECS BY 60
               GIVING WS-RHR-FMT-MIN
               REMAINDER WS-RHR-FMT-SEC.
           MOVE WS-RHR-FMT-MIN TO WS-RHR-FMT-MIN-ED.
           MOVE SPACES TO WS-RHR-FMT-ED.
           STRING WS-RHR-FMT-MIN-ED DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-RHR-FMT-SEC DELIMITED BY SIZE
               INTO WS-RHR-FMT-ED.

       WRITE-RHR-HEADER-RTN.
           MOVE SPACES TO RX-RECORD.
           STRING 'ESTADISTICAS DE EJECUCION - DESDE: '
                  DELIMITED BY SIZE
                  WS-RHR-FROM-DATE DELIMITED BY SIZE
                  '  HASTA: ' DELIMITED BY SIZE
                  WS-RHR-TO-DATE DELIMITED BY SIZE
               INTO RX-RECORD.
           WRITE RX-RECORD.

           MOVE WS-BATCH-WINDOW TO WS-BATCH-WINDOW-ED.
           MOVE SPACES TO RX-RECORD.
           IF WS-BATCH-WINDOW = ZERO
               STRING 'VENTANA DEL LOTE: SIN CONTROL' DELIMITED BY SIZE
                   INTO RX-RECORD
           ELSE
               STRING 'VENTANA DEL LOTE (MINUTOS): ' DELIMITED BY SIZE
                      WS-BATCH-WINDOW-ED DELIMITED BY SIZE
                   INTO RX-RECORD
           END-IF.
           WRITE RX-RECORD.

           MOVE SPACES TO RX-RECORD.
           WRITE RX-RECORD.
           MOVE SPACES TO RX-RECORD.
           STRING 'FECHA    INICIO M OPERADOR D  TIEMPO  LEIDOS '
                  DELIMITED BY SIZE
                  'POSTEAD  RECHAZ  RC OBSERVACION' DELIMITED BY SIZE
               INTO RX-RECORD.
           WRITE RX-RECORD.

       WRITE-RHR-DETAIL-RTN.
           MOVE WS-RHR-ELAPSED TO WS-RHR-FMT-SECS.
           PERFORM RHR-FORMAT-ELAPSED-RTN.
           MOVE WS-RHR-FMT-ED TO WS-RHR-ELAPSED-ED.
           IF RH-UNATTENDED = 'Y'
               MOVE 'S' TO WS-RHR-KIND
           ELSE
               MOVE 'N' TO WS-RHR-KIND
           END-IF.
           IF RHR-RUN-ABENDED AND RHR-RUN-OVERRAN
               MOVE 'ABEND/EXCEDE' TO WS-RHR-REMARK
           ELSE
               IF RHR-RUN-ABENDED
                   MOVE 'ABEND' TO WS-RHR-REMARK
               ELSE
                   IF RHR-RUN-OVERRAN
                       MOVE 'EXCEDE VENTANA' TO WS-RHR-REMARK
                   ELSE
                       MOVE SPACES TO WS-RHR-REMARK
                   END-IF
               END-IF
           END-IF.
           MOVE RH-READ TO WS-RHR-COUNT-ED.
           MOVE RH-POSTED TO WS-RHR-COUNT2-ED.
           MOVE RH-REJECTED TO WS-RHR-COUNT3-ED.
           MOVE RH-RETURN-CODE TO WS-RHR-RC-ED.

           MOVE SPACES TO RX-RECORD.
           STRING RH-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RH-START-TIME (1:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RH-MODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RH-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-ELAPSED-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-COUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-COUNT2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-COUNT3-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-RC-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-REMARK DELIMITED BY SIZE
               INTO RX-RECORD.
           WRITE RX-RECORD.

       WRITE-RHR-DAY-RTN.
           DIVIDE WS-RHR-DAY-ELAPSED BY WS-RHR-DAY-RUNS
               GIVING WS-RHR-FMT-SECS.
           PERFORM RHR-FORMAT-ELAPSED-RTN.
           MOVE WS-RHR-FMT-ED TO WS-RHR-AVG-ED.
           MOVE WS-RHR-DAY-MAX TO WS-RHR-FMT-SECS.
           PERFORM RHR-FORMAT-ELAPSED-RTN.
           MOVE WS-RHR-FMT-ED TO WS-RHR-MAX-ED.
           MOVE WS-RHR-DAY-RUNS TO WS-RHR-RUNS-ED.

           MOVE SPACES TO RX-RECORD.
           STRING '  DIA ' DELIMITED BY SIZE
                  WS-RHR-DAY-DATE DELIMITED BY SIZE
                  '  EJECUCIONES ' DELIMITED BY SIZE
                  WS-RHR-RUNS-ED DELIMITED BY SIZE
                  '  PROMEDIO ' DELIMITED BY SIZE
                  WS-RHR-AVG-ED DELIMITED BY SIZE
                  '  MAXIMO ' DELIMITED BY SIZE
                  WS-RHR-MAX-ED DELIMITED BY SIZE
               INTO RX-RECORD.
           WRITE RX-RECORD.

       WRITE-RHR-FOOTER-RTN.
           MOVE SPACES TO RX-RECORD.
           WRITE RX-RECORD.

           IF WS-RHR-TOT-RUNS = ZERO
               MOVE SPACES TO RX-RECORD
               STRING 'SIN EJECUCIONES EN EL RANGO.' DELIMITED BY SIZE
                   INTO RX-RECORD
               WRITE RX-RECORD
           ELSE
               MOVE WS-RHR-TOT-RUNS TO WS-RHR-RUNS-ED
               MOVE WS-RHR-TOT-ABENDS TO WS-RHR-RUNS2-ED
               MOVE WS-RHR-TOT-OVERRUNS TO WS-RHR-RUNS3-ED
               MOVE SPACES TO RX-RECORD
               STRING 'TOTAL EJECUCIONES: ' DELIMITED BY SIZE
                      WS-RHR-RUNS-ED DELIMITED BY SIZE
                      '  ABEND: ' DELIMITED BY SIZE
                      WS-RHR-RUNS2-ED DELIMITED BY SIZE
                      '  EXCEDEN VENTANA: ' DELIMITED BY SIZE
                      WS-RHR-RUNS3-ED DELIMITED BY SIZE
                   INTO RX-RECORD
               WRITE RX-RECORD

               DIVIDE WS-RHR-TOT-ELAPSED BY WS-RHR-TOT-RUNS
                   GIVING WS-RHR-FMT-SECS
               PERFORM RHR-FORMAT-ELAPSED-RTN
               MOVE SPACES TO RX-RECORD
               STRING 'TIEMPO PROMEDIO POR EJECUCION: '
                      DELIMITED BY SIZE
                      WS-RHR-FMT-ED DELIMITED BY SIZE
                   INTO RX-RECORD
               WRITE RX-RECORD

               MOVE SPACES TO RX-RECORD
               WRITE RX-RECORD
               MOVE SPACES TO RX-RECORD
               STRING 'MODO  EJECUC. PROMEDIO  MAXIMO  EXCEDEN  ABEND'
                      DELIMITED BY SIZE
                   INTO RX-RECORD
               WRITE RX-RECORD
               PERFORM WRITE-RHR-MODE-RTN
                   VARYING WS-RHR-MODE-IDX FROM 1 BY 1
                   UNTIL WS-RHR-MODE-IDX > WS-RHR-MODE-COUNT
           END-IF.

       WRITE-RHR-MODE-RTN.
           DIVIDE WS-RHR-MODE-ELAPSED (WS-RHR-MODE-IDX)
               BY WS-RHR-MODE-RUNS (WS-RHR-MODE-IDX)
               GIVING WS-RHR-FMT-SECS.
           PERFORM RHR-FORMAT-ELAPSED-RTN.
           MOVE WS-RHR-FMT-ED TO WS-RHR-AVG-ED.
           MOVE WS-RHR-MODE-MAX (WS-RHR-MODE-IDX) TO WS-RHR-FMT-SECS.
           PERFORM RHR-FORMAT-ELAPSED-RTN.
           MOVE WS-RHR-FMT-ED TO WS-RHR-MAX-ED.
           MOVE WS-RHR-MODE-RUNS (WS-RHR-MODE-IDX) TO WS-RHR-RUNS-ED.
           MOVE WS-RHR-MODE-OVERRUNS (WS-RHR-MODE-IDX)
               TO WS-RHR-RUNS2-ED.
           MOVE WS-RHR-MODE-ABENDS (WS-RHR-MODE-IDX)
               TO WS-RHR-RUNS3-ED.

           MOVE SPACES TO RX-RECORD.
           STRING '  ' DELIMITED BY SIZE
                  WS-RHR-MODE-CODE (WS-RHR-MODE-IDX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-RHR-RUNS-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RHR-AVG-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RHR-MAX-ED DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-RHR-RUNS2-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RHR-RUNS3-ED DELIMITED BY SIZE
               INTO RX-RECORD.
           WRITE RX-RECORD.

      ******************************************************************
      *    UNUSUAL-ACTIVITY-RTN - supervisor analysis of the audit
      *    master for a range of entry dates, to ACTVRPT. Each
      *    operator's normal profile is built from all of that
      *    operator's own history on the master: the number of
      *    results, their mean absolute base-currency amount and how
      *    the results fall over the hours of the day. The
      *    operator's entries dated in the range are then checked
      *    and each one that stands out is listed with the reason:
      *    a result far above the operator's mean, one of a burst of
      *    the same day's results later reversed, the same operands
      *    and operation repeated within minutes, or an hour of the
      *    day the operator seldom works. The thresholds are held on
      *    SITEPARM; zero turns a check off. Only results (status V,
      *    X or H) are profiled and checked; rejects, decisions and
      *    maintenance entries are not.
      ******************************************************************
       UNUSUAL-ACTIVITY-RTN.
           DISPLAY 'Ingrese la fecha desde (AAAAMMDD).'.
           MOVE ZERO TO WS-ACT-FROM-DATE.
           ACCEPT WS-ACT-FROM-DATE.
           DISPLAY 'Ingrese la fecha hasta (AAAAMMDD, 0 = hoy).'.
           MOVE ZERO TO WS-ACT-TO-DATE.
           ACCEPT WS-ACT-TO-DATE.
           IF WS-ACT-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-ACT-TO-DATE
           END-IF.

           IF WS-ACT-FROM-DATE = ZERO
              OR WS-ACT-FROM-DATE > WS-ACT-TO-DATE
               DISPLAY 'Rango de fechas inválido.'
           ELSE
               IF NOT AUDIT-MASTER-OPEN
                   DISPLAY 'Error - maestro de auditoría no'
                   DISPLAY 'disponible.'
               ELSE
                   OPEN EXTEND UNUSUAL-ACT-FILE
                   IF WS-ACT-RPT-STATUS NOT = '00'
                       OPEN OUTPUT UNUSUAL-ACT-FILE
                   END-IF
                   IF WS-ACT-RPT-STATUS NOT = '00'
                       DISPLAY 'Error - no se pudo abrir el informe de'
                       DISPLAY 'actividad inusual.'
                   ELSE
                       PERFORM ACT-ANALYSIS-RTN
                       CLOSE UNUSUAL-ACT-FILE
                       DISPLAY 'Informe de actividad inusual grabado'
                       DISPLAY 'en ACTVRPT.'
                   END-IF
               END-IF
           END-IF.

       ACT-ANALYSIS-RTN.
           MOVE ZERO TO WS-ACT-TOT-OPERATORS.
           MOVE ZERO TO WS-ACT-TOT-EXAMINED.
           MOVE ZERO TO WS-ACT-TOT-FLAGGED.
           MOVE ZERO TO WS-ACT-TOT-RESULT.
           MOVE ZERO TO WS-ACT-TOT-REVERSAL.
           MOVE ZERO TO WS-ACT-TOT-REPEAT.
           MOVE ZERO TO WS-ACT-TOT-HOURS.
           MOVE 'N' TO WS-ACT-DAY-TRUNC-FLAG.
           PERFORM WRITE-ACT-HEADER-RTN.

           MOVE SPACES TO AM-OPERATOR-ID.
           MOVE ZERO TO AM-TRANS-DATE.
           MOVE ZERO TO AM-TRANS-TIME.
           MOVE ZERO TO AM-SEQ-NO.
           MOVE 'N' TO WS-AUDM-EOF-FLAG.
           START AUDIT-MASTER-FILE KEY NOT < AM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUDM-EOF-FLAG
           END-START.
           IF NOT END-OF-AUDIT-MASTER
               PERFORM READ-MASTER-NEXT-RTN
           END-IF.
           PERFORM ACT-OPERATOR-RTN UNTIL END-OF-AUDIT-MASTER.

           IF WS-AUDM-STATUS NOT = '00' AND NOT = '02'
              AND NOT = '10' AND NOT = '23'
               MOVE 'Aviso - lectura del maestro de auditoría'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'interrumpida; el informe queda incompleto.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE SPACES TO AV-RECORD
               STRING 'LECTURA DEL MAESTRO INTERRUMPIDA - INFORME '
                      DELIMITED BY SIZE
                      'INCOMPLETO.' DELIMITED BY SIZE
                   INTO AV-RECORD
               WRITE AV-RECORD
           END-IF.
           IF ACT-DAY-TABLE-FULL
               MOVE 'Aviso - demasiados días con reversiones para un'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'operador; el resto no se controla.'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
           END-IF.

           PERFORM WRITE-ACT-FOOTER-RTN.

      *    The master is keyed operator first, so each operator's
      *    entries are together and in date and time order. The
      *    first pass over them builds the profile; the master is
      *    then repositioned at the operator's first entry of the
      *    range for the second pass, which checks them. Either
      *    pass leaves the next operator's first entry in the
      *    record area.
       ACT-OPERATOR-RTN.
           MOVE AM-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE ZERO TO WS-ACT-HIST-COUNT.
           MOVE ZERO TO WS-ACT-HIST-SUM.
           MOVE ZERO TO WS-ACT-MEAN.
           MOVE ZERO TO WS-ACT-RANGE-COUNT.
           MOVE ZERO TO WS-ACT-DAY-COUNT.
           PERFORM ACT-CLEAR-HOUR-RTN
               VARYING WS-ACT-HOUR-IDX FROM 1 BY 1
               UNTIL WS-ACT-HOUR-IDX > 24.
           PERFORM ACT-PROFILE-ENTRY-RTN
               UNTIL END-OF-AUDIT-MASTER
                  OR AM-OPERATOR-ID NOT = WS-ACT-OPERATOR.

           IF WS-ACT-HIST-COUNT NOT = ZERO
               DIVIDE WS-ACT-HIST-SUM BY WS-ACT-HIST-COUNT
                   GIVING WS-ACT-MEAN ROUNDED
           END-IF.

           IF WS-ACT-RANGE-COUNT NOT = ZERO
               ADD 1 TO WS-ACT-TOT-OPERATORS
               MOVE 'N' TO WS-ACT-OPR-HEADED-FLAG
               MOVE ZERO TO WS-ACT-RECENT-DATE
               MOVE ZERO TO WS-ACT-RECENT-COUNT
               MOVE ZERO TO WS-ACT-RECENT-NEXT
               MOVE WS-ACT-OPERATOR TO AM-OPERATOR-ID
               MOVE WS-ACT-FROM-DATE TO AM-TRANS-DATE
               MOVE ZERO TO AM-TRANS-TIME
               MOVE ZERO TO AM-SEQ-NO
               MOVE 'N' TO WS-AUDM-EOF-FLAG
               START AUDIT-MASTER-FILE KEY NOT < AM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AUDM-EOF-FLAG
               END-START
               IF NOT END-OF-AUDIT-MASTER
                   PERFORM READ-MASTER-NEXT-RTN
               END-IF
               PERFORM ACT-CHECK-ENTRY-RTN
                   UNTIL END-OF-AUDIT-MASTER
                      OR AM-OPERATOR-ID NOT = WS-ACT-OPERATOR
           END-IF.

       ACT-CLEAR-HOUR-RTN.
           MOVE ZERO TO WS-ACT-HOUR-COUNT (WS-ACT-HOUR-IDX).

       ACT-PROFILE-ENTRY-RTN.
           IF AM-STATUS = 'V' OR AM-STATUS = 'X' OR AM-STATUS = 'H'
               ADD 1 TO WS-ACT-HIST-COUNT
               PERFORM ACT-ENTRY-AMOUNT-RTN
               ADD WS-ACT-ABS TO WS-ACT-HIST-SUM
               MOVE AM-TRANS-TIME TO WS-ACT-CLOCK
               IF WS-ACT-CLOCK-HH < 24
                   ADD 1 TO WS-ACT-HOUR-COUNT (WS-ACT-CLOCK-HH + 1)
               END-IF
               IF AM-TRANS-DATE NOT < WS-ACT-FROM-DATE
                  AND AM-TRANS-DATE NOT > WS-ACT-TO-DATE
                   ADD 1 TO WS-ACT-RANGE-COUNT
                   IF AM-STATUS = 'X' AND AM-REF-ID = SPACES
                       PERFORM ACT-TALLY-REVERSAL-RTN
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT-RTN.

      *    The absolute amount of the entry in the base currency; an
      *    entry from before currencies were carried was in the base
      *    currency.
       ACT-ENTRY-AMOUNT-RTN.
           IF AM-CURRENCY = SPACES
               MOVE AM-TOTAL TO WS-ACT-BASE
           ELSE
               MOVE AM-BASE-TOTAL TO WS-ACT-BASE
           END-IF.
           IF WS-ACT-BASE < ZERO
               SUBTRACT WS-ACT-BASE FROM ZERO GIVING WS-ACT-ABS
           ELSE
               MOVE WS-ACT-BASE TO WS-ACT-ABS
           END-IF.

      *    Reversals against the operator's work, per day of the
      *    range. A reversal leaves two status X entries on the
      *    master: the reversing entry, which carries the original's
      *    sequence in AM-REF-ID, and the original, restamped X, with
      *    no reference. Only the originals are counted, on the day
      *    the work was done, so each reversal counts once and
      *    against the operator whose work it undid. The entries
      *    arrive in date order, so a new day is always the next
      *    slot.
       ACT-TALLY-REVERSAL-RTN.
           IF WS-ACT-DAY-COUNT NOT = ZERO
              AND WS-ACT-DAY-DATE (WS-ACT-DAY-COUNT) = AM-TRANS-DATE
               ADD 1 TO WS-ACT-DAY-REVERSALS (WS-ACT-DAY-COUNT)
           ELSE
               IF WS-ACT-DAY-COUNT < 400
                   ADD 1 TO WS-ACT-DAY-COUNT
                   MOVE AM-TRANS-DATE
                       TO WS-ACT-DAY-DATE (WS-ACT-DAY-COUNT)
                   MOVE 1 TO WS-ACT-DAY-REVERSALS (WS-ACT-DAY-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ACT-DAY-TRUNC-FLAG
               END-IF
           END-IF.

       ACT-CHECK-ENTRY-RTN.
           IF AM-TRANS-DATE NOT > WS-ACT-TO-DATE
              AND (AM-STATUS = 'V' OR AM-STATUS = 'X'
                   OR AM-STATUS = 'H')
               ADD 1 TO WS-ACT-TOT-EXAMINED
               MOVE 'N' TO WS-ACT-ENTRY-HEADED-FLAG
               MOVE AM-TRANS-TIME TO WS-ACT-CLOCK
               PERFORM ACT-CHECK-RESULT-RTN
               PERFORM ACT-CHECK-REVERSAL-RTN
               PERFORM ACT-CHECK-REPEAT-RTN
               PERFORM ACT-CHECK-HOUR-RTN
               IF ACT-ENTRY-HEADED
                   ADD 1 TO WS-ACT-TOT-FLAGGED
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT-RTN.

      *    A result larger than the set multiple of the operator's
      *    mean, once the operator has enough history to judge by.
       ACT-CHECK-RESULT-RTN.
           IF WS-ACT-RESULT-MULT NOT = ZERO
              AND WS-ACT-HIST-COUNT NOT < WS-ACT-MIN-HISTORY
              AND WS-ACT-MEAN > ZERO
               PERFORM ACT-ENTRY-AMOUNT-RTN
               IF WS-ACT-ABS > WS-ACT-MEAN * WS-ACT-RESULT-MULT
                   COMPUTE WS-ACT-RATIO ROUNDED =
                       WS-ACT-ABS / WS-ACT-MEAN
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-ACT-RATIO
                   END-COMPUTE
                   MOVE WS-ACT-RATIO TO WS-ACT-RATIO-ED
                   MOVE SPACES TO WS-ACT-REASON
                   STRING 'RESULTADO ' DELIMITED BY SIZE
                          WS-ACT-RATIO-ED DELIMITED BY SIZE
                          ' VECES LA MEDIA DEL OPERADOR'
                          DELIMITED BY SIZE
                       INTO WS-ACT-REASON
                   ADD 1 TO WS-ACT-TOT-RESULT
                   PERFORM WRITE-ACT-REASON-RTN
               END-IF
           END-IF.

      *    A reversed result of a day on which the operator's
      *    reversed results reached the set number; the same test on
      *    the original as the tally.
       ACT-CHECK-REVERSAL-RTN.
           IF WS-ACT-REVERSAL-LIMIT NOT = ZERO AND AM-STATUS = 'X'
              AND AM-REF-ID = SPACES
               MOVE ZERO TO WS-ACT-DAY-SLOT
               PERFORM ACT-SCAN-DAY-RTN
                   VARYING WS-ACT-DAY-IDX FROM 1 BY 1
                   UNTIL WS-ACT-DAY-IDX > WS-ACT-DAY-COUNT
               IF WS-ACT-DAY-SLOT NOT = ZERO
                   IF WS-ACT-DAY-REVERSALS (WS-ACT-DAY-SLOT)
                      NOT < WS-ACT-REVERSAL-LIMIT
                       MOVE WS-ACT-DAY-REVERSALS (WS-ACT-DAY-SLOT)
                           TO WS-ACT-REV-ED
                       MOVE SPACES TO WS-ACT-REASON
                       STRING 'RAFAGA DE REVERSIONES: '
                              DELIMITED BY SIZE
                              WS-ACT-REV-ED DELIMITED BY SIZE
                              ' RESULTADOS DEL DIA REVERTIDOS'
                              DELIMITED BY SIZE
                           INTO WS-ACT-REASON
                       ADD 1 TO WS-ACT-TOT-REVERSAL
                       PERFORM WRITE-ACT-REASON-RTN
                   END-IF
               END-IF
           END-IF.

       ACT-SCAN-DAY-RTN.
           IF WS-ACT-DAY-DATE (WS-ACT-DAY-IDX) = AM-TRANS-DATE
               MOVE WS-ACT-DAY-IDX TO WS-ACT-DAY-SLOT
           END-IF.

      *    The same operands and operation as an earlier result of
      *    the same operator and day, within the set minutes. The
      *    operator's recent results are kept in a ring of fifty.
       ACT-CHECK-REPEAT-RTN.
           IF WS-ACT-REPEAT-MINUTES NOT = ZERO
               IF AM-TRANS-DATE NOT = WS-ACT-RECENT-DATE
                   MOVE AM-TRANS-DATE TO WS-ACT-RECENT-DATE
                   MOVE ZERO TO WS-ACT-RECENT-COUNT
                   MOVE ZERO TO WS-ACT-RECENT-NEXT
               END-IF
               COMPUTE WS-ACT-MINUTE =
                   WS-ACT-CLOCK-HH * 60 + WS-ACT-CLOCK-MM
               MOVE ZERO TO WS-ACT-REPEAT-SLOT
               PERFORM ACT-SCAN-RECENT-RTN
                   VARYING WS-ACT-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-RECENT-IDX > WS-ACT-RECENT-COUNT
               IF WS-ACT-REPEAT-SLOT NOT = ZERO
                   COMPUTE WS-ACT-GAP = WS-ACT-MINUTE
                       - WS-ACT-RECENT-MINUTE (WS-ACT-REPEAT-SLOT)
                   MOVE WS-ACT-GAP TO WS-ACT-GAP-ED
                   MOVE WS-ACT-RECENT-TIME (WS-ACT-REPEAT-SLOT)
                       TO WS-ACT-PRIOR-CLOCK
                   MOVE SPACES TO WS-ACT-REASON
                   STRING 'MISMOS OPERANDOS QUE A LAS '
                          DELIMITED BY SIZE
                          WS-ACT-PRIOR-HHMMSS DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WS-ACT-GAP-ED DELIMITED BY SIZE
                          ' MIN)' DELIMITED BY SIZE
                       INTO WS-ACT-REASON
                   ADD 1 TO WS-ACT-TOT-REPEAT
                   PERFORM WRITE-ACT-REASON-RTN
               END-IF
               PERFORM ACT-REMEMBER-ENTRY-RTN
           END-IF.

       ACT-SCAN-RECENT-RTN.
           IF WS-ACT-RECENT-NUM1 (WS-ACT-RECENT-IDX) = AM-NUM1
              AND WS-ACT-RECENT-NUM2 (WS-ACT-RECENT-IDX) = AM-NUM2
              AND WS-ACT-RECENT-OP (WS-ACT-RECENT-IDX) = AM-OPERATION
              AND WS-ACT-MINUTE - WS-ACT-RECENT-MINUTE
                  (WS-ACT-RECENT-IDX) NOT > WS-ACT-REPEAT-MINUTES
               IF WS-ACT-REPEAT-SLOT = ZERO
                   MOVE WS-ACT-RECENT-IDX TO WS-ACT-REPEAT-SLOT
               ELSE
                   IF WS-ACT-RECENT-TIME (WS-ACT-RECENT-IDX)
                      > WS-ACT-RECENT-TIME (WS-ACT-REPEAT-SLOT)
                       MOVE WS-ACT-RECENT-IDX TO WS-ACT-REPEAT-SLOT
                   END-IF
               END-IF
           END-IF.

       ACT-REMEMBER-ENTRY-RTN.
           ADD 1 TO WS-ACT-RECENT-NEXT.
           IF WS-ACT-RECENT-NEXT > 50
               MOVE 1 TO WS-ACT-RECENT-NEXT
           END-IF.
           IF WS-ACT-RECENT-COUNT < 50
               ADD 1 TO WS-ACT-RECENT-COUNT
           END-IF.
           MOVE WS-ACT-MINUTE
               TO WS-ACT-RECENT-MINUTE (WS-ACT-RECENT-NEXT).
           MOVE AM-TRANS-TIME
               TO WS-ACT-RECENT-TIME (WS-ACT-RECENT-NEXT).
           MOVE AM-NUM1 TO WS-ACT-RECENT-NUM1 (WS-ACT-RECENT-NEXT).
           MOVE AM-NUM2 TO WS-ACT-RECENT-NUM2 (WS-ACT-RECENT-NEXT).
           MOVE AM-OPERATION TO WS-ACT-RECENT-OP (WS-ACT-RECENT-NEXT).

      *    An hour of the day that holds less than the set percent
      *    of the operator's results.
       ACT-CHECK-HOUR-RTN.
           IF WS-ACT-HOUR-PCT NOT = ZERO
              AND WS-ACT-HIST-COUNT NOT < WS-ACT-MIN-HISTORY
              AND WS-ACT-CLOCK-HH < 24
               IF WS-ACT-HOUR-COUNT (WS-ACT-CLOCK-HH + 1) * 100
                  < WS-ACT-HOUR-PCT * WS-ACT-HIST-COUNT
                   COMPUTE WS-ACT-HOUR-SHARE ROUNDED =
                       WS-ACT-HOUR-COUNT (WS-ACT-CLOCK-HH + 1) * 100
                       / WS-ACT-HIST-COUNT
                   MOVE WS-ACT-HOUR-SHARE TO WS-ACT-SHARE-ED
                   MOVE SPACES TO WS-ACT-REASON
                   STRING 'FUERA DE SU HORARIO HABITUAL: HORA '
                          DELIMITED BY SIZE
                          WS-ACT-CLOCK-HH DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WS-ACT-SHARE-ED DELIMITED BY SIZE
                          '% DE SU HISTORIAL)' DELIMITED BY SIZE
                       INTO WS-ACT-REASON
                   ADD 1 TO WS-ACT-TOT-HOURS
                   PERFORM WRITE-ACT-REASON-RTN
               END-IF
           END-IF.

      *    One line per reason, under the entry it applies to, which
      *    is printed once, under its operator's heading, also
      *    printed once.
       WRITE-ACT-REASON-RTN.
           IF NOT ACT-OPERATOR-HEADED
               PERFORM WRITE-ACT-OPERATOR-RTN
           END-IF.
           IF NOT ACT-ENTRY-HEADED
               PERFORM WRITE-ACT-ENTRY-RTN
           END-IF.
           MOVE SPACES TO AV-RECORD.
           STRING '      MOTIVO: ' DELIMITED BY SIZE
                  WS-ACT-REASON DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

       WRITE-ACT-OPERATOR-RTN.
           MOVE WS-ACT-OPERATOR TO WS-OPR-TARGET-ID.
           PERFORM FIND-OPERATOR-ENTRY-RTN.
           MOVE SPACES TO WS-ACT-OPR-NAME.
           IF WS-OPR-SLOT NOT = ZERO
               MOVE WS-OPR-TAB-NAME (WS-OPR-SLOT) TO WS-ACT-OPR-NAME
           END-IF.
           MOVE WS-ACT-HIST-COUNT TO WS-ACT-COUNT-ED.
           MOVE WS-ACT-MEAN TO WS-ACT-AMOUNT-ED.

           MOVE SPACES TO AV-RECORD.
           WRITE AV-RECORD.
           MOVE SPACES TO AV-RECORD.
           STRING 'OPERADOR ' DELIMITED BY SIZE
                  WS-ACT-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-OPR-NAME DELIMITED BY SIZE
                  ' HIST:' DELIMITED BY SIZE
                  WS-ACT-COUNT-ED DELIMITED BY SIZE
                  ' MEDIA:' DELIMITED BY SIZE
                  WS-ACT-AMOUNT-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.
           MOVE 'Y' TO WS-ACT-OPR-HEADED-FLAG.

       WRITE-ACT-ENTRY-RTN.
           MOVE AM-NUM1 TO WS-ACT-NUM1-ED.
           MOVE AM-NUM2 TO WS-ACT-NUM2-ED.
           MOVE AM-TOTAL TO WS-ACT-TOTAL-ED.
           MOVE SPACES TO AV-RECORD.
           STRING '  ' DELIMITED BY SIZE
                  AM-TRANS-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-CLOCK-HHMMSS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AM-SEQ-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-NUM1-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AM-OPERATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-NUM2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-TOTAL-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AM-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AM-STATUS DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.
           MOVE 'Y' TO WS-ACT-ENTRY-HEADED-FLAG.

       WRITE-ACT-HEADER-RTN.
           MOVE SPACES TO AV-RECORD.
           STRING 'ACTIVIDAD INUSUAL - EMITIDO: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  DESDE: ' DELIMITED BY SIZE
                  WS-ACT-FROM-DATE DELIMITED BY SIZE
                  '  HASTA: ' DELIMITED BY SIZE
                  WS-ACT-TO-DATE DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           PERFORM ACT-EDIT-THRESHOLDS-RTN.
           MOVE SPACES TO AV-RECORD.
           STRING 'UMBRALES - RESULTADO: ' DELIMITED BY SIZE
                  WS-ACT-MULT-ED DELIMITED BY SIZE
                  ' X MEDIA  REVERSIONES POR DIA: ' DELIMITED BY SIZE
                  WS-ACT-REVLIM-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.
           MOVE SPACES TO AV-RECORD.
           STRING 'OPERANDOS REPETIDOS: ' DELIMITED BY SIZE
                  WS-ACT-REPEAT-ED DELIMITED BY SIZE
                  ' MIN  HORARIO: ' DELIMITED BY SIZE
                  WS-ACT-HOUR-ED DELIMITED BY SIZE
                  '%  HISTORIAL MINIMO: ' DELIMITED BY SIZE
                  WS-ACT-MINHIST-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.
           MOVE SPACES TO AV-RECORD.
           STRING '(UN UMBRAL EN CERO DESACTIVA EL CONTROL)'
                  DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           MOVE SPACES TO AV-RECORD.
           WRITE AV-RECORD.
           MOVE SPACES TO AV-RECORD.
           STRING '  FECHA    HORA   SEC.   OPERANDO1 O OPERANDO2 '
                  DELIMITED BY SIZE
                  'RESULTADO MON E' DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

       ACT-EDIT-THRESHOLDS-RTN.
           MOVE WS-ACT-RESULT-MULT TO WS-ACT-MULT-ED.
           MOVE WS-ACT-REVERSAL-LIMIT TO WS-ACT-REVLIM-ED.
           MOVE WS-ACT-REPEAT-MINUTES TO WS-ACT-REPEAT-ED.
           MOVE WS-ACT-HOUR-PCT TO WS-ACT-HOUR-ED.
           MOVE WS-ACT-MIN-HISTORY TO WS-ACT-MINHIST-ED.

       WRITE-ACT-FOOTER-RTN.
           MOVE SPACES TO AV-RECORD.
           WRITE AV-RECORD.

           MOVE WS-ACT-TOT-OPERATORS TO WS-ACT-COUNT-ED.
           MOVE SPACES TO AV-RECORD.
           STRING 'OPERADORES CON ACTIVIDAD EN EL RANGO: '
                  DELIMITED BY SIZE
                  WS-ACT-COUNT-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           MOVE WS-ACT-TOT-EXAMINED TO WS-ACT-COUNT-ED.
           MOVE WS-ACT-TOT-FLAGGED TO WS-ACT-COUNT2-ED.
           MOVE SPACES TO AV-RECORD.
           STRING 'ENTRADAS EXAMINADAS: ' DELIMITED BY SIZE
                  WS-ACT-COUNT-ED DELIMITED BY SIZE
                  '  SENALADAS: ' DELIMITED BY SIZE
                  WS-ACT-COUNT2-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           MOVE WS-ACT-TOT-RESULT TO WS-ACT-COUNT-ED.
           MOVE WS-ACT-TOT-REVERSAL TO WS-ACT-COUNT2-ED.
           MOVE SPACES TO AV-RECORD.
           STRING 'MOTIVOS - RESULTADO: ' DELIMITED BY SIZE
                  WS-ACT-COUNT-ED DELIMITED BY SIZE
                  '  REVERSIONES: ' DELIMITED BY SIZE
                  WS-ACT-COUNT2-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           MOVE WS-ACT-TOT-REPEAT TO WS-ACT-COUNT-ED.
           MOVE WS-ACT-TOT-HOURS TO WS-ACT-COUNT2-ED.
           MOVE SPACES TO AV-RECORD.
           STRING '          REPETIDOS: ' DELIMITED BY SIZE
                  WS-ACT-COUNT-ED DELIMITED BY SIZE
                  '  HORARIO:     ' DELIMITED BY SIZE
                  WS-ACT-COUNT2-ED DELIMITED BY SIZE
               INTO AV-RECORD.
           WRITE AV-RECORD.

           MOVE SPACES TO AV-RECORD.
           WRITE AV-RECORD.

      ******************************************************************
      *    SITE-PARM-MAINT-RTN - supervisor view and maintenance of

       PARM-MAINT-ACTION-RTN.
           DISPLAY 'Parámetros: (V)er, (I)ntervalo de control,'.
           DISPLAY '(R)etención, (D)ías de acuse, (G)L cuenta,'.
           DISPLAY '(L)ímite de aprobación, (M)oneda base,'.
           DISPLAY '(B) ventana del lote, (P)orcentaje de aviso del'.
           DISPLAY 'presupuesto, (U)mbrales de actividad inusual'.
           DISPLAY 'o (F)in.'.
           ACCEPT WS-PARM-MAINT-ANSWER.

           IF WS-PARM-MAINT-ANSWER = 'V'
                       ELSE
                           IF WS-PARM-MAINT-ANSWER = 'G'
                               PERFORM PARM-CHANGE-GL-MAP-RTN
                           ELSE
                               IF WS-PARM-MAINT-ANSWER = 'L'
                                   PERFORM PARM-CHANGE-APPROVAL-RTN
                               ELSE
                                   IF WS-PARM-MAINT-ANSWER = 'M'
                                       PERFORM PARM-CHANGE-BASE-CCY-RTN
                                   ELSE
                                       PERFORM PARM-MAINT-ACTION-2-RTN
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PARM-MAINT-ACTION-2-RTN.
           IF WS-PARM-MAINT-ANSWER = 'B'
               PERFORM PARM-CHANGE-WINDOW-RTN
           ELSE
               IF WS-PARM-MAINT-ANSWER = 'P'
                   PERFORM PARM-CHANGE-BUD-PCT-RTN
               ELSE
                   IF WS-PARM-MAINT-ANSWER = 'U'
                       PERFORM PARM-CHANGE-ACT-RTN
                   END-IF
               END-IF
           END-IF.

       PARM-VIEW-RTN.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'INTERVALO DE CONTROL: ' DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.

           MOVE WS-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-ED.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'LIMITE DE APROBACION: ' DELIMITED BY SIZE
                  WS-APPROVAL-LIMIT-ED DELIMITED BY SIZE
                  '  MONEDA BASE: ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.

           MOVE WS-BATCH-WINDOW TO WS-BATCH-WINDOW-ED.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'VENTANA DEL LOTE (MINUTOS): ' DELIMITED BY SIZE
                  WS-BATCH-WINDOW-ED DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.

           MOVE WS-BUDGET-WARN-PCT TO WS-BUDGET-WARN-PCT-ED.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'AVISO DE PRESUPUESTO (% USADO): ' DELIMITED BY SIZE
                  WS-BUDGET-WARN-PCT-ED DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.

           PERFORM ACT-EDIT-THRESHOLDS-RTN.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'ACTIVIDAD INUSUAL - RESULTADO: ' DELIMITED BY SIZE
                  WS-ACT-MULT-ED DELIMITED BY SIZE
                  ' X MEDIA  REVERSIONES POR DIA: ' DELIMITED BY SIZE
                  WS-ACT-REVLIM-ED DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.
           MOVE SPACES TO WS-PARM-LINE.
           STRING 'OPERANDOS REPETIDOS: ' DELIMITED BY SIZE
                  WS-ACT-REPEAT-ED DELIMITED BY SIZE
                  ' MIN  HORARIO: ' DELIMITED BY SIZE
                  WS-ACT-HOUR-ED DELIMITED BY SIZE
                  '%  HISTORIAL MINIMO: ' DELIMITED BY SIZE
                  WS-ACT-MINHIST-ED DELIMITED BY SIZE
               INTO WS-PARM-LINE.
           DISPLAY WS-PARM-LINE.

           PERFORM PARM-VIEW-GL-RTN
               VARYING WS-GL-MAP-IDX FROM 1 BY 1
               UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT.
           END-IF.

       PARM-CHANGE-ACK-AGE-RTN.
           DISPLAY 'Ingrese los días hábiles de espera de acuse'.
           DISPLAY '(0-999).'.
           ACCEPT WS-PARM-NEW-NUM.
           MOVE 'DIAS ACUSE' TO WS-PARM-FIELD-NAME.
           MOVE WS-ACK-AGE-DAYS TO WS-PARM-OLD-VALUE.
               PERFORM WRITE-PARM-LOG-RTN
           END-IF.

       PARM-CHANGE-APPROVAL-RTN.
           DISPLAY 'Ingrese el límite de aprobación'.
           DISPLAY '(0 = sin control dual).'.
           ACCEPT WS-PARM-NEW-AMT.
           MOVE 'LIMITE APROB' TO WS-PARM-FIELD-NAME.
           MOVE WS-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-ED.
           MOVE WS-APPROVAL-LIMIT-ED TO WS-PARM-OLD-VALUE.
           MOVE WS-PARM-NEW-AMT TO WS-APPROVAL-LIMIT-ED.
           MOVE WS-APPROVAL-LIMIT-ED TO WS-PARM-NEW-VALUE.
           MOVE WS-PARM-NEW-AMT TO WS-APPROVAL-LIMIT.
           MOVE 'Y' TO WS-PARM-CHANGED-FLAG.
           PERFORM WRITE-PARM-LOG-RTN.

      ******************************************************************
      *    PARM-CHANGE-BASE-CCY-RTN - the currency the ledger is kept
      *    in. Postings in it convert at 1 and need no EXRATE entry;
      *    every other currency is converted into it.
      ******************************************************************
       PARM-CHANGE-BASE-CCY-RTN.
           DISPLAY 'Ingrese el código de la moneda base (3).'.
           ACCEPT WS-PARM-NEW-CCY.
           IF WS-PARM-NEW-CCY = SPACES
               DISPLAY 'Valor inválido - sin cambios.'
           ELSE
               MOVE 'MONEDA BASE' TO WS-PARM-FIELD-NAME
               MOVE WS-BASE-CURRENCY TO WS-PARM-OLD-VALUE
               MOVE WS-PARM-NEW-CCY TO WS-PARM-NEW-VALUE
               MOVE WS-PARM-NEW-CCY TO WS-BASE-CURRENCY
               MOVE 'Y' TO WS-PARM-CHANGED-FLAG
               PERFORM WRITE-PARM-LOG-RTN
           END-IF.

      ******************************************************************
      *    PARM-CHANGE-WINDOW-RTN - how long an unattended run may
      *    take before the run statistics report calls it an
      *    overrun. Zero leaves the runs unchecked.
      ******************************************************************
       PARM-CHANGE-WINDOW-RTN.
           DISPLAY 'Ingrese la ventana del lote en minutos'.
           DISPLAY '(0-9999, 0 = sin control).'.
           MOVE ZERO TO WS-PARM-NEW-MINUTES.
           ACCEPT WS-PARM-NEW-MINUTES.
           MOVE 'VENTANA LOTE' TO WS-PARM-FIELD-NAME.
           MOVE WS-BATCH-WINDOW TO WS-PARM-OLD-VALUE.
           MOVE WS-PARM-NEW-MINUTES TO WS-PARM-NEW-VALUE.
           MOVE WS-PARM-NEW-MINUTES TO WS-BATCH-WINDOW.
           MOVE 'Y' TO WS-PARM-CHANGED-FLAG.
           PERFORM WRITE-PARM-LOG-RTN.

      ******************************************************************
      *    PARM-CHANGE-BUD-PCT-RTN - the share of an account's
      *    monthly budget, in percent, at which day close warns.
      *    Zero turns the warning off.
      ******************************************************************
       PARM-CHANGE-BUD-PCT-RTN.
           DISPLAY 'Ingrese el porcentaje de aviso del presupuesto'.
           DISPLAY '(0-999, 0 = sin aviso).'.
           MOVE ZERO TO WS-PARM-NEW-NUM.
           ACCEPT WS-PARM-NEW-NUM.
           MOVE 'AVISO PRESUP' TO WS-PARM-FIELD-NAME.
           MOVE WS-BUDGET-WARN-PCT TO WS-PARM-OLD-VALUE.
           MOVE WS-PARM-NEW-NUM TO WS-PARM-NEW-VALUE.
           MOVE WS-PARM-NEW-NUM TO WS-BUDGET-WARN-PCT.
           MOVE 'Y' TO WS-PARM-CHANGED-FLAG.
           PERFORM WRITE-PARM-LOG-RTN.

      ******************************************************************
      *    PARM-CHANGE-ACT-RTN - one of the unusual-activity
      *    thresholds, chosen by letter. Zero turns that check off;
      *    for the minimum history it means no minimum.
      ******************************************************************
       PARM-CHANGE-ACT-RTN.
           DISPLAY 'Umbral: (R)esultado sobre la media,'.
           DISPLAY '(V) reversiones por día, (O)perandos repetidos,'.
           DISPLAY '(H)orario o historial (M)ínimo.'.
           MOVE SPACE TO WS-PARM-ACT-ANSWER.
           ACCEPT WS-PARM-ACT-ANSWER.
           IF WS-PARM-ACT-ANSWER = 'R' OR WS-PARM-ACT-ANSWER = 'V'
              OR WS-PARM-ACT-ANSWER = 'O' OR WS-PARM-ACT-ANSWER = 'H'
              OR WS-PARM-ACT-ANSWER = 'M'
               DISPLAY 'Ingrese el nuevo valor'
               DISPLAY '(0-999, 0 = sin control).'
               MOVE ZERO TO WS-PARM-NEW-NUM
               ACCEPT WS-PARM-NEW-NUM
               MOVE WS-PARM-NEW-NUM TO WS-PARM-NEW-VALUE
               IF WS-PARM-ACT-ANSWER = 'R'
                   MOVE 'INUS RESULT' TO WS-PARM-FIELD-NAME
                   MOVE WS-ACT-RESULT-MULT TO WS-PARM-OLD-VALUE
                   MOVE WS-PARM-NEW-NUM TO WS-ACT-RESULT-MULT
               ELSE
                   IF WS-PARM-ACT-ANSWER = 'V'
                       MOVE 'INUS REVERS' TO WS-PARM-FIELD-NAME
                       MOVE WS-ACT-REVERSAL-LIMIT TO WS-PARM-OLD-VALUE
                       MOVE WS-PARM-NEW-NUM TO WS-ACT-REVERSAL-LIMIT
                   ELSE
                       IF WS-PARM-ACT-ANSWER = 'O'
                           MOVE 'INUS REPET' TO WS-PARM-FIELD-NAME
                           MOVE WS-ACT-REPEAT-MINUTES
                               TO WS-PARM-OLD-VALUE
                           MOVE WS-PARM-NEW-NUM
                               TO WS-ACT-REPEAT-MINUTES
                       ELSE
                           IF WS-PARM-ACT-ANSWER = 'H'
                               MOVE 'INUS HORARIO' TO WS-PARM-FIELD-NAME
                               MOVE WS-ACT-HOUR-PCT TO WS-PARM-OLD-VALUE
                               MOVE WS-PARM-NEW-NUM TO WS-ACT-HOUR-PCT
                           ELSE
                               MOVE 'INUS HIST' TO WS-PARM-FIELD-NAME
                               MOVE WS-ACT-MIN-HISTORY
                                   TO WS-PARM-OLD-VALUE
                               MOVE WS-PARM-NEW-NUM
                                   TO WS-ACT-MIN-HISTORY
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 'Y' TO WS-PARM-CHANGED-FLAG
               PERFORM WRITE-PARM-LOG-RTN
           END-IF.

       PARM-FIND-GL-OP-RTN.
           IF WS-GL-MAP-OPERATION (WS-GL-MAP-IDX) = WS-PARM-GL-OP
               MOVE WS-GL-MAP-IDX TO WS-GL-MAP-SLOT

      ******************************************************************
      *    COMPUTE-RTN - shared by the interactive and batch paths so
      *    both calculate exactly the same way. The result is in the
      *    currency of the session or file; a valid one is converted
      *    into the base currency at the rate in force for it.
      ******************************************************************
       COMPUTE-RTN.
           MOVE ZERO TO WS-RESULT.
           MOVE ZERO TO WS-BASE-RESULT.
           MOVE WS-SESS-CURRENCY TO WS-CURRENCY.
           MOVE WS-SESS-RATE TO WS-EXCH-RATE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VALIDATE-OPERATION-RTN.

               END-IF
           END-IF.

           IF OPERATION-IS-VALID
               COMPUTE WS-BASE-RESULT ROUNDED = WS-RESULT * WS-EXCH-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'OV' TO WS-REJECT-REASON
                       MOVE ZERO TO WS-RESULT
                       MOVE ZERO TO WS-BASE-RESULT
                       MOVE 'Error - desborde del equivalente en moneda'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
                       MOVE 'base.' TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-COMPUTE
           END-IF.

      ******************************************************************
      *    WRITE-AUDIT-RTN - appends one line to the audit-trail log
      *    for every calculation attempted, good or bad. The date and
      *    time are captured fresh for each line, not taken from the
      *    job's start, so a calculation can be told apart from others
      *    in the same interactive session or the same batch run. A
      *    posting held for approval is stamped H; the approval mode
      *    restamps its master entry when it is decided. The entry
      *    carries the currency, the rate used and the base-currency
      *    equivalent beside the transaction amount.
      ******************************************************************
       WRITE-AUDIT-RTN.
           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE SPACES TO AL-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-SEQ-NO TO AL-SEQ-NO.
           MOVE WS-TRANS-DATE TO AL-TRANS-DATE.
           MOVE WS-NUM2 TO AL-NUM2.
           MOVE WS-OPERATION TO AL-OPERATION.
           MOVE WS-RESULT TO AL-TOTAL.
           IF POSTING-HELD
               MOVE 'H' TO AL-STATUS
           ELSE
               IF REVERSAL-POSTING
                   MOVE 'X' TO AL-STATUS
               ELSE
                   IF OPERATION-IS-VALID
                       MOVE 'V' TO AL-STATUS
                   ELSE
                       MOVE 'R' TO AL-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-AL-REF-ID TO AL-REF-ID.
           MOVE SPACES TO WS-AL-REF-ID.
           MOVE WS-BRANCH-ID TO AL-BRANCH-ID.
           MOVE WS-CURRENCY TO AL-CURRENCY.
           MOVE WS-EXCH-RATE TO AL-RATE.
           MOVE WS-BASE-RESULT TO AL-BASE-TOTAL.
           PERFORM WRITE-AUDIT-ENTRY-RTN.
           PERFORM WRITE-AUDIT-MASTER-RTN.

      ******************************************************************
      *    WRITE-AUDIT-ENTRY-RTN - seals the audit entry in AL-RECORD
      *    onto the chain and writes it to the log. The chain moves
      *    on only once the entry is actually on the file.
      ******************************************************************
       WRITE-AUDIT-ENTRY-RTN.
           MOVE WS-AUD-CHAIN-VALUE TO WS-AUD-SEAL-PREV.
           PERFORM SEAL-AUDIT-ENTRY-RTN.
           MOVE WS-AUD-SEAL-VALUE TO AL-CHAIN-VALUE.
           WRITE AL-RECORD.
           IF WS-AUDIT-STATUS = '00'
               MOVE WS-AUD-SEAL-VALUE TO WS-AUD-CHAIN-VALUE
               PERFORM COUNT-RUN-RESULT-RTN
           END-IF.

      *    The run's posted, rejected and held counts for RUNHIST,
      *    taken from what actually reached the audit trail.
       COUNT-RUN-RESULT-RTN.
           IF AL-STATUS = 'V' OR AL-STATUS = 'X' OR AL-STATUS = 'A'
               ADD 1 TO WS-RH-POSTED
           ELSE
               IF AL-STATUS = 'R' OR AL-STATUS = 'D'
                   ADD 1 TO WS-RH-REJECTED
               ELSE
                   IF AL-STATUS = 'H'
                       ADD 1 TO WS-RH-HELD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    SEAL-AUDIT-ENTRY-RTN - computes the check value of the
      *    entry in AL-RECORD from WS-AUD-SEAL-PREV: every byte of the
      *    entry ahead of the check value itself is folded in, with
      *    its position, modulo a ten-digit prime.
      ******************************************************************
       SEAL-AUDIT-ENTRY-RTN.
           MOVE AL-RECORD TO WS-AUD-SEAL-RECORD.
           MOVE WS-AUD-SEAL-PREV TO WS-AUD-SEAL-VALUE.
           PERFORM SEAL-AUDIT-BYTE-RTN
               VARYING WS-AUD-SEAL-IDX FROM 1 BY 1
               UNTIL WS-AUD-SEAL-IDX > WS-AUD-SEAL-LENGTH.

       SEAL-AUDIT-BYTE-RTN.
           COMPUTE WS-AUD-SEAL-WORK =
               WS-AUD-SEAL-VALUE * 257
               + FUNCTION ORD(WS-AUD-SEAL-BYTE (WS-AUD-SEAL-IDX))
               + WS-AUD-SEAL-IDX.
           DIVIDE WS-AUD-SEAL-WORK BY WS-AUD-SEAL-MODULUS
               GIVING WS-AUD-SEAL-QUOT
               REMAINDER WS-AUD-SEAL-VALUE.

      ******************************************************************
      *    WRITE-AUDIT-MASTER-RTN - mirrors the audit entry just
      *    written onto the keyed audit master, so inquiries read by
      ******************************************************************
       WRITE-AUDIT-MASTER-RTN.
           IF AUDIT-MASTER-OPEN
               MOVE SPACES TO AM-RECORD
               MOVE AL-OPERATOR-ID TO AM-OPERATOR-ID
               MOVE AL-TRANS-DATE TO AM-TRANS-DATE
               MOVE AL-TRANS-TIME TO AM-TRANS-TIME
               MOVE AL-TOTAL TO AM-TOTAL
               MOVE AL-STATUS TO AM-STATUS
               MOVE AL-REF-ID TO AM-REF-ID
               MOVE AL-BRANCH-ID TO AM-BRANCH-ID
               MOVE AL-CURRENCY-DATA TO AM-CURRENCY-DATA
               WRITE AM-RECORD
                   INVALID KEY
                       MOVE 'Aviso - entrada duplicada en el'
       WRITE-REPORT-HEADER-RTN.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-REPORT-TOTAL.
           MOVE ZERO TO WS-RPTBR-COUNT.

           MOVE SPACES TO RP-RECORD.
           STRING 'INFORME DIARIO DE CALCULOS' DELIMITED BY SIZE
           WRITE RP-RECORD.

           MOVE SPACES TO RP-RECORD.
           STRING 'LINEA  NUM1       OP  NUM2       RESULTADO SUCURSAL'
               DELIMITED BY SIZE INTO RP-RECORD.
           WRITE RP-RECORD.

      ******************************************************************
      *    WRITE-REPORT-DETAIL-RTN - one line-numbered detail row per
      *    calculation attempted, valid or not, with the branch it
      *    posted for; valid ones also count toward the branch
      *    subtotals printed in the footer. A posting held for
      *    approval is marked RETENIDO and stays out of the totals
      *    until the approval mode prints it again as posted. A valid
      *    calculation in a foreign currency gets a second line with
      *    the rate and the base-currency equivalent; the totals are
      *    kept in the base currency.
      ******************************************************************
       WRITE-REPORT-DETAIL-RTN.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-NUM1 TO WS-NUM1-ED.
           MOVE WS-NUM2 TO WS-NUM2-ED.
           MOVE WS-RESULT TO WS-RESULT-ED.
           MOVE SPACES TO WS-RPT-HOLD-MARK.

           IF POSTING-HELD
               MOVE ' RETENIDO' TO WS-RPT-HOLD-MARK
           END-IF.

           IF OPERATION-IS-VALID AND NOT POSTING-HELD
               ADD WS-BASE-RESULT TO WS-REPORT-TOTAL
                   ON SIZE ERROR
                       MOVE 'Error - desborde del total del informe.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-ADD
               PERFORM TALLY-REPORT-BRANCH-RTN
           END-IF.

           MOVE SPACES TO RP-RECORD.
                  WS-NUM2-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RESULT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BRANCH-ID DELIMITED BY SIZE
                  WS-RPT-HOLD-MARK DELIMITED BY SIZE
               INTO RP-RECORD.
           WRITE RP-RECORD.

           IF OPERATION-IS-VALID AND WS-CURRENCY NOT = SPACES
              AND WS-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-EXCH-RATE TO WS-EXCH-RATE-ED
               MOVE WS-BASE-RESULT TO WS-BASE-RESULT-ED
               MOVE SPACES TO RP-RECORD
               STRING '      MONEDA ' DELIMITED BY SIZE
                      WS-CURRENCY DELIMITED BY SIZE
                      '  TASA ' DELIMITED BY SIZE
                      WS-EXCH-RATE-ED DELIMITED BY SIZE
                      '  EQUIVALENTE ' DELIMITED BY SIZE
                      WS-BASE-CURRENCY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BASE-RESULT-ED DELIMITED BY SIZE
                   INTO RP-RECORD
               WRITE RP-RECORD
           END-IF.

       TALLY-REPORT-BRANCH-RTN.
           MOVE ZERO TO WS-RPTBR-SLOT.
           PERFORM SCAN-REPORT-BRANCH-RTN
               VARYING WS-RPTBR-IDX FROM 1 BY 1
               UNTIL WS-RPTBR-IDX > WS-RPTBR-COUNT.
           IF WS-RPTBR-SLOT = ZERO
               IF WS-RPTBR-COUNT < 50
                   ADD 1 TO WS-RPTBR-COUNT
                   MOVE WS-RPTBR-COUNT TO WS-RPTBR-SLOT
                   MOVE WS-BRANCH-ID
                       TO WS-RPTBR-TAB-ID (WS-RPTBR-SLOT)
                   MOVE ZERO TO WS-RPTBR-TAB-CNT (WS-RPTBR-SLOT)
                   MOVE ZERO TO WS-RPTBR-TAB-AMT (WS-RPTBR-SLOT)
               ELSE
                   MOVE 'Aviso - tabla de sucursales del informe llena.'
                       TO WS-LOG-LINE
                   PERFORM LOG-MSG-RTN
               END-IF
           END-IF.
           IF WS-RPTBR-SLOT NOT = ZERO
               ADD 1 TO WS-RPTBR-TAB-CNT (WS-RPTBR-SLOT)
               ADD WS-BASE-RESULT TO WS-RPTBR-TAB-AMT (WS-RPTBR-SLOT)
                   ON SIZE ERROR
                       MOVE 'Error - desborde del total de sucursal.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-ADD
           END-IF.

       SCAN-REPORT-BRANCH-RTN.
           IF WS-RPTBR-TAB-ID (WS-RPTBR-IDX) = WS-BRANCH-ID
               MOVE WS-RPTBR-IDX TO WS-RPTBR-SLOT
           END-IF.

      ******************************************************************
      *    WRITE-REPORT-FOOTER-RTN - branch subtotals and the grand
      *    total footer for the daily summary report.
      ******************************************************************
       WRITE-REPORT-FOOTER-RTN.
           MOVE WS-REPORT-TOTAL TO WS-REPORT-TOTAL-ED.
           MOVE SPACES TO RP-RECORD.
           WRITE RP-RECORD.

           PERFORM WRITE-REPORT-BRANCH-RTN
               VARYING WS-RPTBR-IDX FROM 1 BY 1
               UNTIL WS-RPTBR-IDX > WS-RPTBR-COUNT.

           MOVE SPACES TO RP-RECORD.
           STRING 'TOTAL GENERAL ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-REPORT-TOTAL-ED DELIMITED BY SIZE
               INTO RP-RECORD.
           WRITE RP-RECORD.

       WRITE-REPORT-BRANCH-RTN.
           MOVE WS-RPTBR-TAB-CNT (WS-RPTBR-IDX) TO WS-OPER-TRANS-CNT-ED.
           MOVE WS-RPTBR-TAB-AMT (WS-RPTBR-IDX) TO WS-RPTBR-AMT-ED.
           MOVE SPACES TO RP-RECORD.
           STRING 'SUBTOTAL SUCURSAL ' DELIMITED BY SIZE
                  WS-RPTBR-TAB-ID (WS-RPTBR-IDX) DELIMITED BY SIZE
                  '  CALCULOS ' DELIMITED BY SIZE
                  WS-OPER-TRANS-CNT-ED DELIMITED BY SIZE
                  '  MONTO ' DELIMITED BY SIZE
                  WS-RPTBR-AMT-ED DELIMITED BY SIZE
               INTO RP-RECORD.
           WRITE RP-RECORD.

      ******************************************************************
      *    WRITE-GL-POSTING-RTN - when requested, writes WS-RESULT
      *    and both operands to the GL posting file so the amount can
      *    be loaded straight into the general ledger interface,
      *    tagged with the posting branch and its cost-center suffix,
      *    the transaction currency, the rate and the base-currency
      *    amount. An approved item posts to the account recorded
      *    when it was held, as a reversal posts to its original's
      *    account. The control total and the account's balance on
      *    GLBAL move by the base-currency amount of every record.
      ******************************************************************
       WRITE-GL-POSTING-RTN.
           IF GL-POSTING-REQUESTED AND OPERATION-IS-VALID
               IF APPROVED-POSTING
                   MOVE WS-APPR-ACCOUNT TO WS-GL-ACCOUNT-CODE
               ELSE
                   IF REVERSAL-POSTING
                       MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT-CODE
                   ELSE
                       PERFORM FIND-GL-ACCOUNT-RTN
                   END-IF
               END-IF
               MOVE SPACES TO GL-RECORD
               MOVE WS-RUN-DATE TO GL-POSTING-DATE
               MOVE WS-NUM1 TO GL-NUM1
               MOVE WS-NUM2 TO GL-NUM2
               MOVE WS-OPERATION TO GL-OPERATION
               MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
               MOVE WS-RESULT TO GL-AMOUNT
               PERFORM SET-BRANCH-SUFFIX-RTN
               MOVE WS-BRANCH-ID TO GL-BRANCH-ID
               MOVE WS-BRANCH-SUFFIX TO GL-CC-SUFFIX
               MOVE WS-CURRENCY TO GL-CURRENCY
               MOVE WS-EXCH-RATE TO GL-RATE
               MOVE WS-BASE-RESULT TO GL-BASE-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD WS-BASE-RESULT TO WS-GL-CONTROL-TOTAL
                   ON SIZE ERROR
                       MOVE 'Error - desborde del total de control.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-ADD
               PERFORM UPDATE-GL-BALANCE-RTN
           END-IF.

      ******************************************************************
      *    OPEN-GL-BALANCE-RTN - opens the GL balance ledger for the
      *    posting run, creating it empty on first use. Unlike the
      *    audit master it is not optional: a GLPOST record that
      *    misses the ledger leaves every balance after it wrong, so
      *    a ledger that cannot be opened stops the run before
      *    anything posts.
      ******************************************************************
       OPEN-GL-BALANCE-RTN.
           MOVE 'N' TO WS-GLB-OPEN-FLAG.
           OPEN I-O GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS = '35'
               OPEN OUTPUT GL-BALANCE-FILE
               IF WS-GLBAL-STATUS = '00'
                   CLOSE GL-BALANCE-FILE
                   OPEN I-O GL-BALANCE-FILE
               END-IF
           END-IF.
           IF WS-GLBAL-STATUS = '00'
               MOVE 'Y' TO WS-GLB-OPEN-FLAG
           ELSE
               MOVE 'Error - no se pudo abrir el libro de saldos'
                   TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'contables; no se registra.' TO WS-LOG-LINE
               PERFORM LOG-MSG-RTN
               MOVE 'N' TO WS-RUN-OK-FLAG
               MOVE 'Y' TO WS-ABEND-FLAG
           END-IF.

      ******************************************************************
      *    UPDATE-GL-BALANCE-RTN - applies the GL record just written
      *    to its account on GLBAL: the day's and the period's
      *    activity and the closing balance, all in the base
      *    currency. A reversal carries the negated amount, so it
      *    backs the original out of the same account. An account not
      *    yet on the ledger is added with a zero opening balance.
      ******************************************************************
       UPDATE-GL-BALANCE-RTN.
           IF GL-BALANCE-OPEN
               COMPUTE WS-GLB-RUN-PERIOD =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH
               MOVE WS-GL-ACCOUNT-CODE TO GB-ACCOUNT-CODE
               READ GL-BALANCE-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-GLB-NEW-FLAG
                   NOT INVALID KEY
                       MOVE 'N' TO WS-GLB-NEW-FLAG
               END-READ
               IF GLB-NEW-ACCOUNT
                   MOVE SPACES TO GB-RECORD
                   MOVE WS-GL-ACCOUNT-CODE TO GB-ACCOUNT-CODE
                   MOVE ZERO TO GB-OPENING-BAL
                   MOVE ZERO TO GB-DAY-ACTIVITY
                   MOVE ZERO TO GB-MONTH-ACTIVITY
                   MOVE ZERO TO GB-CLOSING-BAL
                   MOVE WS-GLB-RUN-PERIOD TO GB-PERIOD
                   MOVE ZERO TO GB-LAST-ROLL-DATE
               END-IF
               IF GB-PERIOD < WS-GLB-RUN-PERIOD
                   MOVE ZERO TO GB-MONTH-ACTIVITY
                   MOVE WS-GLB-RUN-PERIOD TO GB-PERIOD
               END-IF
               ADD WS-BASE-RESULT TO GB-DAY-ACTIVITY
                                GB-MONTH-ACTIVITY
                                GB-CLOSING-BAL
                   ON SIZE ERROR
                       MOVE 'Error - desborde del saldo de la cuenta.'
                           TO WS-LOG-LINE
                       PERFORM LOG-MSG-RTN
               END-ADD
               MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
               IF GLB-NEW-ACCOUNT
                   WRITE GB-RECORD
                       INVALID KEY
                           MOVE 'Error - no se pudo agregar la cuenta'
                               TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                           MOVE 'al libro de saldos.' TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                   END-WRITE
               ELSE
                   REWRITE GB-RECORD
                       INVALID KEY
                           MOVE 'Error - no se pudo actualizar el'
                               TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                           MOVE 'libro de saldos.' TO WS-LOG-LINE
                           PERFORM LOG-MSG-RTN
                   END-REWRITE
               END-IF
           END-IF.

       READ-GL-BALANCE-RTN.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLB-EOF-FLAG
           END-READ.

      ******************************************************************
      *    FIND-GL-ACCOUNT-RTN - translates WS-OPERATION into the GL
      *    account/cost-center code from the mapping table, so the

      ******************************************************************
      *    WRITE-GL-TRAILER-RTN - appends a trailer record to GLPOST
      *    with the record count and control total of GL-BASE-AMOUNT
      *    for the run, so the GL interface can foot what it received
      *    against what we say we sent before loading it.
      ******************************************************************
       WRITE-GL-TRAILER-RTN.
