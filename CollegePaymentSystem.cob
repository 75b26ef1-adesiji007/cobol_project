      *                    printed reports - and reworked the discount
      *                    arithmetic to multiply before dividing so
      *                    remainder pennies are no longer lost.
      * 15/10/2026  AS     Added a nightly general ledger posting
      *                    extract (PARM='GLPOST', COLPYBAT STEP4):
      *                    summarises the day's PAYTRAN generation by
      *                    transaction class, course and tender into
      *                    balanced debit/credit lines - tender
      *                    control account against the ledger income
      *                    account now held on each COURSMST record
      *                    (new course maintenance option 5) - and
      *                    writes them to GLINTFC between a header and
      *                    a trailer carrying the record count, debit
      *                    and credit totals and an account hash. The
      *                    reconciliation now leaves its PAYTRAN line
      *                    count and total on RECONCTL, and the
      *                    extract refuses (RC 8, reason on GLRPT) if
      *                    the lines do not balance or do not agree
      *                    with it. Every PAYTRAN line now carries a
      *                    tender type for the control account.
      * 15/10/2026  AS     ADD-PAYMENT now asks how the student paid -
      *                    C cash, Q cheque, K card - and the tender
      *                    is carried on the PAYTRAN line, the PAYHIST
      *                    history line and the printed receipt; a
      *                    reversal goes back out on the original's
      *                    tender. Added a supervisor-only TILL
      *                    CASH-UP (menu option 17): lists one
      *                    operator's receipts for a date by tender on
      *                    CASHRPT, takes the counted cash and
      *                    cheques, prints the over/short and signs
      *                    the drawer off on the CASHUP file.
      * 15/10/2026  AS     Added a monthly late-payment charge run
      *                    (PARM='LATECHG', LATECHG.jcl): every
      *                    installment open more than the keyed
      *                    number of days past due is charged once,
      *                    flat or as a percentage of the student's
      *                    overdue share, onto the installment and the
      *                    course's fees owed, logged on PAYTRAN as a
      *                    new 'C' line (reason LAT) and remembered on
      *                    the new LATECHMS indexed file; LATERPT lists
      *                    charges and exemptions. Sponsor shares and
      *                    students with a DD collection still with the
      *                    bank are exempt - the DD export now stamps
      *                    SM-DD-SUBMIT-DATE (carved out of SM-FILLER)
      *                    and the return import clears it. New
      *                    supervisor-only WAIVE LATE CHARGE menu
      *                    option (18) posts a matching 'W' line. The
      *                    statement, reconciliation (non-cash total),
      *                    GL extract (not posted), forecast,
      *                    reversal ceiling, withdrawal, re-pricing,
      *                    term end and enrollment summary all allow
      *                    for charges.
      * 15/10/2026  AS     Added a supervisor-only TRANSFER COURSE menu
      *                    option (19) and a matching BATCHTRN 'T'
      *                    record: moves one enrolled place to a new
      *                    course, re-priced through CALCULATE-DISCOUNT
      *                    with the amount already paid carried as a
      *                    credit, the balance re-spread over the open
      *                    installments and the new course's capacity
      *                    checked. The move is logged on PAYTRAN as a
      *                    paired 'O' transfer-out / 'I' transfer-in
      *                    (reason TRF) and the freed seat is offered
      *                    to the old course's waiting list. The edit
      *                    pass checks 'T' records; the reconciliation
      *                    matches a transfer-out against the vanished
      *                    prior position; the GL extract posts the
      *                    pair as a course-to-course reclassification.
      * 15/10/2026  AS     Added hardship bursary funds: the BURSFUND
      *                    fund master (code, term, budget, committed,
      *                    paid) kept through supervisor menu option
      *                    20, a supervisor-only AWARD BURSARY option
      *                    (21) that checks the fund's headroom and
      *                    posts the award against the course balance
      *                    as a PAYTRAN 'B' line, settling installments
      *                    as a payment does and recording it on the
      *                    BURSAWRD award file, and a fund-position
      *                    report to BURSRPT (option 22). The
      *                    reconciliation counts 'B' lines as non-cash
      *                    and the GL extract debits the bursary fund
      *                    account for them instead of a till.
      * 15/10/2026  AS     Each STUDJRNL line now also carries the
      *                    function that made the change
      *                    (JR-FUNCTION). Added the PARM='AUDIT' run
      *                    (JRNLAUDT.jcl): reads the journal for a
      *                    keyed date range and prints every changed
      *                    master field with old and new values by
      *                    operator on AUDITRPT, marking bank detail
      *                    changes, balance or paid-amount changes not
      *                    made by a posting function, family income
      *                    changes after enrollment and deletions not
      *                    made by WITHDRAW-STUDENT for review.
      * 15/10/2026  AS     Added the weekly PARM='VERIFY' run
      *                    (VERIFY.jcl): a read-only check of every
      *                    enrolled course's installments, paid and
      *                    sponsor amounts, term, COURSMST and SPONMAST
      *                    links and latest PAYHIST balance, direct
      *                    debit details on active mandates, and
      *                    NOTICEMS/WAITLIST entries for students no
      *                    longer on file. Exceptions print on VERIFRPT
      *                    and the run ends RC=4 when there are any.
      * 15/10/2026  AS     Bad debt: monthly REFERRAL run refers
      *                    courses long at final notice with no
      *                    payment since to the collection agency
      *                    (AGYREFER) and stops dunning them;
      *                    AGENCYIN applies the agency remittance;
      *                    supervisor WRITE OFF BAD DEBT (option 23)
      *                    logs PAYTRAN type 'X'; BADDEBT file and
      *                    BADDRPT position report by term/course.
      * 15/10/2026  AS     Course headcounts by course and term kept on
      *                    HEADCNT as the master changes, in place of
      *                    a full master scan per capacity check;
      *                    rebuild from the master (option 24, first
      *                    run, after RECOVER); surname search reads
      *                    the new SM-SURNAME alternate key.
      * 15/10/2026  AS     Added batch run control. Every batch mode
      *                    but the OPSLOG report now reads a run-
      *                    control card (NORMAL or OVERRIDE plus a
      *                    supervisor id) as its first SYSIN card and
      *                    is checked against the new RUNCTL file
      *                    (last run, result, record count, parameters
      *                    and last completion per mode) before it
      *                    starts: RECON waits for BATCH, HISTLOAD and
      *                    GLPOST for a balanced RECON, the daily and
      *                    monthly runs for HISTLOAD; a second BATCH
      *                    the same day, a second LATECHG, REFERRAL or
      *                    SPONINV the same month, a DDRETURN or
      *                    AGYREMIT file already applied and a TERMEND
      *                    of a term already closed are refused RC=8
      *                    unless a supervisor overrides. Starts, ends,
      *                    refusals and overrides go on the new OPSLOG
      *                    operations log, printed by PARM='OPSLOG'
      *                    (OPSLOG.jcl). Abandoned BATCH, EDIT,
      *                    TERMEND, DDIMPORT and AGENCYIN runs now end
      *                    RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-SURNAME WITH DUPLICATES
               FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

           SELECT RECON-CONTROL-FILE ASSIGN TO "RECONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT GL-CONTROL-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.

           SELECT CASH-UP-FILE ASSIGN TO "CASHUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.

           SELECT CASH-UP-REPORT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT LATE-CHARGE-FILE ASSIGN TO "LATECHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHARGE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT LATE-CHARGE-REPORT-FILE ASSIGN TO "LATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-FILE-STATUS.

           SELECT BURSARY-FUND-FILE ASSIGN TO "BURSFUND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-FUND-KEY
               FILE STATUS IS WS-BF-FILE-STATUS.

           SELECT BURSARY-AWARD-FILE ASSIGN TO "BURSAWRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-AWARD-KEY
               FILE STATUS IS WS-BA-FILE-STATUS.

           SELECT BURSARY-REPORT-FILE ASSIGN TO "BURSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-FILE-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.

           SELECT BAD-DEBT-FILE ASSIGN TO "BADDEBT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-DEBT-KEY
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO "AGYREFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-FILE-STATUS.

           SELECT AGENCY-REMIT-FILE ASSIGN TO "AGYREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

           SELECT AGENCY-REJECT-FILE ASSIGN TO "AGYREJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-FILE-STATUS.

           SELECT BAD-DEBT-REPORT-FILE ASSIGN TO "BADDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-FILE-STATUS.

           SELECT COURSE-COUNT-FILE ASSIGN TO "HEADCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-COUNT-KEY
               FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-MODE
               FILE STATUS IS WS-RU-FILE-STATUS.

           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-FILE-STATUS.

           SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           02 SM-BANK-SORT-CODE PIC 9(6).
           02 SM-BANK-ACCOUNT PIC 9(8).
           02 SM-BANK-REFERENCE PIC X(12).
           02 SM-DD-SUBMIT-DATE PIC 9(8).
           02 SM-FILLER PIC X(2).

       FD  COURSE-MASTER-FILE.
       01  CM-COURSE-RECORD.
           02 CM-COURSE-FEE PIC 9(7)V99.
           02 CM-COURSE-STATUS PIC X(1).
           02 CM-COURSE-CAPACITY PIC 9(3).
           02 CM-GL-ACCOUNT PIC 9(6).
           02 CM-FILLER PIC X(1).

       FD  PAYMENT-TRANS-FILE.
       01  PT-TRANS-RECORD.
           02 PT-OPERATOR-ID PIC X(8).
           02 PT-FILLER10 PIC X VALUE ' '.
           02 PT-RECEIPT-NO PIC 9(8).
           02 PT-FILLER11 PIC X VALUE ' '.
           02 PT-TENDER-TYPE PIC X(1).

       FD  FEES-REPORT-FILE.
       01  FR-PRINT-LINE PIC X(95).
               03 BT-REV-REASON-CODE PIC X(3).
               03 BT-REV-ORIG-REF PIC 9(14).
               03 BT-FILLER3 PIC X(45).
           02 BT-TRANSFER-DATA REDEFINES BT-ADD-STUDENT-DATA.
               03 BT-TRF-STUDENT-ID PIC 9(5).
               03 BT-TRF-FROM-COURSE PIC X(8).
               03 BT-TRF-TO-COURSE PIC X(8).
               03 BT-FILLER4 PIC X(63).

       FD  ENROLLMENT-SUMMARY-FILE.
       01  ES-PRINT-LINE PIC X(80).
               03 NM-COURSE-CODE PIC X(8).
           02 NM-NOTICE-LEVEL PIC 9(1).
           02 NM-NOTICE-DATE PIC 9(8).
           02 NM-REFERRAL-FLAG PIC X(1).
               88 NM-REFERRED VALUE 'R'.
           02 NM-REFERRAL-DATE PIC 9(8).
           02 NM-FILLER PIC X(1).

       FD  DUNNING-LETTER-FILE.
       01  DL-PRINT-LINE PIC X(80).
           02 PH-ORIG-REF PIC 9(14).
           02 PH-OPERATOR-ID PIC X(8).
           02 PH-RECEIPT-NO PIC 9(8).
           02 PH-TENDER-TYPE PIC X(1).
           02 PH-FILLER PIC X(9).

       FD  HIST-ARCHIVE-FILE.
       01  HA-ARCHIVE-RECORD PIC X(100).
           02 JR-FILLER5 PIC X.
           02 JR-BEFORE-IMAGE PIC X(750).
           02 JR-AFTER-IMAGE PIC X(750).
           02 JR-FILLER6 PIC X.
           02 JR-FUNCTION PIC X(8).

       FD  RECON-CONTROL-FILE.
       01  RX-CONTROL-RECORD.
           02 RX-RUN-DATE PIC 9(8).
           02 RX-FILLER1 PIC X VALUE ' '.
           02 RX-LINE-COUNT PIC 9(7).
           02 RX-FILLER2 PIC X VALUE ' '.
           02 RX-PAYTRAN-TOTAL PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           02 RX-FILLER3 PIC X VALUE ' '.
           02 RX-BALANCED-SW PIC X(1).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           02 GL-RECORD-TYPE PIC X(1).
           02 GL-HEADER-DATA.
               03 GL-H-SOURCE PIC X(8).
               03 GL-H-BUSINESS-DATE PIC 9(8).
               03 GL-H-RUN-DATE PIC 9(8).
               03 GL-H-RUN-TIME PIC 9(6).
               03 GL-H-FILLER PIC X(49).
           02 GL-DETAIL-DATA REDEFINES GL-HEADER-DATA.
               03 GL-D-ACCOUNT PIC 9(6).
               03 GL-D-DR-CR PIC X(1).
               03 GL-D-AMOUNT PIC 9(9)V99.
               03 GL-D-COURSE-CODE PIC X(8).
               03 GL-D-TRANS-CLASS PIC X(2).
               03 GL-D-TENDER-TYPE PIC X(1).
               03 GL-D-LINE-COUNT PIC 9(5).
               03 GL-D-DESCRIPTION PIC X(20).
               03 GL-D-BUSINESS-DATE PIC 9(8).
               03 GL-D-FILLER PIC X(17).
           02 GL-TRAILER-DATA REDEFINES GL-HEADER-DATA.
               03 GL-T-RECORD-COUNT PIC 9(7).
               03 GL-T-DEBIT-TOTAL PIC 9(11)V99.
               03 GL-T-CREDIT-TOTAL PIC 9(11)V99.
               03 GL-T-ACCOUNT-HASH PIC 9(12).
               03 GL-T-FILLER PIC X(34).

       FD  GL-CONTROL-REPORT-FILE.
       01  GR-PRINT-LINE PIC X(100).

       FD  CASH-UP-FILE.
       01  CU-CASHUP-RECORD.
           02 CU-OPERATOR-ID PIC X(8).
           02 CU-FILLER1 PIC X VALUE ' '.
           02 CU-BUSINESS-DATE PIC 9(8).
           02 CU-FILLER2 PIC X VALUE ' '.
           02 CU-SUPERVISOR-ID PIC X(8).
           02 CU-FILLER3 PIC X VALUE ' '.
           02 CU-SIGNOFF-DATE PIC 9(8).
           02 CU-FILLER4 PIC X VALUE ' '.
           02 CU-SIGNOFF-TIME PIC 9(6).
           02 CU-FILLER5 PIC X VALUE ' '.
           02 CU-RECEIPT-COUNT PIC 9(5).
           02 CU-FILLER6 PIC X VALUE ' '.
           02 CU-EXPECTED-CASH PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           02 CU-FILLER7 PIC X VALUE ' '.
           02 CU-COUNTED-CASH PIC 9(7)V99.
           02 CU-FILLER8 PIC X VALUE ' '.
           02 CU-CASH-OVER-SHORT PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           02 CU-FILLER9 PIC X VALUE ' '.
           02 CU-EXPECTED-CHEQUE PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           02 CU-FILLER10 PIC X VALUE ' '.
           02 CU-COUNTED-CHEQUE PIC 9(7)V99.
           02 CU-FILLER11 PIC X VALUE ' '.
           02 CU-CHEQUE-OVER-SHORT PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 CU-FILLER12 PIC X VALUE ' '.
           02 CU-CARD-TOTAL PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           02 CU-FILLER13 PIC X VALUE ' '.
           02 CU-RESULT PIC X(1).

       FD  CASH-UP-REPORT-FILE.
       01  CP-PRINT-LINE PIC X(90).

       FD  LATE-CHARGE-FILE.
       01  LC-CHARGE-RECORD.
           02 LC-CHARGE-KEY.
               03 LC-STUDENT-ID PIC 9(5).
               03 LC-COURSE-CODE PIC X(8).
               03 LC-DUE-DATE PIC 9(8).
           02 LC-CHARGE-AMOUNT PIC 9(7)V99.
           02 LC-CHARGE-DATE PIC 9(8).
           02 LC-CHARGE-TIME PIC 9(6).
           02 LC-STATUS PIC X(1).
               88 LC-CHARGED VALUE 'C'.
               88 LC-WAIVED VALUE 'W'.
           02 LC-WAIVE-DATE PIC 9(8).
           02 LC-WAIVE-OPERATOR PIC X(8).
           02 LC-WAIVE-REASON PIC X(3).
           02 LC-FILLER PIC X(10).

       FD  LATE-CHARGE-REPORT-FILE.
       01  LR-PRINT-LINE PIC X(100).

       FD  BURSARY-FUND-FILE.
       01  BF-FUND-RECORD.
           02 BF-FUND-KEY.
               03 BF-FUND-CODE PIC X(6).
               03 BF-TERM PIC X(5).
           02 BF-FUND-NAME PIC X(20).
           02 BF-BUDGET PIC 9(7)V99.
           02 BF-COMMITTED PIC 9(7)V99.
           02 BF-PAID PIC 9(7)V99.
           02 BF-FILLER PIC X(10).

       FD  BURSARY-AWARD-FILE.
       01  BA-AWARD-RECORD.
           02 BA-AWARD-KEY.
               03 BA-FUND-CODE PIC X(6).
               03 BA-TERM PIC X(5).
               03 BA-STUDENT-ID PIC 9(5).
               03 BA-COURSE-CODE PIC X(8).
               03 BA-AWARD-DATE PIC 9(8).
               03 BA-AWARD-TIME PIC 9(6).
           02 BA-AMOUNT PIC 9(7)V99.
           02 BA-OPERATOR-ID PIC X(8).
           02 BA-FILLER PIC X(10).

       FD  BURSARY-REPORT-FILE.
       01  BR-PRINT-LINE PIC X(100).

       FD  AUDIT-REPORT-FILE.
       01  AU-PRINT-LINE PIC X(100).

       FD  VERIFY-REPORT-FILE.
       01  VF-PRINT-LINE PIC X(100).

       FD  BAD-DEBT-FILE.
       01  BD-DEBT-RECORD.
           02 BD-DEBT-KEY.
               03 BD-STUDENT-ID PIC 9(5).
               03 BD-COURSE-CODE PIC X(8).
           02 BD-TERM PIC X(5).
           02 BD-STATUS PIC X(1).
               88 BD-REFERRED VALUE 'R'.
               88 BD-RECOVERED VALUE 'C'.
               88 BD-WRITTEN-OFF VALUE 'W'.
           02 BD-REFERRAL-DATE PIC 9(8).
           02 BD-REFERRED-AMT PIC 9(7)V99.
           02 BD-RECOVERED-AMT PIC 9(7)V99.
           02 BD-WRITTEN-OFF-AMT PIC 9(7)V99.
           02 BD-LAST-ACTION-DATE PIC 9(8).
           02 BD-WRITE-OFF-REASON PIC X(3).
           02 BD-WRITE-OFF-OPERATOR PIC X(8).
           02 BD-FILLER PIC X(10).

       FD  REFERRAL-FILE.
       01  RF-REFERRAL-RECORD.
           02 RF-STUDENT-ID PIC 9(5).
           02 RF-FILLER1 PIC X.
           02 RF-SURNAME PIC X(15).
           02 RF-FILLER2 PIC X.
           02 RF-FIRSTNAME PIC X(15).
           02 RF-FILLER3 PIC X.
           02 RF-HOUSE-NUMBER PIC 9(3).
           02 RF-FILLER4 PIC X.
           02 RF-COUNTRY PIC X(15).
           02 RF-FILLER5 PIC X.
           02 RF-PINCODE PIC 9(6).
           02 RF-FILLER6 PIC X.
           02 RF-COURSE-CODE PIC X(8).
           02 RF-FILLER7 PIC X.
           02 RF-TERM PIC X(5).
           02 RF-FILLER8 PIC X.
           02 RF-BALANCE PIC 9(7)V99.
           02 RF-FILLER9 PIC X.
           02 RF-LAST-PAID-DATE PIC 9(8).
           02 RF-FILLER10 PIC X.
           02 RF-REFERRAL-DATE PIC 9(8).

       FD  AGENCY-REMIT-FILE.
       01  RM-REMIT-RECORD.
           02 RM-STUDENT-ID PIC 9(5).
           02 RM-FILLER1 PIC X.
           02 RM-COURSE-CODE PIC X(8).
           02 RM-FILLER2 PIC X.
           02 RM-AMOUNT PIC 9(7)V99.
           02 RM-FILLER3 PIC X.
           02 RM-PAID-DATE PIC 9(8).
           02 RM-FILLER4 PIC X.
           02 RM-AGENCY-REF PIC X(12).

       FD  AGENCY-REJECT-FILE.
       01  RJ-PRINT-LINE PIC X(80).

       FD  BAD-DEBT-REPORT-FILE.
       01  DB-PRINT-LINE PIC X(100).

       FD  COURSE-COUNT-FILE.
       01  HC-COUNT-RECORD.
           02 HC-COUNT-KEY.
               03 HC-COURSE-CODE PIC X(8).
               03 HC-TERM PIC X(5).
           02 HC-HEADCOUNT PIC 9(5).
           02 HC-LAST-UPDATE-DATE PIC 9(8).
           02 HC-FILLER PIC X(4).

       FD  RUN-CONTROL-FILE.
       01  RU-CONTROL-RECORD.
           02 RU-MODE PIC X(8).
           02 RU-LAST-STAMP.
               03 RU-LAST-DATE PIC 9(8).
               03 RU-LAST-TIME PIC 9(8).
           02 RU-STATUS PIC X(1).
           02 RU-RETURN-CODE PIC 9(4).
           02 RU-RECORD-COUNT PIC 9(7).
           02 RU-PARM PIC X(20).
           02 RU-OVERRIDE-ID PIC X(8).
           02 RU-DONE-STAMP.
               03 RU-DONE-DATE PIC 9(8).
               03 RU-DONE-TIME PIC 9(8).
           02 RU-DONE-PARM PIC X(20).
           02 RU-FILLER PIC X(10).

       FD  OPS-LOG-FILE.
       01  OL-LOG-RECORD.
           02 OL-LOG-DATE PIC 9(8).
           02 OL-FILLER1 PIC X.
           02 OL-LOG-TIME PIC 9(8).
           02 OL-FILLER2 PIC X.
           02 OL-MODE PIC X(8).
           02 OL-FILLER3 PIC X.
           02 OL-EVENT PIC X(8).
           02 OL-FILLER4 PIC X.
           02 OL-STATUS PIC X(1).
           02 OL-FILLER5 PIC X.
           02 OL-RETURN-CODE PIC 9(4).
           02 OL-FILLER6 PIC X.
           02 OL-RECORD-COUNT PIC 9(7).
           02 OL-FILLER7 PIC X.
           02 OL-PARM PIC X(20).
           02 OL-FILLER8 PIC X.
           02 OL-OVERRIDE-ID PIC X(8).
           02 OL-FILLER9 PIC X.
           02 OL-MESSAGE PIC X(40).

       FD  OPS-REPORT-FILE.
       01  OR-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DETAIL.
                   88 WS-CRS-ACTIVE VALUE 'A'.
                   88 WS-CRS-RETIRED VALUE 'R'.
               03 WS-CRS-CAPACITY PIC 9(3).
               03 WS-CRS-GL-ACCOUNT PIC 9(6).
       01 WS-CRS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CRS-SUB PIC 9(2).
       01 WS-CRS-FOUND-SW PIC X(1).

       01 WS-PT-TRANS-TYPE PIC X(1).
       01 WS-PT-REASON-CODE PIC X(3).
       01 WS-PT-TENDER-TYPE PIC X(1).
       01 WS-PT-ORIG-REF PIC 9(14).
       01 WS-PT-ORIG-REF-R REDEFINES WS-PT-ORIG-REF.
           02 WS-PT-ORIG-DATE PIC 9(8).
       01 WS-PH-REF-SW PIC X(1).
           88 WS-PH-REF-FOUND VALUE 'Y'.
           88 WS-PH-REF-NOT-FOUND VALUE 'N'.
       01 WS-PH-REF-TENDER PIC X(1).
       01 WS-PH-WRITTEN-SW PIC X(1).
           88 WS-PH-WRITTEN VALUE 'Y'.
           88 WS-PH-NOT-WRITTEN VALUE 'N'.
       01 WS-WD-NET PIC S9(8)V99.
       01 WS-WD-CONFIRM PIC X(1).

       01 WS-TR-FROM-COURSE PIC X(8).
       01 WS-TR-TO-COURSE PIC X(8).
       01 WS-TR-SLOT PIC 9(1).
       01 WS-TR-CREDIT PIC S9(7)V99.
       01 WS-TR-NEW-FEE PIC 9(7)V99.
       01 WS-TR-NEW-OWED PIC 9(7)V99.
       01 WS-TR-SAVE-OWED PIC 9(7)V99.
       01 WS-TR-SHARE PIC 9(7)V99.
       01 WS-TR-OPEN-COUNT PIC 9(1).
       01 WS-TR-LAST-OPEN PIC 9(1).
       01 WS-TR-SPON-PAID PIC S9(7)V99.
       01 WS-TR-SPON-OWED PIC S9(7)V99.
       01 WS-TR-CONFIRM PIC X(1).
       01 WS-TR-VALID-SW PIC X(1).
           88 WS-TR-VALID VALUE 'Y'.
           88 WS-TR-NOT-VALID VALUE 'N'.

       01 WS-PP-FILE-STATUS PIC X(2).
       01 WS-NP-FILE-STATUS PIC X(2).
       01 WS-RC-FILE-STATUS PIC X(2).

       01 WS-RC-BANK-TOTAL PIC 9(9)V99.
       01 WS-RC-PAYTRAN-TOTAL PIC S9(9)V99.
       01 WS-RC-NONCASH-TOTAL PIC S9(9)V99.
       01 WS-RC-MASTER-TOTAL PIC S9(9)V99.
       01 WS-RC-MOVE-DIFF PIC S9(9)V99.
       01 WS-RC-BANK-DIFF PIC S9(9)V99.
       01 WS-RC-SUB PIC 9(1).
       01 WS-RC-DISCREP-COUNT PIC 9(4).
       01 WS-RC-LINE-DIFF PIC S9(7)V99.
       01 WS-RC-LINE-COUNT PIC 9(7).
       01 WS-RX-FILE-STATUS PIC X(2).

       01 WS-POS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-POS-SUB PIC 9(4).
           02 FILLER PIC X(18) VALUE 'NEW BALANCE OWED:'.
           02 WS-RP-B-BALANCE PIC Z,ZZZ,ZZ9.99.

       01 WS-RP-TENDER-LINE.
           02 FILLER PIC X(18) VALUE 'PAID BY:'.
           02 WS-RP-T-TENDER PIC X(13).
           02 FILLER PIC X(2) VALUE ' '.
           02 FILLER PIC X(9) VALUE 'OPERATOR:'.
           02 WS-RP-T-OPERATOR PIC X(8).

       01 WS-RC-GAP-LINE.
           02 FILLER PIC X(8) VALUE 'RECEIPT '.
           02 WS-RC-G-RECEIPT-NO PIC 9(8).
       01 WS-DD-OPEN-AMT PIC 9(7)V99.
       01 WS-DD-SHARE-REMAINING PIC 9(7)V99.
       01 WS-DD-PICK-COUNT PIC 9(5).
       01 WS-DD-PRIOR-PICK-COUNT PIC 9(5).
       01 WS-DD-PICK-TOTAL PIC 9(9)V99.
       01 WS-DD-APPLIED-COUNT PIC 9(5).
       01 WS-DD-APPLIED-TOTAL PIC 9(9)V99.
       01 WS-JR-ACTION PIC X(1).
       01 WS-JR-STUDENT-ID PIC 9(5).
       01 WS-JR-BEFORE-IMAGE PIC X(750).
       01 WS-HC-BEFORE-SLOTS REDEFINES WS-JR-BEFORE-IMAGE.
           02 FILLER PIC X(79).
           02 WS-HB-SLOT OCCURS 4 TIMES.
               03 WS-HB-COURSE-CODE PIC X(8).
               03 FILLER PIC X(18).
               03 WS-HB-TERM PIC X(5).
               03 FILLER PIC X(122).
           02 FILLER PIC X(59).
       01 WS-JR-AFTER-IMAGE PIC X(750).
       01 WS-HC-AFTER-SLOTS REDEFINES WS-JR-AFTER-IMAGE.
           02 FILLER PIC X(79).
           02 WS-HA-SLOT OCCURS 4 TIMES.
               03 WS-HA-COURSE-CODE PIC X(8).
               03 FILLER PIC X(18).
               03 WS-HA-TERM PIC X(5).
               03 FILLER PIC X(122).
           02 FILLER PIC X(59).
       01 WS-JR-FUNCTION PIC X(8).
       01 WS-JR-EOF-SW PIC X(1).
           88 WS-JR-EOF VALUE 'Y'.
           88 WS-JR-NOT-EOF VALUE 'N'.
       01 WS-ED-A-COUNT PIC 9(7).
       01 WS-ED-P-COUNT PIC 9(7).
       01 WS-ED-R-COUNT PIC 9(7).
       01 WS-ED-TRF-COUNT PIC 9(7).
       01 WS-ED-OTHER-COUNT PIC 9(7).
       01 WS-ED-ERROR-RECORDS PIC 9(7).
       01 WS-ED-ERROR-COUNT PIC 9(7).
           02 WS-ED-T-LABEL PIC X(40).
           02 WS-ED-T-COUNT PIC ZZZZZZ9.

       01 WS-GL-FILE-STATUS PIC X(2).
       01 WS-GR-FILE-STATUS PIC X(2).
       01 WS-GL-SUSPENSE-ACCOUNT PIC 9(6) VALUE 199999.
       01 WS-GL-BURSARY-ACCOUNT PIC 9(6) VALUE 520100.
       01 WS-GL-TENDER-VALUES.
           02 FILLER PIC X(20) VALUE ' 100100TILL CASH    '.
           02 FILLER PIC X(20) VALUE 'C100100TILL CASH    '.
           02 FILLER PIC X(20) VALUE 'Q100200CHEQUES      '.
           02 FILLER PIC X(20) VALUE 'K100300CARD CLEARING'.
           02 FILLER PIC X(20) VALUE 'D100400DD CLEARING  '.
           02 FILLER PIC X(20) VALUE 'B100500BANK RECEIPTS'.
       01 WS-GL-TENDER-TABLE REDEFINES WS-GL-TENDER-VALUES.
           02 WS-GL-TND-ENTRY OCCURS 6 TIMES.
               03 WS-GL-TND-TYPE PIC X(1).
               03 WS-GL-TND-ACCOUNT PIC 9(6).
               03 WS-GL-TND-NAME PIC X(13).
       01 WS-GL-TND-SUB PIC 9(2).
       01 WS-GL-TND-FOUND-SW PIC X(1).
           88 WS-GL-TND-FOUND VALUE 'Y'.
           88 WS-GL-TND-NOT-FOUND VALUE 'N'.
       01 WS-GL-CTL-ACCOUNT PIC 9(6).
       01 WS-GL-CTL-NAME PIC X(20).
       01 WS-GL-CRS-ACCOUNT PIC 9(6).
       01 WS-GL-CRS-NAME PIC X(20).
       01 WS-GL-CLASS PIC X(2).
       01 WS-GL-DR-SIDE-SW PIC X(1).
           88 WS-GL-DR-CONTROL VALUE 'C'.
           88 WS-GL-DR-COURSE VALUE 'K'.
       01 WS-GL-CASH-SW PIC X(1).
           88 WS-GL-CASH-IN VALUE 'I'.
           88 WS-GL-CASH-OUT VALUE 'O'.
           88 WS-GL-NON-CASH VALUE 'N'.
           88 WS-GL-FUND-PAID VALUE 'F'.
       01 WS-GL-POST-ACCOUNT PIC 9(6).
       01 WS-GL-POST-DR-CR PIC X(1).
       01 WS-GL-POST-COURSE PIC X(8).
       01 WS-GL-POST-TENDER PIC X(1).
       01 WS-GL-POST-NAME PIC X(20).
       01 WS-GL-LINE-COUNT PIC 9(7).
       01 WS-GL-RECORD-COUNT PIC 9(7).
       01 WS-GL-SUSPENSE-COUNT PIC 9(5).
       01 WS-GL-UNKNOWN-COUNT PIC 9(5).
       01 WS-GL-MEMO-COUNT PIC 9(5).
       01 WS-GL-DEBIT-TOTAL PIC 9(11)V99.
       01 WS-GL-CREDIT-TOTAL PIC 9(11)V99.
       01 WS-GL-CASH-NET PIC S9(11)V99.
       01 WS-GL-ACCOUNT-HASH PIC 9(12).
       01 WS-GL-DIFF PIC S9(11)V99.
       01 WS-GL-REFUSE-SW PIC X(1).
           88 WS-GL-REFUSED VALUE 'Y'.
           88 WS-GL-ACCEPTED VALUE 'N'.
       01 WS-RX-FOUND-SW PIC X(1).
           88 WS-RX-FOUND VALUE 'Y'.
           88 WS-RX-NOT-FOUND VALUE 'N'.

       01 WS-GLS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GLS-SUB PIC 9(3).
       01 WS-GLS-FOUND-SW PIC X(1).
           88 WS-GLS-FOUND VALUE 'Y'.
           88 WS-GLS-NOT-FOUND VALUE 'N'.
       01 WS-GLS-TABLE.
           02 WS-GLS-ENTRY OCCURS 300 TIMES.
               03 WS-GLS-ACCOUNT PIC 9(6).
               03 WS-GLS-DR-CR PIC X(1).
               03 WS-GLS-COURSE-CODE PIC X(8).
               03 WS-GLS-CLASS PIC X(2).
               03 WS-GLS-TENDER PIC X(1).
               03 WS-GLS-NAME PIC X(20).
               03 WS-GLS-AMOUNT PIC 9(9)V99.
               03 WS-GLS-LINES PIC 9(5).

       01 WS-GR-HEADING-1.
           02 FILLER PIC X(12) VALUE ' '.
           02 FILLER PIC X(48)
               VALUE 'GENERAL LEDGER POSTING EXTRACT - CONTROL REPORT'.
           02 WS-GR-H1-DATE PIC 9(8).

       01 WS-GR-HEADING-2.
           02 FILLER PIC X(9)  VALUE 'ACCOUNT'.
           02 FILLER PIC X(6)  VALUE 'DR/CR'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(7)  VALUE 'CLASS'.
           02 FILLER PIC X(8)  VALUE 'TENDER'.
           02 FILLER PIC X(7)  VALUE 'LINES'.
           02 FILLER PIC X(17) VALUE 'AMOUNT'.
           02 FILLER PIC X(20) VALUE 'DESCRIPTION'.

       01 WS-GR-DETAIL-LINE.
           02 WS-GR-D-ACCOUNT PIC 9(6).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-GR-D-DR-CR PIC X(1).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-GR-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-GR-D-CLASS PIC X(2).
           02 FILLER PIC X(5) VALUE ' '.
           02 WS-GR-D-TENDER PIC X(1).
           02 FILLER PIC X(6) VALUE ' '.
           02 WS-GR-D-LINES PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-GR-D-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE ' '.
           02 WS-GR-D-NAME PIC X(20).

       01 WS-GR-SUMMARY-LINE.
           02 WS-GR-S-LABEL PIC X(40).
           02 WS-GR-S-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-GR-COUNT-LINE.
           02 WS-GR-C-LABEL PIC X(40).
           02 WS-GR-C-COUNT PIC ZZZZZZ9.

       01 WS-CU-FILE-STATUS PIC X(2).
       01 WS-CP-FILE-STATUS PIC X(2).
       01 WS-CU-OPERATOR-ID PIC X(8).
       01 WS-CU-BUSINESS-DATE PIC 9(8).
       01 WS-CU-SOURCE-SW PIC X(1).
           88 WS-CU-FROM-PAYTRAN VALUE 'T'.
           88 WS-CU-FROM-HISTORY VALUE 'H'.
       01 WS-CU-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CU-SUB PIC 9(4).
       01 WS-CU-TND-SUB PIC 9(1).
       01 WS-CU-OVERFLOW-COUNT PIC 9(5).
       01 WS-CU-TABLE.
           02 WS-CU-ENTRY OCCURS 500 TIMES.
               03 WS-CU-RECEIPT-NO PIC 9(8).
               03 WS-CU-STUDENT-ID PIC 9(5).
               03 WS-CU-COURSE-CODE PIC X(8).
               03 WS-CU-TRANS-TYPE PIC X(1).
               03 WS-CU-TENDER PIC X(1).
               03 WS-CU-TRANS-TIME PIC 9(6).
               03 WS-CU-AMOUNT PIC 9(7)V99.
       01 WS-CU-LINE-TYPE PIC X(1).
       01 WS-CU-LINE-TENDER PIC X(1).
       01 WS-CU-LINE-AMOUNT PIC 9(7)V99.
       01 WS-CU-LINE-RECEIPT PIC 9(8).
       01 WS-CU-LINE-STUDENT PIC 9(5).
       01 WS-CU-LINE-COURSE PIC X(8).
       01 WS-CU-LINE-TIME PIC 9(6).
       01 WS-CU-TENDER-VALUES.
           02 FILLER PIC X(14) VALUE 'CCASH'.
           02 FILLER PIC X(14) VALUE 'QCHEQUE'.
           02 FILLER PIC X(14) VALUE 'KCARD'.
           02 FILLER PIC X(14) VALUE ' NOT RECORDED'.
       01 WS-CU-TENDER-TABLE REDEFINES WS-CU-TENDER-VALUES.
           02 WS-CU-TND-ENTRY OCCURS 4 TIMES.
               03 WS-CU-TND-CODE PIC X(1).
               03 WS-CU-TND-NAME PIC X(13).
       01 WS-CU-TND-TOTALS.
           02 WS-CU-TND-AMOUNT PIC S9(7)V99 OCCURS 4 TIMES.
           02 WS-CU-TND-LINES PIC 9(5) OCCURS 4 TIMES.
       01 WS-CU-COUNTED-CASH PIC 9(7)V99.
       01 WS-CU-COUNTED-CHEQUE PIC 9(7)V99.
       01 WS-CU-EXPECTED-CASH PIC S9(7)V99.
       01 WS-CU-EXPECTED-CHEQUE PIC S9(7)V99.
       01 WS-CU-CASH-DIFF PIC S9(7)V99.
       01 WS-CU-CHEQUE-DIFF PIC S9(7)V99.

       01 WS-CP-HEADING-1.
           02 FILLER PIC X(28) VALUE 'TILL CASH-UP FOR OPERATOR'.
           02 WS-CP-H1-OPERATOR PIC X(8).
           02 FILLER PIC X(15) VALUE '  BUSINESS DATE'.
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-CP-H1-DATE PIC 9(8).
           02 FILLER PIC X(15) VALUE '  SUPERVISOR'.
           02 WS-CP-H1-SUPERVISOR PIC X(8).
       01 WS-CP-TENDER-HEADING.
           02 FILLER PIC X(8) VALUE 'TENDER: '.
           02 WS-CP-TH-NAME PIC X(13).
       01 WS-CP-COLUMN-HEADING.
           02 FILLER PIC X(11) VALUE 'RECEIPT NO'.
           02 FILLER PIC X(9) VALUE 'TIME'.
           02 FILLER PIC X(9) VALUE 'STUDENT'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(13) VALUE '       AMOUNT'.
       01 WS-CP-DETAIL-LINE.
           02 WS-CP-D-RECEIPT-NO PIC 9(8).
           02 FILLER PIC X(3) VALUE ' '.
           02 WS-CP-D-TIME PIC 9(6).
           02 FILLER PIC X(3) VALUE ' '.
           02 WS-CP-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-CP-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-CP-D-TYPE PIC X(1).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-CP-D-AMOUNT PIC Z,ZZZ,ZZ9.99-.
       01 WS-CP-TOTAL-LINE.
           02 WS-CP-T-LABEL PIC X(30).
           02 WS-CP-T-LINES PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE ' LINES'.
           02 WS-CP-T-AMOUNT PIC Z,ZZZ,ZZ9.99-.
       01 WS-CP-SUMMARY-LINE.
           02 WS-CP-S-LABEL PIC X(45).
           02 WS-CP-S-AMOUNT PIC Z,ZZZ,ZZ9.99-.

       01 WS-LC-FILE-STATUS PIC X(2).
       01 WS-LR-FILE-STATUS PIC X(2).
       01 WS-LC-DAYS-OVER-MIN PIC 9(3).
       01 WS-LC-BASIS PIC X(1).
           88 WS-LC-FLAT VALUE 'F'.
           88 WS-LC-PERCENT VALUE 'P'.
       01 WS-LC-CHARGE-VALUE PIC 9(5)V99.
       01 WS-LC-DD-PENDING-DAYS PIC 9(3) VALUE 30.
       01 WS-LC-TODAY-INT PIC 9(7).
       01 WS-LC-DUE-INT PIC 9(7).
       01 WS-LC-SUBMIT-INT PIC 9(7).
       01 WS-LC-DAYS-OVER PIC S9(5).
       01 WS-LC-SLOT PIC 9(1).
       01 WS-LC-INST-SUB PIC 9(1).
       01 WS-LC-SUM-SUB PIC 9(1).
       01 WS-LC-OPEN-AMT PIC 9(7)V99.
       01 WS-LC-BASE-AMT PIC 9(7)V99.
       01 WS-LC-SHARE-REMAINING PIC 9(7)V99.
       01 WS-LC-CHARGE-AMT PIC 9(7)V99.
       01 WS-LC-NET-CHARGES PIC 9(7)V99.
       01 WS-LC-WAIVE-DUE-DATE PIC 9(8).
       01 WS-LC-DD-PENDING-SW PIC X(1).
           88 WS-LC-DD-PENDING VALUE 'Y'.
           88 WS-LC-DD-NOT-PENDING VALUE 'N'.
       01 WS-LC-FOUND-SW PIC X(1).
           88 WS-LC-FOUND VALUE 'Y'.
           88 WS-LC-NOT-FOUND VALUE 'N'.
       01 WS-LC-CHARGE-COUNT PIC 9(5).
       01 WS-LC-CHARGE-TOTAL PIC 9(9)V99.
       01 WS-LC-EXEMPT-DD-COUNT PIC 9(5).
       01 WS-LC-EXEMPT-SPON-COUNT PIC 9(5).
       01 WS-LC-PRIOR-COUNT PIC 9(5).
       01 WS-LC-MOVE-SW PIC X(1).
           88 WS-LC-MOVE-DONE VALUE 'Y'.
           88 WS-LC-MOVE-NOT-DONE VALUE 'N'.
       01 WS-LC-MOVED-COUNT PIC 9(3).
       01 WS-LC-OLD-KEY PIC X(21).

       01 WS-LR-HEADING-1.
           02 FILLER PIC X(30) VALUE 'LATE-PAYMENT CHARGE RUN'.
           02 FILLER PIC X(10) VALUE 'RUN DATE'.
           02 WS-LR-H1-DATE PIC 9(8).
       01 WS-LR-HEADING-2.
           02 FILLER PIC X(16) VALUE 'CHARGE AFTER'.
           02 WS-LR-H2-DAYS PIC ZZ9.
           02 FILLER PIC X(14) VALUE ' DAYS   BASIS'.
           02 WS-LR-H2-BASIS PIC X(1).
           02 FILLER PIC X(10) VALUE '   VALUE'.
           02 WS-LR-H2-VALUE PIC ZZ,ZZ9.99.
       01 WS-LR-COLUMN-HEADING.
           02 FILLER PIC X(9) VALUE 'STUDENT'.
           02 FILLER PIC X(17) VALUE 'SURNAME'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(10) VALUE 'DUE DATE'.
           02 FILLER PIC X(6) VALUE ' DAYS'.
           02 FILLER PIC X(13) VALUE '  OPEN AMOUNT'.
           02 FILLER PIC X(13) VALUE '       CHARGE'.
           02 FILLER PIC X(2) VALUE ' '.
           02 FILLER PIC X(20) VALUE 'ACTION'.
       01 WS-LR-DETAIL-LINE.
           02 WS-LR-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-LR-D-SURNAME PIC X(15).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-LR-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-LR-D-DUE-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-LR-D-DAYS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-LR-D-OPEN-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-LR-D-CHARGE PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-LR-D-ACTION PIC X(20).
       01 WS-LR-TOTAL-LINE.
           02 WS-LR-T-LABEL PIC X(40).
           02 WS-LR-T-COUNT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-LR-T-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-BF-FILE-STATUS PIC X(2).
       01 WS-BA-FILE-STATUS PIC X(2).
       01 WS-BF-OPEN-SW PIC X(1).
           88 WS-BF-FILES-OPEN VALUE 'Y'.
           88 WS-BF-FILES-NOT-OPEN VALUE 'N'.
       01 WS-BR-FILE-STATUS PIC X(2).
       01 WS-BF-MAINT-PROMPT PIC 9(1).
       01 WS-BF-FUND-CODE PIC X(6).
       01 WS-BF-AMOUNT PIC 9(7)V99.
       01 WS-BF-HEADROOM PIC S9(7)V99.
       01 WS-BF-STUDENT-SHARE PIC S9(7)V99.
       01 WS-BF-EOF-SW PIC X(1).
           88 WS-BF-EOF VALUE 'Y'.
           88 WS-BF-NOT-EOF VALUE 'N'.
       01 WS-BA-EOF-SW PIC X(1).
           88 WS-BA-EOF VALUE 'Y'.
           88 WS-BA-NOT-EOF VALUE 'N'.
       01 WS-BR-FUND-COUNT PIC 9(5).
       01 WS-BR-AWARD-COUNT PIC 9(5).
       01 WS-BR-FUND-AWARDS PIC 9(9)V99.
       01 WS-BR-TOTAL-BUDGET PIC 9(9)V99.
       01 WS-BR-TOTAL-COMMITTED PIC 9(9)V99.
       01 WS-BR-TOTAL-PAID PIC 9(9)V99.
       01 WS-BR-REMAINING PIC S9(9)V99.
       01 WS-BR-HEADING-1.
           02 FILLER PIC X(30) VALUE 'BURSARY FUND POSITION'.
           02 FILLER PIC X(10) VALUE 'RUN DATE'.
           02 WS-BR-H1-DATE PIC 9(8).
       01 WS-BR-FUND-LINE.
           02 FILLER PIC X(6) VALUE 'FUND '.
           02 WS-BR-F-FUND-CODE PIC X(6).
           02 FILLER PIC X(2) VALUE ' '.
           02 FILLER PIC X(6) VALUE 'TERM '.
           02 WS-BR-F-TERM PIC X(5).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-BR-F-NAME PIC X(20).
           02 FILLER PIC X(9) VALUE '  BUDGET '.
           02 WS-BR-F-BUDGET PIC Z,ZZZ,ZZ9.99.
       01 WS-BR-COLUMN-HEADING.
           02 FILLER PIC X(4) VALUE ' '.
           02 FILLER PIC X(9) VALUE 'STUDENT'.
           02 FILLER PIC X(17) VALUE 'SURNAME'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(10) VALUE 'AWARDED'.
           02 FILLER PIC X(10) VALUE 'OPERATOR'.
           02 FILLER PIC X(13) VALUE '       AMOUNT'.
       01 WS-BR-DETAIL-LINE.
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-BR-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-BR-D-SURNAME PIC X(15).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-BR-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-BR-D-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-BR-D-OPERATOR PIC X(8).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-BR-D-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-BR-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-BR-T-LABEL PIC X(40).
           02 WS-BR-T-COUNT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-BR-T-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AU-FILE-STATUS PIC X(2).
       01 WS-AU-FROM-DATE PIC 9(8).
       01 WS-AU-TO-DATE PIC 9(8).
       01 WS-AU-READ-COUNT PIC 9(7).
       01 WS-AU-RANGE-COUNT PIC 9(7).
       01 WS-AU-OVERFLOW-COUNT PIC 9(7).
       01 WS-AU-FIELD-TOTAL PIC 9(7).
       01 WS-AU-FLAG-TOTAL PIC 9(7).
       01 WS-AU-OPER-COUNT PIC 9(3).
       01 WS-AU-OPER-SUB PIC 9(3).
       01 WS-AU-OPER-TABLE.
           02 WS-AU-OPER-ENTRY OCCURS 100 TIMES.
               03 WS-AU-OPER-ID PIC X(8).
               03 WS-AU-OPER-RECORDS PIC 9(7).
               03 WS-AU-OPER-FIELDS PIC 9(7).
               03 WS-AU-OPER-FLAGS PIC 9(7).
       01 WS-AU-OPER-FOUND-SW PIC X(1).
           88 WS-AU-OPER-FOUND VALUE 'Y'.
           88 WS-AU-OPER-NOT-FOUND VALUE 'N'.
       01 WS-AU-JR-FUNCTION PIC X(8).
           88 WS-AU-POSTING-FUNCTION VALUES 'PAYMENT', 'REVERSAL',
               'SPONCHEQ', 'LATECHG', 'WAIVER', 'TRANSFER', 'BURSARY',
               'WRITEOFF'.
       01 WS-AU-SLOT PIC 9(1).
       01 WS-AU-INST PIC 9(1).
       01 WS-AU-SAME-COURSE-SW PIC X(1).
           88 WS-AU-SAME-COURSE VALUE 'Y'.
           88 WS-AU-COURSE-CHANGED VALUE 'N'.
       01 WS-AU-FIELD-CLASS PIC X(1).
           88 WS-AU-PLAIN-FIELD VALUE ' '.
           88 WS-AU-BANK-FIELD VALUE 'B'.
           88 WS-AU-MONEY-FIELD VALUE 'M'.
           88 WS-AU-INCOME-FIELD VALUE 'I'.
       01 WS-AU-FIELD-BASE PIC X(16).
       01 WS-AU-FIELD-NAME PIC X(16).
       01 WS-AU-OLD-VALUE PIC X(15).
       01 WS-AU-NEW-VALUE PIC X(15).
       01 WS-AU-MONEY-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-AU-FLAG PIC X(7).
       01 WS-AU-BEFORE-RECORD.
           02 WS-AB-STUDENT-ID PIC 9(5).
           02 WS-AB-FIRSTNAME PIC X(15).
           02 WS-AB-MIDDLEINITIAL PIC X(1).
           02 WS-AB-SURNAME PIC X(15).
           02 WS-AB-DAY-OF-BIRTH PIC 9(2).
           02 WS-AB-MONTH-OF-BIRTH PIC 9(2).
           02 WS-AB-YEAR-OF-BIRTH PIC 9(4).
           02 WS-AB-HOUSE-NUMBER PIC 9(3).
           02 WS-AB-COUNTRY PIC X(15).
           02 WS-AB-PINCODE PIC 9(6).
           02 WS-AB-TELEPHONE-NUMBER PIC 9(11).
           02 WS-AB-ENROLLED-COURSES OCCURS 4 TIMES.
               03 WS-AB-EC-COURSE-CODE PIC X(8).
               03 WS-AB-EC-FEES-OWED PIC 9(7)V99.
               03 WS-AB-EC-ORIGINAL-FEE PIC 9(7)V99.
               03 WS-AB-EC-TERM PIC X(5).
               03 WS-AB-EC-SPONSOR-CODE PIC X(6).
               03 WS-AB-EC-SPONSOR-PCT PIC 9(3).
               03 WS-AB-EC-SPONSOR-OWED PIC 9(7)V99.
               03 WS-AB-EC-INSTALLMENT OCCURS 4 TIMES.
                   04 WS-AB-EC-INST-DUE-DATE PIC 9(8).
                   04 WS-AB-EC-INST-AMOUNT PIC 9(7)V99.
                   04 WS-AB-EC-INST-PAID PIC 9(7)V99.
           02 WS-AB-FAMILY-INCOME PIC 9(6).
           02 WS-AB-DD-MANDATE-SW PIC X(1).
           02 WS-AB-BANK-SORT-CODE PIC 9(6).
           02 WS-AB-BANK-ACCOUNT PIC 9(8).
           02 WS-AB-BANK-REFERENCE PIC X(12).
           02 WS-AB-DD-SUBMIT-DATE PIC 9(8).
           02 WS-AB-FILLER PIC X(2).
       01 WS-AU-HEADING-1.
           02 FILLER PIC X(30) VALUE 'STUDENT MASTER CHANGE AUDIT'.
           02 FILLER PIC X(5) VALUE 'FROM '.
           02 WS-AU-H1-FROM PIC 9(8).
           02 FILLER PIC X(4) VALUE ' TO '.
           02 WS-AU-H1-TO PIC 9(8).
           02 FILLER PIC X(12) VALUE '   RUN DATE '.
           02 WS-AU-H1-DATE PIC 9(8).
       01 WS-AU-OPER-HEADING.
           02 FILLER PIC X(9) VALUE 'OPERATOR '.
           02 WS-AU-OH-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-AU-OH-NAME PIC X(20).
       01 WS-AU-COLUMN-HEADING.
           02 FILLER PIC X(9) VALUE 'DATE'.
           02 FILLER PIC X(7) VALUE 'TIME'.
           02 FILLER PIC X(6) VALUE 'STUDNT'.
           02 FILLER PIC X(2) VALUE 'A'.
           02 FILLER PIC X(9) VALUE 'FUNCTION'.
           02 FILLER PIC X(17) VALUE 'FIELD'.
           02 FILLER PIC X(16) VALUE 'OLD VALUE'.
           02 FILLER PIC X(16) VALUE 'NEW VALUE'.
           02 FILLER PIC X(7) VALUE 'REVIEW'.
       01 WS-AU-DETAIL-LINE.
           02 WS-AU-D-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-TIME PIC 9(6).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-ACTION PIC X(1).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-FUNCTION PIC X(8).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-FIELD PIC X(16).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-OLD-VALUE PIC X(15).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-NEW-VALUE PIC X(15).
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-AU-D-FLAG PIC X(7).
       01 WS-AU-OPER-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-AU-OT-OPERATOR PIC X(8).
           02 FILLER PIC X(10) VALUE '  RECORDS '.
           02 WS-AU-OT-RECORDS PIC ZZZZZZ9.
           02 FILLER PIC X(9) VALUE '  FIELDS '.
           02 WS-AU-OT-FIELDS PIC ZZZZZZ9.
           02 FILLER PIC X(13) VALUE '  FOR REVIEW '.
           02 WS-AU-OT-FLAGS PIC ZZZZZZ9.
       01 WS-AU-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-AU-T-LABEL PIC X(40).
           02 WS-AU-T-COUNT PIC ZZZZZZ9.

       01 WS-VF-FILE-STATUS PIC X(2).
       01 WS-VF-STUDENT-COUNT PIC 9(7).
       01 WS-VF-COURSE-COUNT PIC 9(7).
       01 WS-VF-NOTICE-COUNT PIC 9(7).
       01 WS-VF-WAIT-COUNT PIC 9(7).
       01 WS-VF-EXCEPTION-TOTAL PIC 9(7).
       01 WS-VF-SUB PIC 9(1).
       01 WS-VF-PH-SUB PIC 9(1).
       01 WS-VF-CHECK PIC 9(2).
       01 WS-VF-PAID-TOTAL PIC 9(8)V99.
       01 WS-VF-EXPECTED PIC S9(8)V99.
       01 WS-VF-MONEY-EDIT PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-VF-STUDENT-ID PIC 9(5).
       01 WS-VF-COURSE-CODE PIC X(8).
       01 WS-VF-EXPECTED-TEXT PIC X(14).
       01 WS-VF-FOUND-TEXT PIC X(14).
       01 WS-VF-PH-TABLE.
           02 WS-VF-PH-ENTRY OCCURS 4 TIMES.
               03 WS-VF-PH-FOUND-SW PIC X(1).
                   88 WS-VF-PH-FOUND VALUE 'Y'.
                   88 WS-VF-PH-NOT-FOUND VALUE 'N'.
               03 WS-VF-PH-BALANCE PIC 9(7)V99.
       01 WS-VF-EOF-SW PIC X(1).
           88 WS-VF-EOF VALUE 'Y'.
           88 WS-VF-NOT-EOF VALUE 'N'.
       01 WS-VF-LC-OPEN-SW PIC X(1).
           88 WS-VF-LC-OPEN VALUE 'Y'.
           88 WS-VF-LC-NOT-OPEN VALUE 'N'.
       01 WS-VF-LC-END-SW PIC X(1).
           88 WS-VF-LC-END VALUE 'Y'.
           88 WS-VF-LC-NOT-END VALUE 'N'.
       01 WS-VF-LC-CHARGES PIC 9(7)V99.
       01 WS-VF-FEE-CHARGES PIC 9(8)V99.
       01 WS-VF-CHECK-VALUES.
           02 FILLER PIC X(30) VALUE 'INSTALLMENTS NOT FEE + CHARGES'.
           02 FILLER PIC X(30) VALUE 'PAID NOT EQUAL TO FEE - OWED'.
           02 FILLER PIC X(30) VALUE 'SPONSOR OWED EXCEEDS OWED'.
           02 FILLER PIC X(30) VALUE 'TERM MISSING'.
           02 FILLER PIC X(30) VALUE 'DIRECT DEBIT DETAILS MISSING'.
           02 FILLER PIC X(30) VALUE 'COURSE NOT ON COURSMST'.
           02 FILLER PIC X(30) VALUE 'SPONSOR NOT ON SPONMAST'.
           02 FILLER PIC X(30) VALUE 'NOTICEMS - STUDENT NOT ON FILE'.
           02 FILLER PIC X(30) VALUE 'WAITLIST - STUDENT NOT ON FILE'.
           02 FILLER PIC X(30) VALUE 'PAYHIST BALANCE DIFFERS'.
       01 WS-VF-CHECK-TABLE REDEFINES WS-VF-CHECK-VALUES.
           02 WS-VF-CHECK-NAME PIC X(30) OCCURS 10 TIMES.
       01 WS-VF-CHECK-COUNTS.
           02 WS-VF-CHECK-COUNT PIC 9(7) OCCURS 10 TIMES.
       01 WS-VF-HEADING-1.
           02 FILLER PIC X(30) VALUE 'MASTER FILE VERIFICATION'.
           02 FILLER PIC X(10) VALUE 'RUN DATE'.
           02 WS-VF-H1-DATE PIC 9(8).
       01 WS-VF-COLUMN-HEADING.
           02 FILLER PIC X(9) VALUE 'STUDENT'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(32) VALUE 'EXCEPTION'.
           02 FILLER PIC X(16) VALUE '      EXPECTED'.
           02 FILLER PIC X(14) VALUE '         FOUND'.
       01 WS-VF-DETAIL-LINE.
           02 WS-VF-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-VF-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-VF-D-CHECK PIC X(30).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-VF-D-EXPECTED PIC X(14).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-VF-D-FOUND PIC X(14).
       01 WS-VF-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE ' '.
           02 WS-VF-T-LABEL PIC X(40).
           02 WS-VF-T-COUNT PIC ZZZZZZ9.

       01 WS-BD-FILE-STATUS PIC X(2).
       01 WS-RF-FILE-STATUS PIC X(2).
       01 WS-RM-FILE-STATUS PIC X(2).
       01 WS-RJ-FILE-STATUS PIC X(2).
       01 WS-DB-FILE-STATUS PIC X(2).
       01 WS-BD-FOUND-SW PIC X(1).
           88 WS-BD-FOUND VALUE 'Y'.
           88 WS-BD-NOT-FOUND VALUE 'N'.
       01 WS-RF-DAYS PIC 9(3).
       01 WS-RF-TODAY-INT PIC 9(8).
       01 WS-RF-DAYS-AT-FINAL PIC S9(8).
       01 WS-RF-LAST-PAID PIC 9(8).
       01 WS-RF-SHARE PIC S9(7)V99.
       01 WS-RF-READ-COUNT PIC 9(7).
       01 WS-RF-COUNT PIC 9(5).
       01 WS-RF-TOTAL PIC 9(9)V99.
       01 WS-RF-EOF-SW PIC X(1).
           88 WS-RF-EOF VALUE 'Y'.
           88 WS-RF-NOT-EOF VALUE 'N'.
       01 WS-RF-PH-EOF-SW PIC X(1).
           88 WS-RF-PH-EOF VALUE 'Y'.
           88 WS-RF-PH-NOT-EOF VALUE 'N'.
       01 WS-RM-EOF-SW PIC X(1).
           88 WS-RM-EOF VALUE 'Y'.
           88 WS-RM-NOT-EOF VALUE 'N'.
       01 WS-RM-APPLIED-COUNT PIC 9(5).
       01 WS-RM-APPLIED-TOTAL PIC 9(9)V99.
       01 WS-RM-REJECT-COUNT PIC 9(5).
       01 WS-WO-REASON PIC X(3).
           88 WS-WO-REASON-VALID VALUES 'UNC', 'AGY', 'DEC', 'BKR',
               'SML'.
       01 WS-WO-SHARE PIC S9(7)V99.
       01 WS-WO-CONFIRM PIC X(1).

       01 WS-RJ-HEADING-1.
           02 FILLER PIC X(16) VALUE ' '.
           02 FILLER PIC X(36)
               VALUE 'AGENCY REMITTANCE - REJECTIONS'.
           02 WS-RJ-H1-DATE PIC 9(8).

       01 WS-RJ-HEADING-2.
           02 FILLER PIC X(10) VALUE 'STUDENT-ID'.
           02 FILLER PIC X(2)  VALUE ' '.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(13) VALUE 'AMOUNT'.
           02 FILLER PIC X(14) VALUE 'AGENCY REF'.
           02 FILLER PIC X(24) VALUE 'REASON'.

       01 WS-RJ-DETAIL-LINE.
           02 WS-RJ-D-STUDENT-ID PIC 9(5).
           02 FILLER PIC X(7) VALUE ' '.
           02 WS-RJ-D-COURSE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-RJ-D-AMOUNT PIC ZZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-RJ-D-AGENCY-REF PIC X(12).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-RJ-D-REASON PIC X(24).

       01 WS-RJ-TOTAL-LINE.
           02 FILLER PIC X(28) VALUE 'TOTAL REJECTIONS LISTED:'.
           02 WS-RJ-T-COUNT PIC ZZZZ9.

       01 WS-DB-ROW-COUNT PIC 9(3).
       01 WS-DB-SUB PIC 9(3).
       01 WS-DB-SHIFT-SUB PIC 9(3).
       01 WS-DB-OVERFLOW-COUNT PIC 9(5).
       01 WS-DB-NEW-KEY.
           02 WS-DB-NEW-TERM PIC X(5).
           02 WS-DB-NEW-COURSE PIC X(8).
       01 WS-DB-BREAK-TERM PIC X(5).
       01 WS-DB-ROW-FOUND-SW PIC X(1).
           88 WS-DB-ROW-FOUND VALUE 'Y'.
           88 WS-DB-ROW-NOT-FOUND VALUE 'N'.
       01 WS-DB-EOF-SW PIC X(1).
           88 WS-DB-EOF VALUE 'Y'.
           88 WS-DB-NOT-EOF VALUE 'N'.
       01 WS-DB-TABLE.
           02 WS-DB-ROW OCCURS 200 TIMES.
               03 WS-DB-ROW-KEY.
                   04 WS-DB-ROW-TERM PIC X(5).
                   04 WS-DB-ROW-COURSE PIC X(8).
               03 WS-DB-ROW-AMOUNTS.
                   04 WS-DB-ROW-ACCOUNTS PIC 9(5).
                   04 WS-DB-ROW-REFERRED PIC 9(9)V99.
                   04 WS-DB-ROW-RECOVERED PIC 9(9)V99.
                   04 WS-DB-ROW-WRITTEN-OFF PIC 9(9)V99.
                   04 WS-DB-ROW-OUTSTANDING PIC 9(9)V99.
       01 WS-DB-TERM-TOTALS.
           02 WS-DB-TT-ACCOUNTS PIC 9(5).
           02 WS-DB-TT-REFERRED PIC 9(9)V99.
           02 WS-DB-TT-RECOVERED PIC 9(9)V99.
           02 WS-DB-TT-WRITTEN-OFF PIC 9(9)V99.
           02 WS-DB-TT-OUTSTANDING PIC 9(9)V99.
       01 WS-DB-GRAND-TOTALS.
           02 WS-DB-GT-ACCOUNTS PIC 9(5).
           02 WS-DB-GT-REFERRED PIC 9(9)V99.
           02 WS-DB-GT-RECOVERED PIC 9(9)V99.
           02 WS-DB-GT-WRITTEN-OFF PIC 9(9)V99.
           02 WS-DB-GT-OUTSTANDING PIC 9(9)V99.
       01 WS-DB-HEADING-1.
           02 FILLER PIC X(30) VALUE 'BAD DEBT POSITION'.
           02 FILLER PIC X(10) VALUE 'RUN DATE'.
           02 WS-DB-H1-DATE PIC 9(8).
       01 WS-DB-COLUMN-HEADING.
           02 FILLER PIC X(7) VALUE 'TERM'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(6) VALUE 'ACCTS'.
           02 FILLER PIC X(16) VALUE '        REFERRED'.
           02 FILLER PIC X(16) VALUE '       RECOVERED'.
           02 FILLER PIC X(16) VALUE '     WRITTEN OFF'.
           02 FILLER PIC X(16) VALUE '     WITH AGENCY'.
       01 WS-DB-DETAIL-LINE.
           02 WS-DB-D-TERM PIC X(5).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-DB-D-COURSE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-DB-D-ACCOUNTS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE ' '.
           02 WS-DB-D-REFERRED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 WS-DB-D-RECOVERED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 WS-DB-D-WRITTEN-OFF PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 WS-DB-D-OUTSTANDING PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-HC-FILE-STATUS PIC X(2).
       01 WS-HC-FOUND-SW PIC X(1).
           88 WS-HC-FOUND VALUE 'Y'.
           88 WS-HC-NOT-FOUND VALUE 'N'.
       01 WS-HC-SLOT PIC 9(1).
       01 WS-HC-COURSE-CODE PIC X(8).
       01 WS-HC-TERM PIC X(5).
       01 WS-HC-CHANGE PIC S9(1).
       01 WS-HC-NEW-COUNT PIC S9(6).
       01 WS-HC-STUDENT-COUNT PIC 9(7).
       01 WS-HC-PLACE-COUNT PIC 9(7).

       01 WS-RU-FILE-STATUS PIC X(2).
       01 WS-OL-FILE-STATUS PIC X(2).
       01 WS-OR-FILE-STATUS PIC X(2).
       01 WS-RU-SEQUENCE-VALUES.
           02 FILLER PIC X(17) VALUE 'BATCH           D'.
           02 FILLER PIC X(17) VALUE 'RECON   BATCH   A'.
           02 FILLER PIC X(17) VALUE 'HISTLOADRECON   A'.
           02 FILLER PIC X(17) VALUE 'GLPOST  RECON   A'.
           02 FILLER PIC X(17) VALUE 'DUNNING HISTLOADA'.
           02 FILLER PIC X(17) VALUE 'DDEXPORTHISTLOADA'.
           02 FILLER PIC X(17) VALUE 'LATECHG HISTLOADM'.
           02 FILLER PIC X(17) VALUE 'REFERRALHISTLOADM'.
           02 FILLER PIC X(17) VALUE 'TERMEND HISTLOADT'.
           02 FILLER PIC X(17) VALUE 'SPONINV         M'.
           02 FILLER PIC X(17) VALUE 'DDIMPORT        F'.
           02 FILLER PIC X(17) VALUE 'AGENCYIN        F'.
           02 FILLER PIC X(17) VALUE 'EDIT            A'.
           02 FILLER PIC X(17) VALUE 'RECOVER         A'.
           02 FILLER PIC X(17) VALUE 'AUDIT           A'.
           02 FILLER PIC X(17) VALUE 'VERIFY          A'.
       01 WS-RU-SEQUENCE-TABLE REDEFINES WS-RU-SEQUENCE-VALUES.
           02 WS-RU-SEQ-ENTRY OCCURS 16 TIMES.
               03 WS-RU-SEQ-MODE PIC X(8).
               03 WS-RU-SEQ-PREREQ PIC X(8).
               03 WS-RU-SEQ-RULE PIC X(1).
       01 WS-RU-SEQ-SUB PIC 9(2).
       01 WS-RU-CONTROLLED-SW PIC X(1) VALUE 'N'.
           88 WS-RU-CONTROLLED VALUE 'Y'.
           88 WS-RU-NOT-CONTROLLED VALUE 'N'.
       01 WS-RU-REFUSED-SW PIC X(1) VALUE 'N'.
           88 WS-RU-REFUSED VALUE 'Y'.
           88 WS-RU-NOT-REFUSED VALUE 'N'.
       01 WS-RU-STARTED-SW PIC X(1) VALUE 'N'.
           88 WS-RU-STARTED VALUE 'Y'.
           88 WS-RU-NOT-STARTED VALUE 'N'.
       01 WS-RU-FOUND-SW PIC X(1).
           88 WS-RU-FOUND VALUE 'Y'.
           88 WS-RU-NOT-FOUND VALUE 'N'.
       01 WS-RU-OVERRIDE-SW PIC X(1).
           88 WS-RU-OVERRIDE-VALID VALUE 'Y'.
           88 WS-RU-NO-OVERRIDE VALUE 'N'.
       01 WS-RU-CONTROL-CARD.
           02 WS-RU-CARD-ACTION PIC X(8).
               88 WS-RU-CARD-NORMAL VALUE 'NORMAL'.
               88 WS-RU-CARD-OVERRIDE VALUE 'OVERRIDE'.
           02 FILLER PIC X(1).
           02 WS-RU-CARD-SUPERVISOR PIC X(8).
           02 FILLER PIC X(63).
       01 WS-RU-PREREQ PIC X(8).
       01 WS-RU-PREREQ-STAMP PIC X(16).
       01 WS-RU-PREREQ-STATUS PIC X(1).
       01 WS-RU-RULE PIC X(1).
           88 WS-RU-RULE-DAILY VALUE 'D'.
           88 WS-RU-RULE-MONTHLY VALUE 'M'.
           88 WS-RU-RULE-TERM VALUE 'T'.
           88 WS-RU-RULE-FILE VALUE 'F'.
           88 WS-RU-RULE-ANY VALUE 'A'.
       01 WS-RU-PRIOR-RECORD PIC X(110).
       01 WS-RU-REASON PIC X(40).
       01 WS-RU-OVERRIDE-ID PIC X(8).
       01 WS-RU-STATUS PIC X(1).
       01 WS-RU-RETURN-CODE PIC 9(4).
       01 WS-RU-RECORD-COUNT PIC 9(7).
       01 WS-RU-PARM PIC X(20).
       01 WS-RU-TIME PIC 9(8).
       01 WS-RU-FINGERPRINT.
           02 WS-RU-FP-COUNT PIC 9(7).
           02 FILLER PIC X(1) VALUE '/'.
           02 WS-RU-FP-TOTAL PIC 9(10)V99.
       01 WS-RU-TERM-PARM.
           02 WS-RU-TP-OLD-TERM PIC X(5).
           02 FILLER PIC X(4) VALUE ' TO '.
           02 WS-RU-TP-NEW-TERM PIC X(5).
           02 FILLER PIC X(6) VALUE SPACES.
       01 WS-RU-DAYS-PARM.
           02 WS-RU-DY-LABEL PIC X(8).
           02 WS-RU-DY-DAYS PIC ZZ9.
           02 FILLER PIC X(9) VALUE ' DAYS'.
       01 WS-RU-DATE-PARM.
           02 WS-RU-DT-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE '-'.
           02 WS-RU-DT-TO PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
       01 WS-RU-BANK-PARM.
           02 FILLER PIC X(5) VALUE 'BANK '.
           02 WS-RU-BK-TOTAL PIC ZZZZZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
       01 WS-OL-EVENT PIC X(8).
       01 WS-OL-STATUS PIC X(1).
       01 WS-OL-MESSAGE PIC X(40).

       01 WS-OR-REPORT-DATE PIC 9(8).
       01 WS-OR-EOF-SW PIC X(1).
           88 WS-OR-EOF VALUE 'Y'.
           88 WS-OR-NOT-EOF VALUE 'N'.
       01 WS-OR-EVENT-COUNT PIC 9(5).
       01 WS-OR-START-COUNT PIC 9(5).
       01 WS-OR-END-COUNT PIC 9(5).
       01 WS-OR-COMPLETE-COUNT PIC 9(5).
       01 WS-OR-WARNING-COUNT PIC 9(5).
       01 WS-OR-FAILED-COUNT PIC 9(5).
       01 WS-OR-REFUSED-COUNT PIC 9(5).
       01 WS-OR-OVERRIDE-COUNT PIC 9(5).
       01 WS-OR-RESULT PIC X(10).
       01 WS-OR-HEADING-1.
           02 FILLER PIC X(30) VALUE 'DAILY OPERATIONS LOG'.
           02 FILLER PIC X(14) VALUE 'BUSINESS DATE'.
           02 WS-OR-H1-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE ' '.
           02 FILLER PIC X(9) VALUE 'RUN DATE'.
           02 WS-OR-H1-RUN-DATE PIC 9(8).
       01 WS-OR-COLUMN-HEADING.
           02 FILLER PIC X(10) VALUE 'TIME'.
           02 FILLER PIC X(10) VALUE 'MODE'.
           02 FILLER PIC X(10) VALUE 'EVENT'.
           02 FILLER PIC X(12) VALUE 'RESULT'.
           02 FILLER PIC X(6) VALUE 'RC'.
           02 FILLER PIC X(9) VALUE 'RECORDS'.
           02 FILLER PIC X(22) VALUE 'PARAMETERS'.
           02 FILLER PIC X(10) VALUE 'SUPERVSR'.
           02 FILLER PIC X(7) VALUE 'REMARKS'.
       01 WS-OR-DETAIL-LINE.
           02 WS-OR-D-HH PIC X(2).
           02 FILLER PIC X(1) VALUE ':'.
           02 WS-OR-D-MM PIC X(2).
           02 FILLER PIC X(1) VALUE ':'.
           02 WS-OR-D-SS PIC X(2).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-MODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-EVENT PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-RESULT PIC X(10).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-RC PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-COUNT PIC Z(6)9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-PARM PIC X(20).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-OVERRIDE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-D-MESSAGE PIC X(40).
       01 WS-OR-POSITION-HEADING.
           02 FILLER PIC X(10) VALUE 'MODE'.
           02 FILLER PIC X(10) VALUE 'LAST RUN'.
           02 FILLER PIC X(10) VALUE 'AT'.
           02 FILLER PIC X(12) VALUE 'RESULT'.
           02 FILLER PIC X(6) VALUE 'RC'.
           02 FILLER PIC X(9) VALUE 'RECORDS'.
           02 FILLER PIC X(22) VALUE 'PARAMETERS'.
           02 FILLER PIC X(10) VALUE 'SUPERVSR'.
           02 FILLER PIC X(14) VALUE 'LAST COMPLETED'.
       01 WS-OR-POSITION-LINE.
           02 WS-OR-P-MODE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-HH PIC X(2).
           02 FILLER PIC X(1) VALUE ':'.
           02 WS-OR-P-MM PIC X(2).
           02 FILLER PIC X(1) VALUE ':'.
           02 WS-OR-P-SS PIC X(2).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-RESULT PIC X(10).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-RC PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-COUNT PIC Z(6)9.
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-PARM PIC X(20).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-OVERRIDE PIC X(8).
           02 FILLER PIC X(2) VALUE ' '.
           02 WS-OR-P-DONE-DATE PIC 9(8).
       01 WS-OR-TOTAL-LINE.
           02 WS-OR-T-LABEL PIC X(30).
           02 WS-OR-T-COUNT PIC ZZ,ZZ9.

       01 WS-RUN-MODE PIC X(8).
      *-----------------------
       PROCEDURE DIVISION.
       PERFORM OPEN-PAYMENT-HISTORY.
       PERFORM OPEN-SPONSOR-MASTER.
       PERFORM OPEN-STUDENT-JOURNAL.
       PERFORM OPEN-COURSE-COUNT-FILE.

       ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
       PERFORM CHECK-RUN-SEQUENCE THRU CHECK-RUN-SEQUENCE-EXIT.

       IF WS-RU-REFUSED
           DISPLAY 'RUN NOT STARTED - REFUSED BY RUN CONTROL'
       ELSE
       IF WS-RUN-MODE = 'BATCH'
           PERFORM RUN-BATCH-ENROLLMENT-LOAD
               THRU RUN-BATCH-ENROLLMENT-LOAD-EXIT
       IF WS-RUN-MODE = 'RECOVER'
           PERFORM RUN-JOURNAL-RECOVERY
               THRU RUN-JOURNAL-RECOVERY-EXIT
       ELSE
       IF WS-RUN-MODE = 'GLPOST'
           PERFORM RUN-GL-POSTING-EXTRACT
               THRU RUN-GL-POSTING-EXTRACT-EXIT
       ELSE
       IF WS-RUN-MODE = 'LATECHG'
           PERFORM RUN-LATE-CHARGES
               THRU RUN-LATE-CHARGES-EXIT
       ELSE
       IF WS-RUN-MODE = 'AUDIT'
           PERFORM RUN-JOURNAL-AUDIT
               THRU RUN-JOURNAL-AUDIT-EXIT
       ELSE
       IF WS-RUN-MODE = 'VERIFY'
           PERFORM RUN-MASTER-VERIFICATION
               THRU RUN-MASTER-VERIFICATION-EXIT
       ELSE
       IF WS-RUN-MODE = 'REFERRAL'
           PERFORM RUN-BAD-DEBT-REFERRAL
               THRU RUN-BAD-DEBT-REFERRAL-EXIT
       ELSE
       IF WS-RUN-MODE = 'AGENCYIN'
           PERFORM RUN-AGENCY-REMITTANCE
               THRU RUN-AGENCY-REMITTANCE-EXIT
       ELSE
       IF WS-RUN-MODE = 'OPSLOG'
           PERFORM RUN-OPERATIONS-LOG-REPORT
               THRU RUN-OPERATIONS-LOG-REPORT-EXIT
       ELSE
            DISPLAY "****************************************** "
            DISPLAY "WELCOME TO STUDENT PAYMENT SYSTEM "
       " 10. WITHDRAW STUDENT" " 11. FIND STUDENT BY SURNAME"
       " 12. EXIT" " 13. OPERATOR MAINTENANCE"
       " 14. SPONSOR MAINTENANCE" " 15. SPONSOR CHEQUE RECEIPT"
       " 16. CASH-FLOW FORECAST" " 17. TILL CASH-UP"
       " 18. WAIVE LATE CHARGE" " 19. TRANSFER COURSE"
       " 20. BURSARY FUND MAINTENANCE" " 21. AWARD BURSARY"
       " 22. BURSARY FUND REPORT" " 23. WRITE OFF BAD DEBT"
       " 24. REBUILD COURSE HEADCOUNTS"
       DISPLAY "*******************************************************"
            ACCEPT USER-PROMPT
            IF(USER-PROMPT) = 1
                PERFORM CASH-FLOW-FORECAST
                    THRU CASH-FLOW-FORECAST-EXIT
            END-IF
             IF(USER-PROMPT = 17)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM TILL-CASH-UP THRU TILL-CASH-UP-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 18)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM WAIVE-LATE-CHARGE
                        THRU WAIVE-LATE-CHARGE-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 19)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM TRANSFER-COURSE THRU TRANSFER-COURSE-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 20)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM BURSARY-FUND-MAINTENANCE
                        THRU BURSARY-FUND-MAINTENANCE-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 21)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM AWARD-BURSARY THRU AWARD-BURSARY-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 22)
                PERFORM BURSARY-FUND-REPORT
                    THRU BURSARY-FUND-REPORT-EXIT
            END-IF
             IF(USER-PROMPT = 23)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM WRITE-OFF-BAD-DEBT
                        THRU WRITE-OFF-BAD-DEBT-EXIT
                END-IF
            END-IF
             IF(USER-PROMPT = 24)
                PERFORM CHECK-SUPERVISOR-AUTHORITY
                IF WS-OP-AUTHORIZED
                    PERFORM REBUILD-COURSE-HEADCOUNTS
                END-IF
            END-IF
          END-PERFORM
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

       IF WS-RU-CONTROLLED
           PERFORM RECORD-RUN-COMPLETION
               THRU RECORD-RUN-COMPLETION-EXIT
       END-IF.

        DISPLAY "****************************************** "
        CLOSE PAYMENT-HISTORY-FILE.
        CLOSE SPONSOR-MASTER-FILE.
        CLOSE STUDENT-JOURNAL-FILE.
        CLOSE COURSE-COUNT-FILE.
        STOP RUN.

      ******************************************************************
      * CHECK-RUN-SEQUENCE: run control for the batch modes. Every
      * mode on the sequence table reads a run-control card as its
      * first SYSIN card - NORMAL, or OVERRIDE and a supervisor's
      * operator id - and is then checked against RUNCTL, which holds
      * one record per mode with its last run and its last good
      * completion. A mode with a prerequisite runs only when that
      * prerequisite has completed (RECON balanced) since the mode
      * itself last completed, so RECON waits for BATCH, HISTLOAD and
      * GLPOST for a clean RECON, and the daily and monthly runs for
      * the night's HISTLOAD. The repeat rule then refuses a second
      * BATCH the same day, a second LATECHG, REFERRAL or SPONINV the
      * same month, a DDIMPORT or AGENCYIN of a file already applied
      * (same line count and amount total), and, once the terms are
      * keyed, a TERMEND of a term already closed. A refusal stands
      * unless the override card names an operator of supervisor
      * authority; either way the decision goes on the OPSLOG
      * operations log. A run that passes is marked started on
      * RUNCTL before any work is done. Modes not on the table - the
      * interactive menu and the OPSLOG report itself - are not
      * controlled.
      ******************************************************************
       CHECK-RUN-SEQUENCE.
           SET WS-RU-NOT-CONTROLLED TO TRUE.
           SET WS-RU-NOT-REFUSED TO TRUE.
           SET WS-RU-NOT-STARTED TO TRUE.
           SET WS-RU-NO-OVERRIDE TO TRUE.
           MOVE ZERO TO WS-RU-SEQ-SUB.
           PERFORM FIND-RUN-SEQUENCE-ENTRY
               UNTIL WS-RU-CONTROLLED OR WS-RU-SEQ-SUB = 16.
           IF WS-RU-NOT-CONTROLLED
               GO TO CHECK-RUN-SEQUENCE-EXIT
           END-IF.

           MOVE WS-RU-SEQ-PREREQ(WS-RU-SEQ-SUB) TO WS-RU-PREREQ.
           MOVE WS-RU-SEQ-RULE(WS-RU-SEQ-SUB) TO WS-RU-RULE.
           MOVE SPACES TO WS-RU-REASON.
           MOVE SPACES TO WS-RU-OVERRIDE-ID.
           MOVE SPACES TO WS-RU-PARM.
           MOVE SPACES TO WS-RU-STATUS.
           MOVE ZERO TO WS-RU-RETURN-CODE.
           MOVE ZERO TO WS-RU-RECORD-COUNT.
           PERFORM OPEN-RUN-CONTROL-FILE.
           PERFORM OPEN-OPS-LOG-FILE.

           MOVE SPACES TO WS-RU-CONTROL-CARD.
           ACCEPT WS-RU-CONTROL-CARD.
           IF NOT WS-RU-CARD-NORMAL AND NOT WS-RU-CARD-OVERRIDE
               MOVE 'RUN-CONTROL CARD MISSING OR INVALID'
                   TO WS-RU-REASON
               PERFORM REFUSE-RUN
               GO TO CHECK-RUN-SEQUENCE-EXIT
           END-IF.
           IF WS-RU-CARD-OVERRIDE
               PERFORM CHECK-OVERRIDE-SUPERVISOR
               IF WS-RU-NO-OVERRIDE
                   MOVE 'OVERRIDE CARD NOT FROM A SUPERVISOR'
                       TO WS-RU-REASON
                   PERFORM REFUSE-RUN
                   GO TO CHECK-RUN-SEQUENCE-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-RU-PREREQ-STAMP.
           MOVE SPACES TO WS-RU-PREREQ-STATUS.
           IF WS-RU-PREREQ NOT = SPACES
               MOVE WS-RU-PREREQ TO RU-MODE
               PERFORM READ-RUN-CONTROL-RECORD
               IF WS-RU-FOUND
                   MOVE RU-DONE-STAMP TO WS-RU-PREREQ-STAMP
                   MOVE RU-STATUS TO WS-RU-PREREQ-STATUS
               END-IF
           END-IF.

           MOVE WS-RUN-MODE TO RU-MODE.
           PERFORM READ-RUN-CONTROL-RECORD.
           MOVE RU-CONTROL-RECORD TO WS-RU-PRIOR-RECORD.

           IF WS-RU-PREREQ NOT = SPACES
               IF (WS-RU-PREREQ-STATUS NOT = 'C' AND
                   WS-RU-PREREQ-STATUS NOT = 'W') OR
                  WS-RU-PREREQ-STAMP NOT > RU-DONE-STAMP
                   MOVE 'WAITING FOR A CLEAN RUN OF'
                       TO WS-RU-REASON
                   MOVE WS-RU-PREREQ TO WS-RU-REASON(28:8)
                   PERFORM APPLY-RUN-OVERRIDE
                   IF WS-RU-REFUSED
                       GO TO CHECK-RUN-SEQUENCE-EXIT
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-RU-RULE-DAILY
                   IF RU-DONE-DATE = WS-TODAYS-DATE
                       MOVE 'ALREADY COMPLETED TODAY' TO WS-RU-REASON
                   END-IF
               WHEN WS-RU-RULE-MONTHLY
                   IF RU-DONE-DATE(1:6) = WS-TODAYS-DATE(1:6)
                       MOVE 'ALREADY COMPLETED THIS MONTH'
                           TO WS-RU-REASON
                   END-IF
               WHEN WS-RU-RULE-FILE
                   PERFORM TAKE-INPUT-FINGERPRINT
                   MOVE WS-RU-FINGERPRINT TO WS-RU-PARM
                   IF WS-RU-FP-COUNT > ZERO AND
                      WS-RU-FINGERPRINT = RU-DONE-PARM
                       MOVE 'THIS INPUT FILE HAS ALREADY BEEN APPLIED'
                           TO WS-RU-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RU-REASON NOT = SPACES
               PERFORM APPLY-RUN-OVERRIDE
               IF WS-RU-REFUSED
                   GO TO CHECK-RUN-SEQUENCE-EXIT
               END-IF
           END-IF.

           PERFORM START-RUN-CONTROL.

       CHECK-RUN-SEQUENCE-EXIT.
           EXIT.

       FIND-RUN-SEQUENCE-ENTRY.
           ADD 1 TO WS-RU-SEQ-SUB.
           IF WS-RU-SEQ-MODE(WS-RU-SEQ-SUB) = WS-RUN-MODE
               SET WS-RU-CONTROLLED TO TRUE
           END-IF.

      ******************************************************************
      * OPEN-RUN-CONTROL-FILE / OPEN-OPS-LOG-FILE: open the run-control
      * file for update and the operations log for appending, creating
      * either on the very first controlled run.
      ******************************************************************
       OPEN-RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RU-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       OPEN-OPS-LOG-FILE.
           OPEN EXTEND OPS-LOG-FILE.
           IF WS-OL-FILE-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
               CLOSE OPS-LOG-FILE
               OPEN EXTEND OPS-LOG-FILE
           END-IF.

      ******************************************************************
      * READ-RUN-CONTROL-RECORD: reads the RUNCTL record for the mode
      * in RU-MODE. A mode that has never run gets an empty record -
      * no last run and no completion - ready to be written.
      ******************************************************************
       READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET WS-RU-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-RU-FOUND TO TRUE
           END-READ.
           IF WS-RU-NOT-FOUND
               MOVE SPACES TO RU-STATUS
               MOVE SPACES TO RU-PARM
               MOVE SPACES TO RU-OVERRIDE-ID
               MOVE SPACES TO RU-DONE-PARM
               MOVE SPACES TO RU-FILLER
               MOVE ZERO TO RU-LAST-DATE
               MOVE ZERO TO RU-LAST-TIME
               MOVE ZERO TO RU-RETURN-CODE
               MOVE ZERO TO RU-RECORD-COUNT
               MOVE ZERO TO RU-DONE-DATE
               MOVE ZERO TO RU-DONE-TIME
           END-IF.

       SAVE-RUN-CONTROL-RECORD.
           IF WS-RU-FOUND
               REWRITE RU-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE RUNCTL FOR ' RU-MODE
               END-REWRITE
           ELSE
               WRITE RU-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE RUNCTL FOR ' RU-MODE
               END-WRITE
               SET WS-RU-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * CHECK-OVERRIDE-SUPERVISOR: the operator id on an OVERRIDE card
      * must be on OPERMAST with supervisor authority (2 and above),
      * the same level CHECK-SUPERVISOR-AUTHORITY asks of the menu.
      ******************************************************************
       CHECK-OVERRIDE-SUPERVISOR.
           SET WS-RU-NO-OVERRIDE TO TRUE.
           MOVE WS-RU-CARD-SUPERVISOR TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'OVERRIDE OPERATOR NOT ON FILE: '
                       WS-RU-CARD-SUPERVISOR
               NOT INVALID KEY
                   IF OP-AUTHORITY >= 2
                       SET WS-RU-OVERRIDE-VALID TO TRUE
                   ELSE
                       DISPLAY 'OVERRIDE OPERATOR IS NOT A '
                           'SUPERVISOR: ' WS-RU-CARD-SUPERVISOR
                   END-IF
           END-READ.

      ******************************************************************
      * APPLY-RUN-OVERRIDE: a sequence or repeat check has failed for
      * the reason in WS-RU-REASON. With a supervisor's override card
      * the run goes ahead and the override is logged against that
      * supervisor; without one the run is refused.
      ******************************************************************
       APPLY-RUN-OVERRIDE.
           IF WS-RU-OVERRIDE-VALID
               MOVE WS-RU-CARD-SUPERVISOR TO WS-RU-OVERRIDE-ID
               DISPLAY 'RUN CONTROL OVERRIDDEN BY ' WS-RU-OVERRIDE-ID
                   ' - ' WS-RU-REASON
               MOVE 'OVERRIDE' TO WS-OL-EVENT
               MOVE 'O' TO WS-OL-STATUS
               MOVE WS-RU-REASON TO WS-OL-MESSAGE
               PERFORM WRITE-OPS-LOG-LINE
               MOVE SPACES TO WS-RU-REASON
           ELSE
               PERFORM REFUSE-RUN
           END-IF.

      ******************************************************************
      * REFUSE-RUN: turns the run away with RC=8 and logs why. RUNCTL
      * is left as it was, so the refusal does not count as a run.
      ******************************************************************
       REFUSE-RUN.
           SET WS-RU-REFUSED TO TRUE.
           MOVE 8 TO RETURN-CODE.
           DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RUN-MODE ' - '
               WS-RU-REASON.
           DISPLAY 'IF THE RUN IS INTENDED, RESUBMIT WITH AN OVERRIDE '
               'CARD NAMING A SUPERVISOR'.
           MOVE 'REFUSED' TO WS-OL-EVENT.
           MOVE 'R' TO WS-OL-STATUS.
           MOVE 8 TO WS-RU-RETURN-CODE.
           MOVE WS-RU-REASON TO WS-OL-MESSAGE.
           PERFORM WRITE-OPS-LOG-LINE.

      ******************************************************************
      * START-RUN-CONTROL: marks the mode started on RUNCTL before any
      * work is done. A run that abends leaves it at started, which
      * the next run of the same mode is allowed to follow but which
      * holds back every mode that depends on it.
      ******************************************************************
       START-RUN-CONTROL.
           ACCEPT WS-RU-TIME FROM TIME.
           MOVE WS-TODAYS-DATE TO RU-LAST-DATE.
           MOVE WS-RU-TIME TO RU-LAST-TIME.
           MOVE 'S' TO RU-STATUS.
           MOVE ZERO TO RU-RETURN-CODE.
           MOVE ZERO TO RU-RECORD-COUNT.
           MOVE WS-RU-PARM TO RU-PARM.
           MOVE WS-RU-OVERRIDE-ID TO RU-OVERRIDE-ID.
           PERFORM SAVE-RUN-CONTROL-RECORD.
           SET WS-RU-STARTED TO TRUE.

           MOVE 'START' TO WS-OL-EVENT.
           MOVE 'S' TO WS-OL-STATUS.
           MOVE SPACES TO WS-OL-MESSAGE.
           PERFORM WRITE-OPS-LOG-LINE.
           DISPLAY 'RUN CONTROL - ' WS-RUN-MODE ' STARTED '
               WS-TODAYS-DATE ' ' WS-RU-TIME.

      ******************************************************************
      * TAKE-INPUT-FINGERPRINT: counts the lines and totals the amounts
      * on the DDIMPORT or AGENCYIN input file ahead of the run, so a
      * file already applied is recognised when it is presented again.
      * A file that will not open gives an empty fingerprint and is
      * left for the run itself to report.
      ******************************************************************
       TAKE-INPUT-FINGERPRINT.
           MOVE ZERO TO WS-RU-FP-COUNT.
           MOVE ZERO TO WS-RU-FP-TOTAL.
           IF WS-RUN-MODE = 'DDIMPORT'
               OPEN INPUT DD-RETURN-FILE
               IF WS-DR-FILE-STATUS = '00'
                   SET WS-DR-NOT-EOF TO TRUE
                   PERFORM FINGERPRINT-ONE-DD-RETURN UNTIL WS-DR-EOF
                   CLOSE DD-RETURN-FILE
               END-IF
           ELSE
               OPEN INPUT AGENCY-REMIT-FILE
               IF WS-RM-FILE-STATUS = '00'
                   SET WS-RM-NOT-EOF TO TRUE
                   PERFORM FINGERPRINT-ONE-REMITTANCE UNTIL WS-RM-EOF
                   CLOSE AGENCY-REMIT-FILE
               END-IF
           END-IF.

       FINGERPRINT-ONE-DD-RETURN.
           READ DD-RETURN-FILE
               AT END
                   SET WS-DR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RU-FP-COUNT
                   IF DR-AMOUNT NUMERIC
                       ADD DR-AMOUNT TO WS-RU-FP-TOTAL
                   END-IF
           END-READ.
           IF WS-DR-FILE-STATUS NOT = '00' AND
              WS-DR-FILE-STATUS NOT = '02'
               SET WS-DR-EOF TO TRUE
           END-IF.

       FINGERPRINT-ONE-REMITTANCE.
           READ AGENCY-REMIT-FILE
               AT END
                   SET WS-RM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RU-FP-COUNT
                   IF RM-AMOUNT NUMERIC
                       ADD RM-AMOUNT TO WS-RU-FP-TOTAL
                   END-IF
           END-READ.
           IF WS-RM-FILE-STATUS NOT = '00' AND
              WS-RM-FILE-STATUS NOT = '02'
               SET WS-RM-EOF TO TRUE
           END-IF.

      ******************************************************************
      * CHECK-TERM-END-REPEAT: the TERMEND repeat check, made once the
      * term codes have been keyed. Closing the same term as the last
      * completed term end is refused unless overridden.
      ******************************************************************
       CHECK-TERM-END-REPEAT.
           MOVE WS-TE-OLD-TERM TO WS-RU-TP-OLD-TERM.
           MOVE WS-TE-NEW-TERM TO WS-RU-TP-NEW-TERM.
           MOVE WS-RU-TERM-PARM TO WS-RU-PARM.
           IF WS-RU-CONTROLLED AND
              RU-DONE-PARM(1:5) = WS-TE-OLD-TERM
               MOVE 'TERM ALREADY CLOSED BY AN EARLIER TERMEND'
                   TO WS-RU-REASON
               PERFORM APPLY-RUN-OVERRIDE
           END-IF.

      ******************************************************************
      * RECORD-RUN-COMPLETION: closes off a controlled run on RUNCTL
      * and OPSLOG. The result comes from the step's return code - 8
      * and above failed, 4 completed with warnings - except that a
      * RECON out of balance counts as failed, whatever its return
      * code, so HISTLOAD and GLPOST stay held. Only a completed run
      * moves the last-completion date and parameters. A run refused
      * after it was marked started (TERMEND, once its terms are
      * keyed) has its RUNCTL record put back as it was, and its START
      * line on OPSLOG is closed by an END line marked refused.
      ******************************************************************
       RECORD-RUN-COMPLETION.
           IF WS-RU-REFUSED
               IF WS-RU-STARTED
                   MOVE WS-RU-PRIOR-RECORD TO RU-CONTROL-RECORD
                   PERFORM SAVE-RUN-CONTROL-RECORD
                   MOVE 'END' TO WS-OL-EVENT
                   MOVE 'R' TO WS-OL-STATUS
                   MOVE 'ENDED - REFUSED ONCE PARAMETERS KEYED'
                       TO WS-OL-MESSAGE
                   PERFORM WRITE-OPS-LOG-LINE
               END-IF
               GO TO RECORD-RUN-COMPLETION-CLOSE
           END-IF.

           MOVE RETURN-CODE TO WS-RU-RETURN-CODE.
           MOVE ZERO TO WS-RU-RECORD-COUNT.
           IF WS-RU-RETURN-CODE < 8
               PERFORM COLLECT-RUN-RESULTS
           END-IF.

           EVALUATE TRUE
               WHEN WS-RU-RETURN-CODE >= 8
                   MOVE 'F' TO WS-RU-STATUS
                   MOVE 'RUN FAILED - SEE THE STEP OUTPUT'
                       TO WS-OL-MESSAGE
               WHEN WS-RUN-MODE = 'RECON' AND
                    (WS-RC-MOVE-DIFF NOT = ZERO OR
                     WS-RC-BANK-DIFF NOT = ZERO OR
                     WS-RC-DISCREP-COUNT NOT = ZERO)
                   MOVE 'F' TO WS-RU-STATUS
                   MOVE 'RECONCILIATION DID NOT BALANCE'
                       TO WS-OL-MESSAGE
               WHEN WS-RU-RETURN-CODE >= 4
                   MOVE 'W' TO WS-RU-STATUS
                   MOVE 'COMPLETED WITH WARNINGS' TO WS-OL-MESSAGE
               WHEN OTHER
                   MOVE 'C' TO WS-RU-STATUS
                   MOVE 'COMPLETED' TO WS-OL-MESSAGE
           END-EVALUATE.

           MOVE WS-RU-STATUS TO RU-STATUS.
           MOVE WS-RU-RETURN-CODE TO RU-RETURN-CODE.
           MOVE WS-RU-RECORD-COUNT TO RU-RECORD-COUNT.
           MOVE WS-RU-PARM TO RU-PARM.
           MOVE WS-RU-OVERRIDE-ID TO RU-OVERRIDE-ID.
           IF WS-RU-STATUS = 'C' OR WS-RU-STATUS = 'W'
               ACCEPT WS-RU-TIME FROM TIME
               MOVE WS-TODAYS-DATE TO RU-DONE-DATE
               MOVE WS-RU-TIME TO RU-DONE-TIME
               MOVE WS-RU-PARM TO RU-DONE-PARM
           END-IF.
           PERFORM SAVE-RUN-CONTROL-RECORD.

           MOVE 'END' TO WS-OL-EVENT.
           MOVE WS-RU-STATUS TO WS-OL-STATUS.
           PERFORM WRITE-OPS-LOG-LINE.
           DISPLAY 'RUN CONTROL - ' WS-RUN-MODE ' ENDED STATUS '
               WS-RU-STATUS ' RC ' WS-RU-RETURN-CODE ' RECORDS '
               WS-RU-RECORD-COUNT.

       RECORD-RUN-COMPLETION-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE OPS-LOG-FILE.

       RECORD-RUN-COMPLETION-EXIT.
           EXIT.

      ******************************************************************
      * COLLECT-RUN-RESULTS: picks up the record count and the key
      * parameters the mode ran with, for RUNCTL and OPSLOG. DDIMPORT
      * and AGENCYIN keep the input fingerprint taken at the start.
      ******************************************************************
       COLLECT-RUN-RESULTS.
           EVALUATE WS-RUN-MODE
               WHEN 'BATCH'
                   IF WS-BT-FIRST-PROCESSED > ZERO
                       COMPUTE WS-RU-RECORD-COUNT =
                           WS-BT-LAST-PROCESSED -
                           WS-BT-FIRST-PROCESSED + 1
                   END-IF
               WHEN 'RECON'
                   MOVE WS-RC-LINE-COUNT TO WS-RU-RECORD-COUNT
                   MOVE WS-RC-BANK-TOTAL TO WS-RU-BK-TOTAL
                   MOVE WS-RU-BANK-PARM TO WS-RU-PARM
               WHEN 'HISTLOAD'
                   MOVE WS-PH-MERGE-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'GLPOST'
                   MOVE WS-GL-RECORD-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'DUNNING'
                   MOVE WS-DU-LETTER-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'DDEXPORT'
                   MOVE WS-DD-PICK-COUNT TO WS-RU-RECORD-COUNT
                   MOVE 'WINDOW' TO WS-RU-DY-LABEL
                   MOVE WS-DD-WINDOW-DAYS TO WS-RU-DY-DAYS
                   MOVE WS-RU-DAYS-PARM TO WS-RU-PARM
               WHEN 'DDIMPORT'
                   MOVE WS-DD-APPLIED-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'SPONINV'
                   MOVE WS-SI-LINE-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'EDIT'
                   MOVE WS-ED-RECORD-NUM TO WS-RU-RECORD-COUNT
               WHEN 'RECOVER'
                   MOVE WS-JR-APPLIED-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'LATECHG'
                   MOVE WS-LC-CHARGE-COUNT TO WS-RU-RECORD-COUNT
                   MOVE 'OVERDUE' TO WS-RU-DY-LABEL
                   MOVE WS-LC-DAYS-OVER-MIN TO WS-RU-DY-DAYS
                   MOVE WS-RU-DAYS-PARM TO WS-RU-PARM
               WHEN 'AUDIT'
                   MOVE WS-AU-RANGE-COUNT TO WS-RU-RECORD-COUNT
                   MOVE WS-AU-FROM-DATE TO WS-RU-DT-FROM
                   MOVE WS-AU-TO-DATE TO WS-RU-DT-TO
                   MOVE WS-RU-DATE-PARM TO WS-RU-PARM
               WHEN 'VERIFY'
                   MOVE WS-VF-STUDENT-COUNT TO WS-RU-RECORD-COUNT
               WHEN 'REFERRAL'
                   MOVE WS-RF-COUNT TO WS-RU-RECORD-COUNT
                   MOVE 'FINAL +' TO WS-RU-DY-LABEL
                   MOVE WS-RF-DAYS TO WS-RU-DY-DAYS
                   MOVE WS-RU-DAYS-PARM TO WS-RU-PARM
               WHEN 'AGENCYIN'
                   MOVE WS-RM-APPLIED-COUNT TO WS-RU-RECORD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-OPS-LOG-LINE: appends one event to the OPSLOG operations
      * log - a run started, ended, refused or overridden - with the
      * mode, the result, record count, parameters and the supervisor
      * on any override.
      ******************************************************************
       WRITE-OPS-LOG-LINE.
           ACCEPT WS-RU-TIME FROM TIME.
           MOVE SPACES TO OL-LOG-RECORD.
           MOVE WS-TODAYS-DATE     TO OL-LOG-DATE.
           MOVE WS-RU-TIME         TO OL-LOG-TIME.
           MOVE WS-RUN-MODE        TO OL-MODE.
           MOVE WS-OL-EVENT        TO OL-EVENT.
           MOVE WS-OL-STATUS       TO OL-STATUS.
           MOVE WS-RU-RETURN-CODE  TO OL-RETURN-CODE.
           MOVE WS-RU-RECORD-COUNT TO OL-RECORD-COUNT.
           MOVE WS-RU-PARM         TO OL-PARM.
           MOVE WS-RU-OVERRIDE-ID  TO OL-OVERRIDE-ID.
           MOVE WS-OL-MESSAGE      TO OL-MESSAGE.
           WRITE OL-LOG-RECORD.

      ******************************************************************
      * RUN-OPERATIONS-LOG-REPORT: the daily operations log report
      * (PARM='OPSLOG', see OPSLOG.jcl). Every OPSLOG event for the
      * business date keyed on SYSIN (0 = today) prints on OPSRPT in
      * the order it happened - each run started, ended with its
      * result, record count and parameters, refused with the reason,
      * or overridden with the supervisor's id - followed by totals
      * and the run-control position of every controlled mode: when
      * it last ran, how that run ended and when it last completed.
      * Read-only; the step ends RC=4 when any run that day failed or
      * was refused.
      ******************************************************************
       RUN-OPERATIONS-LOG-REPORT.
           DISPLAY 'ENTER THE BUSINESS DATE TO REPORT (YYYYMMDD, '
               '0 = TODAY)'.
           ACCEPT WS-OR-REPORT-DATE.
           IF WS-OR-REPORT-DATE = ZERO
               MOVE WS-TODAYS-DATE TO WS-OR-REPORT-DATE
           END-IF.

           MOVE ZERO TO WS-OR-EVENT-COUNT.
           MOVE ZERO TO WS-OR-START-COUNT.
           MOVE ZERO TO WS-OR-END-COUNT.
           MOVE ZERO TO WS-OR-COMPLETE-COUNT.
           MOVE ZERO TO WS-OR-WARNING-COUNT.
           MOVE ZERO TO WS-OR-FAILED-COUNT.
           MOVE ZERO TO WS-OR-REFUSED-COUNT.
           MOVE ZERO TO WS-OR-OVERRIDE-COUNT.

           OPEN OUTPUT OPS-REPORT-FILE.
           MOVE WS-OR-REPORT-DATE TO WS-OR-H1-DATE.
           MOVE WS-TODAYS-DATE TO WS-OR-H1-RUN-DATE.
           MOVE WS-OR-HEADING-1 TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE SPACES TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE WS-OR-COLUMN-HEADING TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.

           OPEN INPUT OPS-LOG-FILE.
           IF WS-OL-FILE-STATUS = '00'
               SET WS-OR-NOT-EOF TO TRUE
               PERFORM PRINT-ONE-OPS-LOG-LINE
                   THRU PRINT-ONE-OPS-LOG-LINE-EXIT
                   UNTIL WS-OR-EOF
               CLOSE OPS-LOG-FILE
           ELSE
               MOVE 'NO OPERATIONS LOG ON FILE' TO OR-PRINT-LINE
               WRITE OR-PRINT-LINE
           END-IF.
           IF WS-OR-EVENT-COUNT = ZERO
               MOVE 'NO RUNS LOGGED FOR THIS DATE' TO OR-PRINT-LINE
               WRITE OR-PRINT-LINE
           END-IF.

           PERFORM WRITE-OPS-LOG-TOTALS.
           PERFORM WRITE-RUN-CONTROL-POSITION.
           CLOSE OPS-REPORT-FILE.

           DISPLAY 'OPERATIONS LOG REPORT WRITTEN TO OPSRPT - '
               WS-OR-EVENT-COUNT ' EVENTS FOR ' WS-OR-REPORT-DATE.
           IF WS-OR-FAILED-COUNT > ZERO OR WS-OR-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       RUN-OPERATIONS-LOG-REPORT-EXIT.
           EXIT.

       PRINT-ONE-OPS-LOG-LINE.
           READ OPS-LOG-FILE
               AT END
                   SET WS-OR-EOF TO TRUE
                   GO TO PRINT-ONE-OPS-LOG-LINE-EXIT
           END-READ.
           IF WS-OL-FILE-STATUS NOT = '00' AND
              WS-OL-FILE-STATUS NOT = '02'
               SET WS-OR-EOF TO TRUE
               GO TO PRINT-ONE-OPS-LOG-LINE-EXIT
           END-IF.
           IF OL-LOG-DATE NOT = WS-OR-REPORT-DATE
               GO TO PRINT-ONE-OPS-LOG-LINE-EXIT
           END-IF.

           ADD 1 TO WS-OR-EVENT-COUNT.
           MOVE OL-STATUS TO WS-RU-STATUS.
           PERFORM NAME-RUN-RESULT.
           EVALUATE OL-EVENT
               WHEN 'START'
                   ADD 1 TO WS-OR-START-COUNT
               WHEN 'REFUSED'
                   ADD 1 TO WS-OR-REFUSED-COUNT
               WHEN 'OVERRIDE'
                   ADD 1 TO WS-OR-OVERRIDE-COUNT
               WHEN 'END'
                   ADD 1 TO WS-OR-END-COUNT
                   IF OL-STATUS = 'C'
                       ADD 1 TO WS-OR-COMPLETE-COUNT
                   END-IF
                   IF OL-STATUS = 'W'
                       ADD 1 TO WS-OR-WARNING-COUNT
                   END-IF
                   IF OL-STATUS = 'F'
                       ADD 1 TO WS-OR-FAILED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE OL-LOG-TIME(1:2) TO WS-OR-D-HH.
           MOVE OL-LOG-TIME(3:2) TO WS-OR-D-MM.
           MOVE OL-LOG-TIME(5:2) TO WS-OR-D-SS.
           MOVE OL-MODE          TO WS-OR-D-MODE.
           MOVE OL-EVENT         TO WS-OR-D-EVENT.
           MOVE WS-OR-RESULT     TO WS-OR-D-RESULT.
           MOVE OL-RETURN-CODE   TO WS-OR-D-RC.
           MOVE OL-RECORD-COUNT  TO WS-OR-D-COUNT.
           MOVE OL-PARM          TO WS-OR-D-PARM.
           MOVE OL-OVERRIDE-ID   TO WS-OR-D-OVERRIDE.
           MOVE OL-MESSAGE       TO WS-OR-D-MESSAGE.
           MOVE WS-OR-DETAIL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.

       PRINT-ONE-OPS-LOG-LINE-EXIT.
           EXIT.

      ******************************************************************
      * NAME-RUN-RESULT: spells out a run-control status code for the
      * report.
      ******************************************************************
       NAME-RUN-RESULT.
           EVALUATE WS-RU-STATUS
               WHEN 'S'
                   MOVE 'STARTED' TO WS-OR-RESULT
               WHEN 'C'
                   MOVE 'COMPLETE' TO WS-OR-RESULT
               WHEN 'W'
                   MOVE 'WARNINGS' TO WS-OR-RESULT
               WHEN 'F'
                   MOVE 'FAILED' TO WS-OR-RESULT
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-OR-RESULT
               WHEN 'O'
                   MOVE 'OVERRIDDEN' TO WS-OR-RESULT
               WHEN OTHER
                   MOVE 'NEVER RUN' TO WS-OR-RESULT
           END-EVALUATE.

       WRITE-OPS-LOG-TOTALS.
           MOVE SPACES TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUNS STARTED' TO WS-OR-T-LABEL.
           MOVE WS-OR-START-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUNS COMPLETED' TO WS-OR-T-LABEL.
           MOVE WS-OR-COMPLETE-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUNS COMPLETED WITH WARNINGS' TO WS-OR-T-LABEL.
           MOVE WS-OR-WARNING-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUNS FAILED' TO WS-OR-T-LABEL.
           MOVE WS-OR-FAILED-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUNS REFUSED' TO WS-OR-T-LABEL.
           MOVE WS-OR-REFUSED-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'SUPERVISOR OVERRIDES' TO WS-OR-T-LABEL.
           MOVE WS-OR-OVERRIDE-COUNT TO WS-OR-T-COUNT.
           MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           IF WS-OR-START-COUNT > WS-OR-END-COUNT
               MOVE 'RUNS STARTED AND NOT ENDED' TO WS-OR-T-LABEL
               COMPUTE WS-OR-T-COUNT =
                   WS-OR-START-COUNT - WS-OR-END-COUNT
               MOVE WS-OR-TOTAL-LINE TO OR-PRINT-LINE
               WRITE OR-PRINT-LINE
           END-IF.

      ******************************************************************
      * WRITE-RUN-CONTROL-POSITION: one line per mode on the sequence
      * table from RUNCTL - its last run and how it ended, and the
      * date it last completed - so the report shows where every job
      * stands, including any left at started by an abend.
      ******************************************************************
       WRITE-RUN-CONTROL-POSITION.
           MOVE SPACES TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE 'RUN-CONTROL POSITION' TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.
           MOVE WS-OR-POSITION-HEADING TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RU-FILE-STATUS NOT = '00'
               MOVE 'NO RUN-CONTROL FILE ON FILE' TO OR-PRINT-LINE
               WRITE OR-PRINT-LINE
           ELSE
               MOVE ZERO TO WS-RU-SEQ-SUB
               PERFORM PRINT-ONE-RUN-POSITION UNTIL WS-RU-SEQ-SUB = 16
               CLOSE RUN-CONTROL-FILE
           END-IF.

       PRINT-ONE-RUN-POSITION.
           ADD 1 TO WS-RU-SEQ-SUB.
           MOVE WS-RU-SEQ-MODE(WS-RU-SEQ-SUB) TO RU-MODE.
           PERFORM READ-RUN-CONTROL-RECORD.
           MOVE RU-STATUS TO WS-RU-STATUS.
           PERFORM NAME-RUN-RESULT.
           MOVE RU-MODE         TO WS-OR-P-MODE.
           MOVE RU-LAST-DATE    TO WS-OR-P-DATE.
           MOVE RU-LAST-TIME(1:2) TO WS-OR-P-HH.
           MOVE RU-LAST-TIME(3:2) TO WS-OR-P-MM.
           MOVE RU-LAST-TIME(5:2) TO WS-OR-P-SS.
           MOVE WS-OR-RESULT    TO WS-OR-P-RESULT.
           MOVE RU-RETURN-CODE  TO WS-OR-P-RC.
           MOVE RU-RECORD-COUNT TO WS-OR-P-COUNT.
           MOVE RU-PARM         TO WS-OR-P-PARM.
           MOVE RU-OVERRIDE-ID  TO WS-OR-P-OVERRIDE.
           MOVE RU-DONE-DATE    TO WS-OR-P-DONE-DATE.
           MOVE WS-OR-POSITION-LINE TO OR-PRINT-LINE.
           WRITE OR-PRINT-LINE.

      ******************************************************************
      * OPEN-STUDENT-MASTER: opens the student master file for update,
      * creating it on the very first run if it does not exist yet.
      ******************************************************************
       OPEN-STUDENT-MASTER.
           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-SM-FILE-STATUS = '35'
               OPEN OUTPUT STUDENT-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.

      ******************************************************************
      * OPEN-COURSE-MASTER: opens the course master file for update,
      * creating it on the very first run if it does not exist yet and
      * seeding it with the four courses the catalog used to hard-code
      * at the top of MAIN-PROCEDURE, so an existing installation keeps
      * its catalog across the cutover.
      ******************************************************************
       OPEN-COURSE-MASTER.
           OPEN I-O COURSE-MASTER-FILE.
           IF WS-CM-FILE-STATUS = '35'
               OPEN OUTPUT COURSE-MASTER-FILE
               PERFORM SEED-LEGACY-COURSES
               CLOSE COURSE-MASTER-FILE
               OPEN I-O COURSE-MASTER-FILE
           END-IF.

      ******************************************************************
      * SEED-LEGACY-COURSES: writes the four original catalog entries
      * to a brand-new course master file.
      ******************************************************************
       SEED-LEGACY-COURSES.
           MOVE '01274635'            TO CM-COURSE-CODE
           MOVE 'Games Development'   TO CM-COURSE-NAME
           MOVE 8000                  TO CM-COURSE-FEE
           MOVE 'A'                   TO CM-COURSE-STATUS
           MOVE 25                    TO CM-COURSE-CAPACITY
           MOVE 410100                TO CM-GL-ACCOUNT
           MOVE SPACES                TO CM-FILLER
           WRITE CM-COURSE-RECORD.

           MOVE '65746352'            TO CM-COURSE-CODE
           MOVE 'Computer systems Eng'  TO CM-COURSE-NAME
           MOVE 6000                  TO CM-COURSE-FEE
           MOVE 'A'                   TO CM-COURSE-STATUS
           MOVE 25                    TO CM-COURSE-CAPACITY
           MOVE 410200                TO CM-GL-ACCOUNT
           MOVE SPACES                TO CM-FILLER
           WRITE CM-COURSE-RECORD.

           MOVE 5000                  TO CM-COURSE-FEE
           MOVE 'A'                   TO CM-COURSE-STATUS
           MOVE 25                    TO CM-COURSE-CAPACITY
           MOVE 410300                TO CM-GL-ACCOUNT
           MOVE SPACES                TO CM-FILLER
           WRITE CM-COURSE-RECORD.

           MOVE 3000                  TO CM-COURSE-FEE
           MOVE 'A'                   TO CM-COURSE-STATUS
           MOVE 25                    TO CM-COURSE-CAPACITY
           MOVE 410400                TO CM-GL-ACCOUNT
           MOVE SPACES                TO CM-FILLER
           WRITE CM-COURSE-RECORD.

                           MOVE ZERO
                               TO WS-CRS-CAPACITY(WS-CRS-COUNT)
                       END-IF
                       IF CM-GL-ACCOUNT NUMERIC
                           MOVE CM-GL-ACCOUNT
                               TO WS-CRS-GL-ACCOUNT(WS-CRS-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-CRS-GL-ACCOUNT(WS-CRS-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING: COURSE TABLE FULL - COURSE '
                           CM-COURSE-CODE ' NOT LOADED'

      ******************************************************************
      * COURSE-MAINTENANCE: menu function to add a new course, retire
      * a course from sale, re-price a course, set its capacity or
      * set the general ledger income account its fees post to,
      * straight onto the course master file - no program change or
      * recompile needed.
      * The in-storage course table is reloaded after every change.
      ******************************************************************
       COURSE-MAINTENANCE.
           DISPLAY "*****************************************"
           DISPLAY "1. ADD COURSE" " 2. RETIRE COURSE"
               " 3. RE-PRICE COURSE" " 4. SET CAPACITY"
               " 5. SET LEDGER CODE" " 6. RETURN TO MAIN MENU"
           ACCEPT WS-CRS-MAINT-PROMPT.

           IF WS-CRS-MAINT-PROMPT = 1
               PERFORM COURSE-MAINT-CAPACITY
                   THRU COURSE-MAINT-CAPACITY-EXIT
           END-IF.
           IF WS-CRS-MAINT-PROMPT = 5
               PERFORM COURSE-MAINT-LEDGER
                   THRU COURSE-MAINT-LEDGER-EXIT
           END-IF.

       COURSE-MAINTENANCE-EXIT.
           EXIT.
           DISPLAY 'ENTER THE COURSE CAPACITY (0 FOR NO LIMIT)'
           ACCEPT CM-COURSE-CAPACITY.

           DISPLAY 'ENTER THE GENERAL LEDGER INCOME ACCOUNT (6 DIGITS)'
           ACCEPT CM-GL-ACCOUNT.

           MOVE 'A' TO CM-COURSE-STATUS.
           MOVE SPACES TO CM-FILLER.
           WRITE CM-COURSE-RECORD
       COURSE-MAINT-CAPACITY-EXIT.
           EXIT.

      ******************************************************************
      * COURSE-MAINT-LEDGER: sets the general ledger income account
      * the GLPOST extract credits with the course's fees. A course
      * with no ledger code posts to the GL suspense account until
      * finance sets one.
      ******************************************************************
       COURSE-MAINT-LEDGER.
           DISPLAY 'ENTER THE COURSE CODE TO SET THE LEDGER CODE FOR'
           ACCEPT CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO COURSE FOUND FOR THAT COURSE CODE'
                   GO TO COURSE-MAINT-LEDGER-EXIT
           END-READ.

           IF CM-GL-ACCOUNT NUMERIC
               DISPLAY 'CURRENT LEDGER CODE: ' CM-GL-ACCOUNT
           ELSE
               DISPLAY 'CURRENT LEDGER CODE: NOT SET'
           END-IF.
           DISPLAY 'ENTER THE GENERAL LEDGER INCOME ACCOUNT (6 DIGITS)'
           ACCEPT CM-GL-ACCOUNT.
           IF CM-GL-ACCOUNT NOT NUMERIC OR CM-GL-ACCOUNT = ZERO
               DISPLAY 'ERROR: LEDGER CODE MUST BE SIX DIGITS'
               GO TO COURSE-MAINT-LEDGER-EXIT
           END-IF.

           REWRITE CM-COURSE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE COURSE RECORD'
               NOT INVALID KEY
                   DISPLAY 'COURSE ' CM-COURSE-CODE ' LEDGER CODE SET'
                   PERFORM LOAD-COURSE-TABLE
           END-REWRITE.

       COURSE-MAINT-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-PAYMENT-LOG: opens the payment-transaction log for
      * appending so finance can reconcile deposits against the
      * the journal. The caller sets WS-JR-ACTION ('W' write / 'R'
      * rewrite / 'D' delete), WS-JR-STUDENT-ID and the two images
      * (spaces for the before image of a write and the after image
      * of a delete) and WS-JR-FUNCTION, the function making the
      * change, which the journal audit run judges it by; this stamps
      * the date, time and operator. Since every change to the master
      * passes through here, this is also where the stored course
      * headcounts on HEADCNT follow it.
      ******************************************************************
       JOURNAL-ONE-UPDATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-JR-STUDENT-ID   TO JR-STUDENT-ID.
           MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           MOVE WS-JR-AFTER-IMAGE  TO JR-AFTER-IMAGE.
           MOVE WS-JR-FUNCTION     TO JR-FUNCTION.
           WRITE JR-JOURNAL-RECORD.
           PERFORM UPDATE-COURSE-HEADCOUNTS.

      ******************************************************************
      * RUN-JOURNAL-RECOVERY: forward recovery (PARM='RECOVER', see
      * re-applied - and reports the images applied, the records now
      * on the master and the date/time of the last applied image,
      * so it is known exactly where the recovered file stands.
      * The course headcounts are then recounted from the recovered
      * master.
      ******************************************************************
       RUN-JOURNAL-RECOVERY.
           DISPLAY 'FORWARD RECOVERY - REPLAYING STUDJRNL OVER THE '
                   ' ' WS-JR-LAST-TIME
           END-IF.

           PERFORM REBUILD-COURSE-HEADCOUNTS.

       RUN-JOURNAL-RECOVERY-EXIT.
           EXIT.

           END-PERFORM.

      ******************************************************************
      * RUN-JOURNAL-AUDIT: field-level audit of the student master
      * (PARM='AUDIT', see JRNLAUDT.jcl). Reads the STUDJRNL journal
      * for the business-date range keyed on SYSIN, lays each
      * before and after image over the student record layout and
      * prints every changed field with its old and new value,
      * grouped by operator, on AUDITRPT. Lines are marked for review
      * when bank details change, when fees owed or an installment's
      * paid amount change other than through a posting function that
      * logs the movement on PAYTRAN, when family income changes after
      * enrollment, and when a student is deleted other than by
      * WITHDRAW-STUDENT. The run ends RC=4 when anything is marked.
      ******************************************************************
       RUN-JOURNAL-AUDIT.
           DISPLAY 'ENTER THE FIRST BUSINESS DATE TO AUDIT (YYYYMMDD)'.
           ACCEPT WS-AU-FROM-DATE.
           DISPLAY 'ENTER THE LAST BUSINESS DATE TO AUDIT (YYYYMMDD, '
               '0 FOR TODAY)'.
           ACCEPT WS-AU-TO-DATE.
           IF WS-AU-TO-DATE = ZERO
               MOVE WS-TODAYS-DATE TO WS-AU-TO-DATE
           END-IF.
           IF WS-AU-FROM-DATE = ZERO
               DISPLAY 'NO FIRST DATE KEYED - AUDITING '
                   WS-AU-TO-DATE ' ONLY'
               MOVE WS-AU-TO-DATE TO WS-AU-FROM-DATE
           END-IF.
           IF WS-AU-FROM-DATE > WS-AU-TO-DATE
               DISPLAY 'FIRST DATE IS AFTER THE LAST DATE - AUDIT '
                   'NOT RUN'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-JOURNAL-AUDIT-EXIT
           END-IF.

           CLOSE STUDENT-JOURNAL-FILE.
           OPEN INPUT STUDENT-JOURNAL-FILE.
           IF WS-JR-FILE-STATUS NOT = '00'
               DISPLAY 'NO JOURNAL TO AUDIT'
               OPEN EXTEND STUDENT-JOURNAL-FILE
               GO TO RUN-JOURNAL-AUDIT-EXIT
           END-IF.

           MOVE ZERO TO WS-AU-READ-COUNT.
           MOVE ZERO TO WS-AU-RANGE-COUNT.
           MOVE ZERO TO WS-AU-OVERFLOW-COUNT.
           MOVE ZERO TO WS-AU-FIELD-TOTAL.
           MOVE ZERO TO WS-AU-FLAG-TOTAL.
           MOVE ZERO TO WS-AU-OPER-COUNT.

           SET WS-JR-NOT-EOF TO TRUE.
           PERFORM TALLY-ONE-AUDIT-OPERATOR
               THRU TALLY-ONE-AUDIT-OPERATOR-EXIT
               UNTIL WS-JR-EOF.
           CLOSE STUDENT-JOURNAL-FILE.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE WS-AU-FROM-DATE TO WS-AU-H1-FROM.
           MOVE WS-AU-TO-DATE   TO WS-AU-H1-TO.
           MOVE WS-TODAYS-DATE  TO WS-AU-H1-DATE.
           MOVE WS-AU-HEADING-1 TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

           MOVE ZERO TO WS-AU-OPER-SUB.
           PERFORM AUDIT-ONE-OPERATOR
               UNTIL WS-AU-OPER-SUB = WS-AU-OPER-COUNT.

           PERFORM WRITE-AUDIT-SUMMARY.
           CLOSE AUDIT-REPORT-FILE.
           OPEN EXTEND STUDENT-JOURNAL-FILE.

           DISPLAY 'JOURNAL AUDIT COMPLETE - ' WS-AU-RANGE-COUNT
               ' JOURNAL LINES IN RANGE, ' WS-AU-FIELD-TOTAL
               ' FIELD CHANGES, ' WS-AU-FLAG-TOTAL
               ' MARKED FOR REVIEW'.
           IF WS-AU-OVERFLOW-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-AU-OVERFLOW-COUNT ' LINES NOT '
                   'AUDITED - OPERATOR TABLE FULL'
           END-IF.
           IF WS-AU-FLAG-TOTAL > ZERO OR WS-AU-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       RUN-JOURNAL-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * TALLY-ONE-AUDIT-OPERATOR: first pass over the journal - notes
      * each operator with a journal line in the date range, so the
      * report can be printed an operator at a time.
      ******************************************************************
       TALLY-ONE-AUDIT-OPERATOR.
           READ STUDENT-JOURNAL-FILE
               AT END
                   SET WS-JR-EOF TO TRUE
                   GO TO TALLY-ONE-AUDIT-OPERATOR-EXIT
           END-READ.
           IF WS-JR-FILE-STATUS NOT = '00' AND
              WS-JR-FILE-STATUS NOT = '02'
               SET WS-JR-EOF TO TRUE
               GO TO TALLY-ONE-AUDIT-OPERATOR-EXIT
           END-IF.

           ADD 1 TO WS-AU-READ-COUNT.
           IF JR-JOURNAL-DATE < WS-AU-FROM-DATE OR
              JR-JOURNAL-DATE > WS-AU-TO-DATE
               GO TO TALLY-ONE-AUDIT-OPERATOR-EXIT
           END-IF.
           ADD 1 TO WS-AU-RANGE-COUNT.

           PERFORM FIND-AUDIT-OPERATOR-ENTRY.
           IF WS-AU-OPER-NOT-FOUND
               IF WS-AU-OPER-COUNT = 100
                   ADD 1 TO WS-AU-OVERFLOW-COUNT
                   GO TO TALLY-ONE-AUDIT-OPERATOR-EXIT
               END-IF
               ADD 1 TO WS-AU-OPER-COUNT
               MOVE WS-AU-OPER-COUNT TO WS-AU-OPER-SUB
               MOVE JR-OPERATOR-ID TO WS-AU-OPER-ID(WS-AU-OPER-SUB)
               MOVE ZERO TO WS-AU-OPER-RECORDS(WS-AU-OPER-SUB)
               MOVE ZERO TO WS-AU-OPER-FIELDS(WS-AU-OPER-SUB)
               MOVE ZERO TO WS-AU-OPER-FLAGS(WS-AU-OPER-SUB)
           END-IF.

       TALLY-ONE-AUDIT-OPERATOR-EXIT.
           EXIT.

       FIND-AUDIT-OPERATOR-ENTRY.
           SET WS-AU-OPER-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-AU-OPER-SUB.
           PERFORM CHECK-ONE-AUDIT-OPERATOR
               UNTIL WS-AU-OPER-FOUND OR
                     WS-AU-OPER-SUB = WS-AU-OPER-COUNT.

       CHECK-ONE-AUDIT-OPERATOR.
           ADD 1 TO WS-AU-OPER-SUB.
           IF WS-AU-OPER-ID(WS-AU-OPER-SUB) = JR-OPERATOR-ID
               SET WS-AU-OPER-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * AUDIT-ONE-OPERATOR: prints the heading for the next operator
      * in the table and re-reads the journal for that operator's
      * lines in the date range.
      ******************************************************************
       AUDIT-ONE-OPERATOR.
           ADD 1 TO WS-AU-OPER-SUB.

           MOVE WS-AU-OPER-ID(WS-AU-OPER-SUB) TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE '(NOT ON OPERMAST)' TO OP-OPERATOR-NAME
           END-READ.
           MOVE SPACES TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE WS-AU-OPER-ID(WS-AU-OPER-SUB) TO WS-AU-OH-OPERATOR.
           MOVE OP-OPERATOR-NAME              TO WS-AU-OH-NAME.
           MOVE WS-AU-OPER-HEADING TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE WS-AU-COLUMN-HEADING TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

           OPEN INPUT STUDENT-JOURNAL-FILE.
           SET WS-JR-NOT-EOF TO TRUE.
           PERFORM AUDIT-ONE-JOURNAL-LINE
               THRU AUDIT-ONE-JOURNAL-LINE-EXIT
               UNTIL WS-JR-EOF.
           CLOSE STUDENT-JOURNAL-FILE.

      ******************************************************************
      * AUDIT-ONE-JOURNAL-LINE: reads the next journal line and, when
      * it is the current operator's and in the date range, reports
      * it - a new record or a deletion as one line, a rewrite as one
      * line per field that differs between the two images.
      ******************************************************************
       AUDIT-ONE-JOURNAL-LINE.
           READ STUDENT-JOURNAL-FILE
               AT END
                   SET WS-JR-EOF TO TRUE
                   GO TO AUDIT-ONE-JOURNAL-LINE-EXIT
           END-READ.
           IF WS-JR-FILE-STATUS NOT = '00' AND
              WS-JR-FILE-STATUS NOT = '02'
               SET WS-JR-EOF TO TRUE
               GO TO AUDIT-ONE-JOURNAL-LINE-EXIT
           END-IF.

           IF JR-JOURNAL-DATE < WS-AU-FROM-DATE OR
              JR-JOURNAL-DATE > WS-AU-TO-DATE OR
              JR-OPERATOR-ID NOT = WS-AU-OPER-ID(WS-AU-OPER-SUB)
               GO TO AUDIT-ONE-JOURNAL-LINE-EXIT
           END-IF.

           ADD 1 TO WS-AU-OPER-RECORDS(WS-AU-OPER-SUB).
           MOVE JR-FUNCTION TO WS-AU-JR-FUNCTION.
           MOVE ZERO TO WS-AU-SLOT.
           MOVE ZERO TO WS-AU-INST.
           SET WS-AU-PLAIN-FIELD TO TRUE.

           EVALUATE JR-ACTION
               WHEN 'W'
                   MOVE JR-AFTER-IMAGE TO SM-STUDENT-RECORD
                   MOVE '(RECORD ADDED)' TO WS-AU-FIELD-BASE
                   MOVE SPACES           TO WS-AU-OLD-VALUE
                   MOVE SM-SURNAME       TO WS-AU-NEW-VALUE
                   PERFORM COMPARE-AUDIT-FIELD
                       THRU COMPARE-AUDIT-FIELD-EXIT
               WHEN 'D'
                   MOVE JR-BEFORE-IMAGE TO WS-AU-BEFORE-RECORD
                   MOVE '(DELETED)'      TO WS-AU-FIELD-BASE
                   MOVE WS-AB-SURNAME    TO WS-AU-OLD-VALUE
                   MOVE SPACES           TO WS-AU-NEW-VALUE
                   PERFORM COMPARE-AUDIT-FIELD
                       THRU COMPARE-AUDIT-FIELD-EXIT
               WHEN 'R'
                   MOVE JR-AFTER-IMAGE  TO SM-STUDENT-RECORD
                   MOVE JR-BEFORE-IMAGE TO WS-AU-BEFORE-RECORD
                   PERFORM COMPARE-AUDIT-IMAGES
               WHEN OTHER
                   MOVE '(ACTION ?)'     TO WS-AU-FIELD-BASE
                   MOVE SPACES           TO WS-AU-OLD-VALUE
                   MOVE JR-ACTION        TO WS-AU-NEW-VALUE
                   PERFORM COMPARE-AUDIT-FIELD
                       THRU COMPARE-AUDIT-FIELD-EXIT
           END-EVALUATE.

       AUDIT-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * COMPARE-AUDIT-IMAGES: compares a rewrite's before image (laid
      * over WS-AU-BEFORE-RECORD) with its after image (laid over
      * SM-STUDENT-RECORD) field by field.
      ******************************************************************
       COMPARE-AUDIT-IMAGES.
           MOVE 'FIRSTNAME'          TO WS-AU-FIELD-BASE.
           MOVE WS-AB-FIRSTNAME      TO WS-AU-OLD-VALUE.
           MOVE SM-FIRSTNAME         TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'MIDDLEINITIAL'      TO WS-AU-FIELD-BASE.
           MOVE WS-AB-MIDDLEINITIAL  TO WS-AU-OLD-VALUE.
           MOVE SM-MIDDLEINITIAL     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'SURNAME'            TO WS-AU-FIELD-BASE.
           MOVE WS-AB-SURNAME        TO WS-AU-OLD-VALUE.
           MOVE SM-SURNAME           TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'DAY-OF-BIRTH'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-DAY-OF-BIRTH   TO WS-AU-OLD-VALUE.
           MOVE SM-DAY-OF-BIRTH      TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'MONTH-OF-BIRTH'     TO WS-AU-FIELD-BASE.
           MOVE WS-AB-MONTH-OF-BIRTH TO WS-AU-OLD-VALUE.
           MOVE SM-MONTH-OF-BIRTH    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'YEAR-OF-BIRTH'      TO WS-AU-FIELD-BASE.
           MOVE WS-AB-YEAR-OF-BIRTH  TO WS-AU-OLD-VALUE.
           MOVE SM-YEAR-OF-BIRTH     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'HOUSE-NUMBER'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-HOUSE-NUMBER   TO WS-AU-OLD-VALUE.
           MOVE SM-HOUSE-NUMBER      TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'COUNTRY'            TO WS-AU-FIELD-BASE.
           MOVE WS-AB-COUNTRY        TO WS-AU-OLD-VALUE.
           MOVE SM-COUNTRY           TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'PINCODE'            TO WS-AU-FIELD-BASE.
           MOVE WS-AB-PINCODE        TO WS-AU-OLD-VALUE.
           MOVE SM-PINCODE           TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'TELEPHONE'          TO WS-AU-FIELD-BASE.
           MOVE WS-AB-TELEPHONE-NUMBER TO WS-AU-OLD-VALUE.
           MOVE SM-TELEPHONE-NUMBER  TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.

           MOVE ZERO TO WS-AU-SLOT.
           PERFORM COMPARE-AUDIT-COURSE-SLOT
               THRU COMPARE-AUDIT-COURSE-SLOT-EXIT
               UNTIL WS-AU-SLOT = 4.
           MOVE ZERO TO WS-AU-SLOT.
           MOVE ZERO TO WS-AU-INST.

           SET WS-AU-INCOME-FIELD TO TRUE.
           MOVE 'FAMILY-INCOME'      TO WS-AU-FIELD-BASE.
           MOVE WS-AB-FAMILY-INCOME  TO WS-AU-OLD-VALUE.
           MOVE SM-FAMILY-INCOME     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           SET WS-AU-PLAIN-FIELD TO TRUE.
           MOVE 'DD-MANDATE'         TO WS-AU-FIELD-BASE.
           MOVE WS-AB-DD-MANDATE-SW  TO WS-AU-OLD-VALUE.
           MOVE SM-DD-MANDATE-SW     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           SET WS-AU-BANK-FIELD TO TRUE.
           MOVE 'BANK-SORT-CODE'     TO WS-AU-FIELD-BASE.
           MOVE WS-AB-BANK-SORT-CODE TO WS-AU-OLD-VALUE.
           MOVE SM-BANK-SORT-CODE    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'BANK-ACCOUNT'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-BANK-ACCOUNT   TO WS-AU-OLD-VALUE.
           MOVE SM-BANK-ACCOUNT      TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'BANK-REFERENCE'     TO WS-AU-FIELD-BASE.
           MOVE WS-AB-BANK-REFERENCE TO WS-AU-OLD-VALUE.
           MOVE SM-BANK-REFERENCE    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           SET WS-AU-PLAIN-FIELD TO TRUE.
           MOVE 'DD-SUBMIT-DATE'     TO WS-AU-FIELD-BASE.
           MOVE WS-AB-DD-SUBMIT-DATE TO WS-AU-OLD-VALUE.
           MOVE SM-DD-SUBMIT-DATE    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.

      ******************************************************************
      * COMPARE-AUDIT-COURSE-SLOT: compares the next enrolled-course
      * slot of the two images. A course added to or dropped from an
      * empty slot shows as its course code alone. Fees owed and paid
      * amounts are only judged against the posting function while
      * the slot holds the same course before and after - a course
      * changed under it is an enrollment change, not a payment.
      ******************************************************************
       COMPARE-AUDIT-COURSE-SLOT.
           ADD 1 TO WS-AU-SLOT.
           MOVE ZERO TO WS-AU-INST.
           SET WS-AU-PLAIN-FIELD TO TRUE.
           IF SM-ENROLLED-COURSES(WS-AU-SLOT) =
              WS-AB-ENROLLED-COURSES(WS-AU-SLOT)
               GO TO COMPARE-AUDIT-COURSE-SLOT-EXIT
           END-IF.

           MOVE 'COURSE-CODE'        TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-COURSE-CODE(WS-AU-SLOT) TO WS-AU-OLD-VALUE.
           MOVE SM-EC-COURSE-CODE(WS-AU-SLOT)    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           IF SM-EC-COURSE-CODE(WS-AU-SLOT) = SPACES OR
              WS-AB-EC-COURSE-CODE(WS-AU-SLOT) = SPACES
               GO TO COMPARE-AUDIT-COURSE-SLOT-EXIT
           END-IF.
           IF SM-EC-COURSE-CODE(WS-AU-SLOT) =
              WS-AB-EC-COURSE-CODE(WS-AU-SLOT)
               SET WS-AU-SAME-COURSE TO TRUE
           ELSE
               SET WS-AU-COURSE-CHANGED TO TRUE
           END-IF.

           IF WS-AU-SAME-COURSE
               SET WS-AU-MONEY-FIELD TO TRUE
           END-IF.
           MOVE 'FEES-OWED'          TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-FEES-OWED(WS-AU-SLOT) TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-OLD-VALUE.
           MOVE SM-EC-FEES-OWED(WS-AU-SLOT)    TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           SET WS-AU-PLAIN-FIELD TO TRUE.
           MOVE 'ORIGINAL-FEE'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-ORIGINAL-FEE(WS-AU-SLOT) TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-OLD-VALUE.
           MOVE SM-EC-ORIGINAL-FEE(WS-AU-SLOT)    TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'TERM'               TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-TERM(WS-AU-SLOT)         TO WS-AU-OLD-VALUE.
           MOVE SM-EC-TERM(WS-AU-SLOT)            TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'SPONSOR-CODE'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-SPONSOR-CODE(WS-AU-SLOT) TO WS-AU-OLD-VALUE.
           MOVE SM-EC-SPONSOR-CODE(WS-AU-SLOT)    TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'SPONSOR-PCT'        TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-SPONSOR-PCT(WS-AU-SLOT)  TO WS-AU-OLD-VALUE.
           MOVE SM-EC-SPONSOR-PCT(WS-AU-SLOT)     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'SPONSOR-OWED'       TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-SPONSOR-OWED(WS-AU-SLOT) TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-OLD-VALUE.
           MOVE SM-EC-SPONSOR-OWED(WS-AU-SLOT)    TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.

           PERFORM COMPARE-AUDIT-INSTALLMENT UNTIL WS-AU-INST = 4.

       COMPARE-AUDIT-COURSE-SLOT-EXIT.
           EXIT.

       COMPARE-AUDIT-INSTALLMENT.
           ADD 1 TO WS-AU-INST.
           SET WS-AU-PLAIN-FIELD TO TRUE.
           MOVE 'DUE-DATE'           TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-INST-DUE-DATE(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-OLD-VALUE.
           MOVE SM-EC-INST-DUE-DATE(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           MOVE 'INST-AMOUNT'        TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-INST-AMOUNT(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-OLD-VALUE.
           MOVE SM-EC-INST-AMOUNT(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.
           IF WS-AU-SAME-COURSE
               SET WS-AU-MONEY-FIELD TO TRUE
           END-IF.
           MOVE 'INST-PAID'          TO WS-AU-FIELD-BASE.
           MOVE WS-AB-EC-INST-PAID(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-OLD-VALUE.
           MOVE SM-EC-INST-PAID(WS-AU-SLOT, WS-AU-INST)
               TO WS-AU-MONEY-EDIT.
           MOVE WS-AU-MONEY-EDIT     TO WS-AU-NEW-VALUE.
           PERFORM COMPARE-AUDIT-FIELD
               THRU COMPARE-AUDIT-FIELD-EXIT.

      ******************************************************************
      * COMPARE-AUDIT-FIELD: prints one change line when
      * WS-AU-OLD-VALUE and WS-AU-NEW-VALUE differ. The field name is
      * WS-AU-FIELD-BASE with the course slot and installment in
      * brackets where they apply; WS-AU-FIELD-CLASS decides whether
      * the change is marked for review.
      ******************************************************************
       COMPARE-AUDIT-FIELD.
           IF WS-AU-OLD-VALUE = WS-AU-NEW-VALUE AND
              JR-ACTION = 'R'
               GO TO COMPARE-AUDIT-FIELD-EXIT
           END-IF.

           MOVE SPACES TO WS-AU-FIELD-NAME.
           IF WS-AU-SLOT = ZERO
               MOVE WS-AU-FIELD-BASE TO WS-AU-FIELD-NAME
           ELSE
               IF WS-AU-INST = ZERO
                   STRING WS-AU-FIELD-BASE DELIMITED BY SPACE
                       '(' WS-AU-SLOT ')' DELIMITED BY SIZE
                       INTO WS-AU-FIELD-NAME
               ELSE
                   STRING WS-AU-FIELD-BASE DELIMITED BY SPACE
                       '(' WS-AU-SLOT ',' WS-AU-INST ')'
                       DELIMITED BY SIZE
                       INTO WS-AU-FIELD-NAME
               END-IF
           END-IF.

           MOVE SPACES TO WS-AU-FLAG.
           EVALUATE TRUE
               WHEN JR-ACTION = 'D' AND
                    WS-AU-JR-FUNCTION NOT = 'WITHDRAW'
                   MOVE 'DELETE' TO WS-AU-FLAG
               WHEN JR-ACTION NOT = 'R'
                   CONTINUE
               WHEN WS-AU-BANK-FIELD
                   MOVE 'BANK' TO WS-AU-FLAG
               WHEN WS-AU-INCOME-FIELD
                   MOVE 'INCOME' TO WS-AU-FLAG
               WHEN WS-AU-MONEY-FIELD AND NOT WS-AU-POSTING-FUNCTION
                   MOVE 'BALANCE' TO WS-AU-FLAG
           END-EVALUATE.

           MOVE JR-JOURNAL-DATE   TO WS-AU-D-DATE.
           MOVE JR-JOURNAL-TIME   TO WS-AU-D-TIME.
           MOVE JR-STUDENT-ID     TO WS-AU-D-STUDENT-ID.
           MOVE JR-ACTION         TO WS-AU-D-ACTION.
           MOVE WS-AU-JR-FUNCTION TO WS-AU-D-FUNCTION.
           MOVE WS-AU-FIELD-NAME  TO WS-AU-D-FIELD.
           MOVE WS-AU-OLD-VALUE   TO WS-AU-D-OLD-VALUE.
           MOVE WS-AU-NEW-VALUE   TO WS-AU-D-NEW-VALUE.
           MOVE WS-AU-FLAG        TO WS-AU-D-FLAG.
           MOVE WS-AU-DETAIL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

           ADD 1 TO WS-AU-OPER-FIELDS(WS-AU-OPER-SUB).
           ADD 1 TO WS-AU-FIELD-TOTAL.
           IF WS-AU-FLAG NOT = SPACES
               ADD 1 TO WS-AU-OPER-FLAGS(WS-AU-OPER-SUB)
               ADD 1 TO WS-AU-FLAG-TOTAL
           END-IF.

       COMPARE-AUDIT-FIELD-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AUDIT-SUMMARY: closes AUDITRPT with one line per
      * operator and the run totals.
      ******************************************************************
       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE 'SUMMARY BY OPERATOR' TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE ZERO TO WS-AU-OPER-SUB.
           PERFORM WRITE-ONE-AUDIT-OPER-TOTAL
               UNTIL WS-AU-OPER-SUB = WS-AU-OPER-COUNT.

           MOVE SPACES TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE 'JOURNAL LINES READ:'        TO WS-AU-T-LABEL.
           MOVE WS-AU-READ-COUNT             TO WS-AU-T-COUNT.
           MOVE WS-AU-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE 'JOURNAL LINES IN DATE RANGE:' TO WS-AU-T-LABEL.
           MOVE WS-AU-RANGE-COUNT            TO WS-AU-T-COUNT.
           MOVE WS-AU-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE 'FIELD CHANGES LISTED:'      TO WS-AU-T-LABEL.
           MOVE WS-AU-FIELD-TOTAL            TO WS-AU-T-COUNT.
           MOVE WS-AU-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE 'CHANGES MARKED FOR REVIEW:' TO WS-AU-T-LABEL.
           MOVE WS-AU-FLAG-TOTAL             TO WS-AU-T-COUNT.
           MOVE WS-AU-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           IF WS-AU-OVERFLOW-COUNT > ZERO
               MOVE 'LINES NOT AUDITED - TABLE FULL:'
                   TO WS-AU-T-LABEL
               MOVE WS-AU-OVERFLOW-COUNT     TO WS-AU-T-COUNT
               MOVE WS-AU-TOTAL-LINE TO AU-PRINT-LINE
               WRITE AU-PRINT-LINE
           END-IF.

       WRITE-ONE-AUDIT-OPER-TOTAL.
           ADD 1 TO WS-AU-OPER-SUB.
           MOVE WS-AU-OPER-ID(WS-AU-OPER-SUB)      TO WS-AU-OT-OPERATOR.
           MOVE WS-AU-OPER-RECORDS(WS-AU-OPER-SUB) TO WS-AU-OT-RECORDS.
           MOVE WS-AU-OPER-FIELDS(WS-AU-OPER-SUB)  TO WS-AU-OT-FIELDS.
           MOVE WS-AU-OPER-FLAGS(WS-AU-OPER-SUB)   TO WS-AU-OT-FLAGS.
           MOVE WS-AU-OPER-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

      ******************************************************************
      * RUN-MASTER-VERIFICATION: weekly read-only integrity check
      * (PARM='VERIFY', see VERIFY.jcl). Every enrolled course on the
      * student master is checked on its own - installments add up to
      * the fee plus the unwaived late charges LATECHMS holds for the
      * course, the installments paid equal that less what is owed,
      * the sponsor share is within the balance, the term is present -
      * and against the linked files: the course on COURSMST, the
      * sponsor on SPONMAST and the latest PAYHIST balance for the
      * course agreeing with the master. A student with an active
      * direct debit mandate must have full bank details. NOTICEMS and
      * WAITLIST entries whose student has left the master are listed
      * too. Nothing is updated; every finding prints on VERIFRPT and
      * the run ends RC=4 if there are any.
      ******************************************************************
       RUN-MASTER-VERIFICATION.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           OPEN INPUT LATE-CHARGE-FILE.
           IF WS-LC-FILE-STATUS = '00'
               SET WS-VF-LC-OPEN TO TRUE
           ELSE
               SET WS-VF-LC-NOT-OPEN TO TRUE
               DISPLAY 'NO LATECHMS FILE - NO LATE CHARGES ASSUMED'
           END-IF.
           MOVE ZERO TO WS-VF-STUDENT-COUNT.
           MOVE ZERO TO WS-VF-COURSE-COUNT.
           MOVE ZERO TO WS-VF-NOTICE-COUNT.
           MOVE ZERO TO WS-VF-WAIT-COUNT.
           MOVE ZERO TO WS-VF-EXCEPTION-TOTAL.
           MOVE ZERO TO WS-VF-CHECK.
           PERFORM CLEAR-ONE-VERIFY-COUNT UNTIL WS-VF-CHECK = 10.

           MOVE WS-TODAYS-DATE TO WS-VF-H1-DATE.
           MOVE WS-VF-HEADING-1 TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE SPACES TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE WS-VF-COLUMN-HEADING TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM VERIFY-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
               END-IF
           END-PERFORM.

           PERFORM VERIFY-NOTICE-MASTER.
           PERFORM VERIFY-WAITING-LIST.
           PERFORM WRITE-VERIFY-TOTALS.
           CLOSE VERIFY-REPORT-FILE.
           IF WS-VF-LC-OPEN
               CLOSE LATE-CHARGE-FILE
           END-IF.

           DISPLAY 'VERIFICATION COMPLETE - ' WS-VF-STUDENT-COUNT
               ' STUDENTS, ' WS-VF-COURSE-COUNT ' COURSES CHECKED, '
               WS-VF-EXCEPTION-TOTAL ' EXCEPTIONS ON VERIFRPT'.
           IF WS-VF-EXCEPTION-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       RUN-MASTER-VERIFICATION-EXIT.
           EXIT.

       CLEAR-ONE-VERIFY-COUNT.
           ADD 1 TO WS-VF-CHECK.
           MOVE ZERO TO WS-VF-CHECK-COUNT(WS-VF-CHECK).

      ******************************************************************
      * VERIFY-ONE-STUDENT: checks the student record just read -
      * the direct debit details, then each enrolled course, then the
      * course balances against the student's latest PAYHIST lines.
      ******************************************************************
       VERIFY-ONE-STUDENT.
           ADD 1 TO WS-VF-STUDENT-COUNT.
           MOVE SM-STUDENT-ID TO WS-VF-STUDENT-ID.

           IF SM-DD-MANDATE-ACTIVE
               IF SM-BANK-SORT-CODE NOT NUMERIC OR
                  SM-BANK-SORT-CODE = ZERO OR
                  SM-BANK-ACCOUNT NOT NUMERIC OR
                  SM-BANK-ACCOUNT = ZERO OR
                  SM-BANK-REFERENCE = SPACES
                   MOVE SPACES TO WS-VF-COURSE-CODE
                   MOVE 5 TO WS-VF-CHECK
                   MOVE 'MANDATE Y' TO WS-VF-EXPECTED-TEXT
                   MOVE 'INCOMPLETE' TO WS-VF-FOUND-TEXT
                   PERFORM WRITE-VERIFY-EXCEPTION
               END-IF
           END-IF.

           MOVE ZERO TO WS-VF-SUB.
           PERFORM VERIFY-ONE-COURSE-SLOT
               THRU VERIFY-ONE-COURSE-SLOT-EXIT
               UNTIL WS-VF-SUB = 4.

           PERFORM VERIFY-STUDENT-HISTORY.

      ******************************************************************
      * VERIFY-ONE-COURSE-SLOT: the per-course checks on the next
      * enrolled-course slot of the student record.
      ******************************************************************
       VERIFY-ONE-COURSE-SLOT.
           ADD 1 TO WS-VF-SUB.
           IF SM-EC-COURSE-CODE(WS-VF-SUB) = SPACES
               GO TO VERIFY-ONE-COURSE-SLOT-EXIT
           END-IF.
           ADD 1 TO WS-VF-COURSE-COUNT.
           MOVE SM-EC-COURSE-CODE(WS-VF-SUB) TO WS-VF-COURSE-CODE.

           MOVE WS-VF-SUB TO WS-LC-SLOT.
           PERFORM SUM-COURSE-LATE-CHARGES.
           PERFORM SUM-VERIFY-LATE-CHARGES
               THRU SUM-VERIFY-LATE-CHARGES-EXIT.
           COMPUTE WS-VF-FEE-CHARGES =
               SM-EC-ORIGINAL-FEE(WS-VF-SUB) + WS-VF-LC-CHARGES.
           IF WS-INST-TOTAL NOT = WS-VF-FEE-CHARGES
               MOVE 1 TO WS-VF-CHECK
               MOVE WS-VF-FEE-CHARGES TO WS-VF-EXPECTED
               MOVE WS-VF-EXPECTED TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-EXPECTED-TEXT
               MOVE WS-INST-TOTAL TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

           MOVE ZERO TO WS-VF-PAID-TOTAL.
           MOVE ZERO TO WS-VF-PH-SUB.
           PERFORM ADD-ONE-VERIFY-INST-PAID UNTIL WS-VF-PH-SUB = 4.
           COMPUTE WS-VF-EXPECTED =
               WS-VF-FEE-CHARGES - SM-EC-FEES-OWED(WS-VF-SUB).
           IF WS-VF-PAID-TOTAL NOT = WS-VF-EXPECTED
               MOVE 2 TO WS-VF-CHECK
               MOVE WS-VF-EXPECTED TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-EXPECTED-TEXT
               MOVE WS-VF-PAID-TOTAL TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

           IF SM-EC-SPONSOR-OWED(WS-VF-SUB) >
              SM-EC-FEES-OWED(WS-VF-SUB)
               MOVE 3 TO WS-VF-CHECK
               MOVE SM-EC-FEES-OWED(WS-VF-SUB) TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-EXPECTED-TEXT
               MOVE SM-EC-SPONSOR-OWED(WS-VF-SUB) TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

           IF SM-EC-TERM(WS-VF-SUB) = SPACES
               MOVE 4 TO WS-VF-CHECK
               MOVE 'TERM CODE' TO WS-VF-EXPECTED-TEXT
               MOVE SPACES TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

           MOVE SM-EC-COURSE-CODE(WS-VF-SUB) TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               MOVE 6 TO WS-VF-CHECK
               MOVE 'ON COURSMST' TO WS-VF-EXPECTED-TEXT
               MOVE 'NOT FOUND' TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

           IF SM-EC-SPONSOR-CODE(WS-VF-SUB) NOT = SPACES
               MOVE SM-EC-SPONSOR-CODE(WS-VF-SUB) TO SP-SPONSOR-CODE
               READ SPONSOR-MASTER-FILE
                   INVALID KEY
                       MOVE 7 TO WS-VF-CHECK
                       MOVE 'ON SPONMAST' TO WS-VF-EXPECTED-TEXT
                       MOVE SM-EC-SPONSOR-CODE(WS-VF-SUB)
                           TO WS-VF-FOUND-TEXT
                       PERFORM WRITE-VERIFY-EXCEPTION
               END-READ
           END-IF.

       VERIFY-ONE-COURSE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * SUM-VERIFY-LATE-CHARGES: totals in WS-VF-LC-CHARGES the late
      * charges standing on LATECHMS for the student and the course
      * in slot WS-VF-SUB - every charge not waived. This, not the
      * schedule itself, is what the installments are checked
      * against, so a doubled or over-scheduled installment is not
      * taken for a charge. No LATECHMS file means no charges.
      ******************************************************************
       SUM-VERIFY-LATE-CHARGES.
           MOVE ZERO TO WS-VF-LC-CHARGES.
           IF WS-VF-LC-NOT-OPEN
               GO TO SUM-VERIFY-LATE-CHARGES-EXIT
           END-IF.
           MOVE SM-STUDENT-ID TO LC-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-VF-SUB) TO LC-COURSE-CODE.
           MOVE ZERO TO LC-DUE-DATE.
           SET WS-VF-LC-NOT-END TO TRUE.
           START LATE-CHARGE-FILE KEY IS NOT LESS THAN LC-CHARGE-KEY
               INVALID KEY
                   SET WS-VF-LC-END TO TRUE
           END-START.
           PERFORM ADD-ONE-VERIFY-LATE-CHARGE UNTIL WS-VF-LC-END.

       SUM-VERIFY-LATE-CHARGES-EXIT.
           EXIT.

       ADD-ONE-VERIFY-LATE-CHARGE.
           READ LATE-CHARGE-FILE NEXT RECORD
               AT END
                   SET WS-VF-LC-END TO TRUE
           END-READ.
           IF WS-VF-LC-NOT-END
               IF WS-LC-FILE-STATUS NOT = '00' AND
                  WS-LC-FILE-STATUS NOT = '02'
                   SET WS-VF-LC-END TO TRUE
               ELSE
                   IF LC-STUDENT-ID NOT = SM-STUDENT-ID OR
                      LC-COURSE-CODE NOT = SM-EC-COURSE-CODE(WS-VF-SUB)
                       SET WS-VF-LC-END TO TRUE
                   ELSE
                       IF LC-CHARGED
                           ADD LC-CHARGE-AMOUNT TO WS-VF-LC-CHARGES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-VERIFY-INST-PAID.
           ADD 1 TO WS-VF-PH-SUB.
           ADD SM-EC-INST-PAID(WS-VF-SUB, WS-VF-PH-SUB)
               TO WS-VF-PAID-TOTAL.

      ******************************************************************
      * VERIFY-STUDENT-HISTORY: reads the student's PAYHIST lines in
      * key order, keeping the balance of the last line for each
      * course held, then compares it with the course's fees owed. A
      * course with no history yet is not compared.
      ******************************************************************
       VERIFY-STUDENT-HISTORY.
           MOVE ZERO TO WS-VF-PH-SUB.
           PERFORM CLEAR-ONE-VERIFY-HISTORY UNTIL WS-VF-PH-SUB = 4.

           MOVE SM-STUDENT-ID TO PH-STUDENT-ID.
           MOVE ZERO TO PH-TRANS-DATE.
           MOVE ZERO TO PH-TRANS-TIME.
           MOVE ZERO TO PH-SEQ.
           SET WS-VF-NOT-EOF TO TRUE.
           START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY
                   SET WS-VF-EOF TO TRUE
           END-START.
           PERFORM READ-ONE-VERIFY-HISTORY
               THRU READ-ONE-VERIFY-HISTORY-EXIT
               UNTIL WS-VF-EOF.

           MOVE ZERO TO WS-VF-PH-SUB.
           PERFORM COMPARE-ONE-VERIFY-HISTORY
               UNTIL WS-VF-PH-SUB = 4.

       CLEAR-ONE-VERIFY-HISTORY.
           ADD 1 TO WS-VF-PH-SUB.
           SET WS-VF-PH-NOT-FOUND(WS-VF-PH-SUB) TO TRUE.
           MOVE ZERO TO WS-VF-PH-BALANCE(WS-VF-PH-SUB).

       READ-ONE-VERIFY-HISTORY.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-VF-EOF TO TRUE
                   GO TO READ-ONE-VERIFY-HISTORY-EXIT
           END-READ.
           IF WS-PH-FILE-STATUS NOT = '00' AND
              WS-PH-FILE-STATUS NOT = '02'
               SET WS-VF-EOF TO TRUE
               GO TO READ-ONE-VERIFY-HISTORY-EXIT
           END-IF.
           IF PH-STUDENT-ID NOT = SM-STUDENT-ID
               SET WS-VF-EOF TO TRUE
               GO TO READ-ONE-VERIFY-HISTORY-EXIT
           END-IF.

           MOVE ZERO TO WS-VF-PH-SUB.
           PERFORM MATCH-ONE-VERIFY-HISTORY UNTIL WS-VF-PH-SUB = 4.

       READ-ONE-VERIFY-HISTORY-EXIT.
           EXIT.

       MATCH-ONE-VERIFY-HISTORY.
           ADD 1 TO WS-VF-PH-SUB.
           IF SM-EC-COURSE-CODE(WS-VF-PH-SUB) NOT = SPACES AND
              SM-EC-COURSE-CODE(WS-VF-PH-SUB) = PH-COURSE-CODE
               SET WS-VF-PH-FOUND(WS-VF-PH-SUB) TO TRUE
               MOVE PH-BALANCE TO WS-VF-PH-BALANCE(WS-VF-PH-SUB)
           END-IF.

       COMPARE-ONE-VERIFY-HISTORY.
           ADD 1 TO WS-VF-PH-SUB.
           IF WS-VF-PH-FOUND(WS-VF-PH-SUB) AND
              WS-VF-PH-BALANCE(WS-VF-PH-SUB) NOT =
              SM-EC-FEES-OWED(WS-VF-PH-SUB)
               MOVE SM-EC-COURSE-CODE(WS-VF-PH-SUB)
                   TO WS-VF-COURSE-CODE
               MOVE 10 TO WS-VF-CHECK
               MOVE SM-EC-FEES-OWED(WS-VF-PH-SUB) TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-EXPECTED-TEXT
               MOVE WS-VF-PH-BALANCE(WS-VF-PH-SUB) TO WS-VF-MONEY-EDIT
               MOVE WS-VF-MONEY-EDIT TO WS-VF-FOUND-TEXT
               PERFORM WRITE-VERIFY-EXCEPTION
           END-IF.

      ******************************************************************
      * VERIFY-NOTICE-MASTER: lists every NOTICEMS dunning entry whose
      * student is no longer on the master.
      ******************************************************************
       VERIFY-NOTICE-MASTER.
           OPEN INPUT NOTICE-MASTER-FILE.
           IF WS-NM-FILE-STATUS NOT = '00'
               DISPLAY 'NO NOTICEMS FILE - NOTICE CHECK SKIPPED'
           ELSE
               SET WS-VF-NOT-EOF TO TRUE
               PERFORM VERIFY-ONE-NOTICE
                   THRU VERIFY-ONE-NOTICE-EXIT
                   UNTIL WS-VF-EOF
               CLOSE NOTICE-MASTER-FILE
           END-IF.

       VERIFY-ONE-NOTICE.
           READ NOTICE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-VF-EOF TO TRUE
                   GO TO VERIFY-ONE-NOTICE-EXIT
           END-READ.
           IF WS-NM-FILE-STATUS NOT = '00' AND
              WS-NM-FILE-STATUS NOT = '02'
               SET WS-VF-EOF TO TRUE
               GO TO VERIFY-ONE-NOTICE-EXIT
           END-IF.
           ADD 1 TO WS-VF-NOTICE-COUNT.

           MOVE NM-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE NM-STUDENT-ID  TO WS-VF-STUDENT-ID
                   MOVE NM-COURSE-CODE TO WS-VF-COURSE-CODE
                   MOVE 8 TO WS-VF-CHECK
                   MOVE 'ON STUDMAST' TO WS-VF-EXPECTED-TEXT
                   MOVE 'NOT FOUND' TO WS-VF-FOUND-TEXT
                   PERFORM WRITE-VERIFY-EXCEPTION
           END-READ.

       VERIFY-ONE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-WAITING-LIST: lists every WAITLIST queue entry whose
      * student is no longer on the master.
      ******************************************************************
       VERIFY-WAITING-LIST.
           OPEN INPUT WAITING-LIST-FILE.
           IF WS-WL-FILE-STATUS NOT = '00'
               DISPLAY 'NO WAITLIST FILE - WAITING LIST CHECK SKIPPED'
           ELSE
               SET WS-VF-NOT-EOF TO TRUE
               PERFORM VERIFY-ONE-WAIT-ENTRY
                   THRU VERIFY-ONE-WAIT-ENTRY-EXIT
                   UNTIL WS-VF-EOF
               CLOSE WAITING-LIST-FILE
           END-IF.

       VERIFY-ONE-WAIT-ENTRY.
           READ WAITING-LIST-FILE
               AT END
                   SET WS-VF-EOF TO TRUE
                   GO TO VERIFY-ONE-WAIT-ENTRY-EXIT
           END-READ.
           IF WS-WL-FILE-STATUS NOT = '00' AND
              WS-WL-FILE-STATUS NOT = '02'
               SET WS-VF-EOF TO TRUE
               GO TO VERIFY-ONE-WAIT-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-VF-WAIT-COUNT.

           MOVE WL-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE WL-STUDENT-ID  TO WS-VF-STUDENT-ID
                   MOVE WL-COURSE-CODE TO WS-VF-COURSE-CODE
                   MOVE 9 TO WS-VF-CHECK
                   MOVE 'ON STUDMAST' TO WS-VF-EXPECTED-TEXT
                   MOVE 'NOT FOUND' TO WS-VF-FOUND-TEXT
                   PERFORM WRITE-VERIFY-EXCEPTION
           END-READ.

       VERIFY-ONE-WAIT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-VERIFY-EXCEPTION: prints one exception line for check
      * WS-VF-CHECK against WS-VF-STUDENT-ID / WS-VF-COURSE-CODE with
      * the expected and found values, and counts it.
      ******************************************************************
       WRITE-VERIFY-EXCEPTION.
           MOVE WS-VF-STUDENT-ID             TO WS-VF-D-STUDENT-ID.
           MOVE WS-VF-COURSE-CODE            TO WS-VF-D-COURSE-CODE.
           MOVE WS-VF-CHECK-NAME(WS-VF-CHECK) TO WS-VF-D-CHECK.
           MOVE WS-VF-EXPECTED-TEXT          TO WS-VF-D-EXPECTED.
           MOVE WS-VF-FOUND-TEXT             TO WS-VF-D-FOUND.
           MOVE WS-VF-DETAIL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           ADD 1 TO WS-VF-CHECK-COUNT(WS-VF-CHECK).
           ADD 1 TO WS-VF-EXCEPTION-TOTAL.

      ******************************************************************
      * WRITE-VERIFY-TOTALS: closes VERIFRPT with what was read and
      * the number of exceptions found by each check.
      ******************************************************************
       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE 'STUDENTS CHECKED:'        TO WS-VF-T-LABEL.
           MOVE WS-VF-STUDENT-COUNT        TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE 'ENROLLED COURSES CHECKED:' TO WS-VF-T-LABEL.
           MOVE WS-VF-COURSE-COUNT         TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE 'NOTICEMS ENTRIES CHECKED:' TO WS-VF-T-LABEL.
           MOVE WS-VF-NOTICE-COUNT         TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE 'WAITLIST ENTRIES CHECKED:' TO WS-VF-T-LABEL.
           MOVE WS-VF-WAIT-COUNT           TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.
           MOVE SPACES TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.

           MOVE ZERO TO WS-VF-CHECK.
           PERFORM WRITE-ONE-VERIFY-COUNT UNTIL WS-VF-CHECK = 10.

           MOVE 'TOTAL EXCEPTIONS:'        TO WS-VF-T-LABEL.
           MOVE WS-VF-EXCEPTION-TOTAL      TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.

       WRITE-ONE-VERIFY-COUNT.
           ADD 1 TO WS-VF-CHECK.
           MOVE WS-VF-CHECK-NAME(WS-VF-CHECK)  TO WS-VF-T-LABEL.
           MOVE WS-VF-CHECK-COUNT(WS-VF-CHECK) TO WS-VF-T-COUNT.
           MOVE WS-VF-TOTAL-LINE TO VF-PRINT-LINE.
           WRITE VF-PRINT-LINE.

      ******************************************************************
      * OPERATOR-SIGN-ON: identifies the operator before the menu is
      * offered. Three attempts at a known operator ID are allowed;
      * failing all three leaves WS-OP-NOT-SIGNED-ON set and the menu
      * is never shown. The signed-on ID is stamped on every payment
      * log line and archive record written this session.
      ******************************************************************
       OPERATOR-SIGN-ON.
           SET WS-OP-NOT-SIGNED-ON TO TRUE.
           MOVE ZERO TO WS-OP-ATTEMPTS.
           PERFORM SIGN-ON-ATTEMPT
               UNTIL WS-OP-SIGNED-ON OR WS-OP-ATTEMPTS = 3.

       OPERATOR-SIGN-ON-EXIT.
           EXIT.

       SIGN-ON-ATTEMPT.
           ADD 1 TO WS-OP-ATTEMPTS.
           DISPLAY 'ENTER YOUR OPERATOR ID'
           ACCEPT OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN OPERATOR ID'
               NOT INVALID KEY
                   MOVE OP-OPERATOR-ID   TO WS-OP-ID
                   MOVE OP-OPERATOR-NAME TO WS-OP-NAME
                   MOVE OP-AUTHORITY     TO WS-OP-AUTHORITY
                   SET WS-OP-SIGNED-ON TO TRUE
                   DISPLAY 'SIGNED ON: ' WS-OP-NAME
           END-READ.

      ******************************************************************
      * CHECK-SUPERVISOR-AUTHORITY: gates the supervisor-only
      * functions - payment reversal, student withdrawal, course
      * re-pricing and operator maintenance. Authority 2 and above
      * passes; anything else is told and turned away.
      ******************************************************************
       CHECK-SUPERVISOR-AUTHORITY.
           IF WS-OP-AUTHORITY >= 2
               SET WS-OP-AUTHORIZED TO TRUE
           ELSE
               SET WS-OP-NOT-AUTHORIZED TO TRUE
               DISPLAY 'SUPERVISOR AUTHORITY REQUIRED - FUNCTION '
                   'NOT AVAILABLE'
           END-IF.

      ******************************************************************
      * OPERATOR-MAINTENANCE: supervisor-only menu function to add an
      * operator or change an operator's authority level, straight
      * onto the OPERMAST file.
      ******************************************************************
       OPERATOR-MAINTENANCE.
           DISPLAY "*****************************************"
           DISPLAY "OPERATOR MAINTENANCE"
           DISPLAY "*****************************************"
           DISPLAY "1. ADD OPERATOR" " 2. CHANGE AUTHORITY"
               " 3. RETURN TO MAIN MENU"
           ACCEPT WS-OP-MAINT-PROMPT.

           IF WS-OP-MAINT-PROMPT = 1
               PERFORM OPERATOR-MAINT-ADD
                   THRU OPERATOR-MAINT-ADD-EXIT
           END-IF.
           IF WS-OP-MAINT-PROMPT = 2
               PERFORM OPERATOR-MAINT-AUTHORITY
                   THRU OPERATOR-MAINT-AUTHORITY-EXIT
           END-IF.

       OPERATOR-MAINTENANCE-EXIT.
           EXIT.

       OPERATOR-MAINT-ADD.
           DISPLAY 'ENTER THE NEW OPERATOR ID'
           ACCEPT OP-OPERATOR-ID.
           IF OP-OPERATOR-ID = SPACES
               DISPLAY 'ERROR: OPERATOR ID CANNOT BE BLANK'
               GO TO OPERATOR-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE OPERATOR NAME'
           ACCEPT OP-OPERATOR-NAME.
           IF OP-OPERATOR-NAME = SPACES
               DISPLAY 'ERROR: OPERATOR NAME CANNOT BE BLANK'
               GO TO OPERATOR-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE AUTHORITY LEVEL (1=CLERK 2=SUPERVISOR)'
           ACCEPT OP-AUTHORITY.
           IF OP-AUTHORITY < 1 OR OP-AUTHORITY > 2
               DISPLAY 'ERROR: AUTHORITY MUST BE 1 OR 2'
               GO TO OPERATOR-MAINT-ADD-EXIT
           END-IF.

           MOVE SPACES TO OP-FILLER.
           WRITE OP-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY
                   'OPERATOR ID ALREADY EXISTS - OPERATOR NOT SAVED'
               NOT INVALID KEY
                   DISPLAY 'OPERATOR ' OP-OPERATOR-ID ' ADDED'
           END-WRITE.

       OPERATOR-MAINT-ADD-EXIT.
           EXIT.

       OPERATOR-MAINT-AUTHORITY.
           DISPLAY 'ENTER THE OPERATOR ID TO CHANGE'
           ACCEPT OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO OPERATOR FOUND FOR THAT OPERATOR ID'
                   GO TO OPERATOR-MAINT-AUTHORITY-EXIT
           END-READ.

           DISPLAY 'CURRENT AUTHORITY: ' OP-AUTHORITY
           DISPLAY 'ENTER THE NEW AUTHORITY (1=CLERK 2=SUPERVISOR)'
           ACCEPT WS-OP-NEW-AUTH.
           IF WS-OP-NEW-AUTH < 1 OR WS-OP-NEW-AUTH > 2
               DISPLAY 'ERROR: AUTHORITY MUST BE 1 OR 2'
               GO TO OPERATOR-MAINT-AUTHORITY-EXIT
           END-IF.

           MOVE WS-OP-NEW-AUTH TO OP-AUTHORITY.
           REWRITE OP-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE OPERATOR RECORD'
               NOT INVALID KEY
                   DISPLAY 'OPERATOR ' OP-OPERATOR-ID
                       ' AUTHORITY CHANGED'
           END-REWRITE.

       OPERATOR-MAINT-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-SPONSOR-MASTER: opens the sponsor master file for
      * update, creating it on the very first run if it does not
      * exist yet.
      ******************************************************************
       OPEN-SPONSOR-MASTER.
           OPEN I-O SPONSOR-MASTER-FILE.
           IF WS-SP-FILE-STATUS = '35'
               OPEN OUTPUT SPONSOR-MASTER-FILE
               CLOSE SPONSOR-MASTER-FILE
               OPEN I-O SPONSOR-MASTER-FILE
           END-IF.

      ******************************************************************
      * SPONSOR-MAINTENANCE: menu function to add a sponsor or amend
      * a sponsor's name and billing address, straight onto the
      * SPONMAST file.
      ******************************************************************
       SPONSOR-MAINTENANCE.
           DISPLAY "*****************************************"
           DISPLAY "SPONSOR MAINTENANCE"
           DISPLAY "*****************************************"
           DISPLAY "1. ADD SPONSOR" " 2. AMEND SPONSOR"
               " 3. RETURN TO MAIN MENU"
           ACCEPT WS-SP-MAINT-PROMPT.

           IF WS-SP-MAINT-PROMPT = 1
               PERFORM SPONSOR-MAINT-ADD
                   THRU SPONSOR-MAINT-ADD-EXIT
           END-IF.
           IF WS-SP-MAINT-PROMPT = 2
               PERFORM SPONSOR-MAINT-AMEND
                   THRU SPONSOR-MAINT-AMEND-EXIT
           END-IF.

       SPONSOR-MAINTENANCE-EXIT.
           EXIT.

       SPONSOR-MAINT-ADD.
           DISPLAY 'ENTER THE NEW SPONSOR CODE'
           ACCEPT SP-SPONSOR-CODE.
           IF SP-SPONSOR-CODE = SPACES
               DISPLAY 'ERROR: SPONSOR CODE CANNOT BE BLANK'
               GO TO SPONSOR-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE SPONSOR NAME'
           ACCEPT SP-SPONSOR-NAME.
           IF SP-SPONSOR-NAME = SPACES
               DISPLAY 'ERROR: SPONSOR NAME CANNOT BE BLANK'
               GO TO SPONSOR-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER BILLING ADDRESS LINE 1'
           ACCEPT SP-ADDRESS-1.
           DISPLAY 'ENTER BILLING ADDRESS LINE 2'
           ACCEPT SP-ADDRESS-2.

           MOVE SPACES TO SP-FILLER.
           WRITE SP-SPONSOR-RECORD
               INVALID KEY
                   DISPLAY
                   'SPONSOR CODE ALREADY EXISTS - SPONSOR NOT SAVED'
               NOT INVALID KEY
                   DISPLAY 'SPONSOR ' SP-SPONSOR-CODE ' ADDED'
           END-WRITE.

       SPONSOR-MAINT-ADD-EXIT.
           EXIT.

       SPONSOR-MAINT-AMEND.
           DISPLAY 'ENTER THE SPONSOR CODE TO AMEND'
           ACCEPT SP-SPONSOR-CODE.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO SPONSOR FOUND FOR THAT SPONSOR CODE'
                   GO TO SPONSOR-MAINT-AMEND-EXIT
           END-READ.

           DISPLAY 'CURRENT NAME: ' SP-SPONSOR-NAME
           DISPLAY 'ENTER THE SPONSOR NAME'
           ACCEPT SP-SPONSOR-NAME.
           IF SP-SPONSOR-NAME = SPACES
               DISPLAY 'ERROR: SPONSOR NAME CANNOT BE BLANK'
               GO TO SPONSOR-MAINT-AMEND-EXIT
           END-IF.
           DISPLAY 'ENTER BILLING ADDRESS LINE 1'
           ACCEPT SP-ADDRESS-1.
           DISPLAY 'ENTER BILLING ADDRESS LINE 2'
           ACCEPT SP-ADDRESS-2.

           REWRITE SP-SPONSOR-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE SPONSOR RECORD'
               NOT INVALID KEY
                   DISPLAY 'SPONSOR ' SP-SPONSOR-CODE ' AMENDED'
           END-REWRITE.

       SPONSOR-MAINT-AMEND-EXIT.
           EXIT.

      ******************************************************************
      * SPONSOR-CHEQUE-RECEIPT: receipts one cheque from a sponsor
      * across every sponsored balance that sponsor carries. The
      * cheque is spread student by student in ID order, course by
      * course, each application coming off both the sponsor share
      * and the course balance, settling installments earliest due
      * date first and logging an 'S' line with its own receipt
      * number on the payment log. Anything the cheque cannot be
      * matched to is reported back for the bursar to return or hold.
      ******************************************************************
       SPONSOR-CHEQUE-RECEIPT.
           DISPLAY 'ENTER THE SPONSOR CODE THE CHEQUE IS FROM'
           ACCEPT WS-SP-CHEQUE-CODE.
           MOVE WS-SP-CHEQUE-CODE TO SP-SPONSOR-CODE.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO SPONSOR FOUND FOR THAT SPONSOR CODE'
                   GO TO SPONSOR-CHEQUE-RECEIPT-EXIT
           END-READ.

           DISPLAY 'SPONSOR: ' SP-SPONSOR-NAME
           DISPLAY 'ENTER THE CHEQUE AMOUNT'
           ACCEPT WS-SP-CHEQUE-AMOUNT.
           IF WS-SP-CHEQUE-AMOUNT = ZERO
               DISPLAY 'NO AMOUNT KEYED - NOTHING APPLIED'
               GO TO SPONSOR-CHEQUE-RECEIPT-EXIT
           END-IF.

           MOVE WS-SP-CHEQUE-AMOUNT TO WS-SP-CHEQUE-REMAINING.
           MOVE ZERO TO WS-SP-CHEQUE-APPLIED.
           MOVE ZERO TO WS-SP-LINE-COUNT.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE '10' TO WS-SM-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-SM-FILE-STATUS = '10'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       IF WS-SP-CHEQUE-REMAINING > ZERO
                           PERFORM APPLY-SPONSOR-CHEQUE-STUDENT
                       END-IF
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           DISPLAY 'CHEQUE APPLIED: ' WS-SP-CHEQUE-APPLIED
               ' ACROSS ' WS-SP-LINE-COUNT ' COURSE BALANCES'.
           IF WS-SP-CHEQUE-REMAINING > ZERO
               DISPLAY 'UNAPPLIED CHEQUE REMAINDER: '
                   WS-SP-CHEQUE-REMAINING
                   ' - NO OPEN SPONSOR BALANCE LEFT TO TAKE IT'
           END-IF.

       SPONSOR-CHEQUE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-SPONSOR-CHEQUE-STUDENT: applies as much of the cheque
      * as this student's sponsored balances can take, rewriting the
      * record once if anything moved.
      ******************************************************************
       APPLY-SPONSOR-CHEQUE-STUDENT.
           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.
           SET WS-SP-UNCHANGED TO TRUE.
           MOVE ZERO TO WS-SP-SUB.
           PERFORM APPLY-SPONSOR-CHEQUE-COURSE
               THRU APPLY-SPONSOR-CHEQUE-COURSE-EXIT
               UNTIL WS-SP-SUB = 4.
           IF WS-SP-CHANGED
               REWRITE SM-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO RECORD SPONSOR RECEIPT ON '
                           'STUDENT ' SM-STUDENT-ID
                   NOT INVALID KEY
                       MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                       MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                       MOVE 'SPONCHEQ' TO WS-JR-FUNCTION
                       MOVE 'R' TO WS-JR-ACTION
                       PERFORM JOURNAL-ONE-UPDATE
               END-REWRITE
           END-IF.

       APPLY-SPONSOR-CHEQUE-COURSE.
           ADD 1 TO WS-SP-SUB.
           IF WS-SP-CHEQUE-REMAINING = ZERO
               GO TO APPLY-SPONSOR-CHEQUE-COURSE-EXIT
           END-IF.
           IF SM-EC-SPONSOR-CODE(WS-SP-SUB) NOT = WS-SP-CHEQUE-CODE
               GO TO APPLY-SPONSOR-CHEQUE-COURSE-EXIT
           END-IF.
           IF SM-EC-SPONSOR-OWED(WS-SP-SUB) = ZERO
               GO TO APPLY-SPONSOR-CHEQUE-COURSE-EXIT
           END-IF.

           IF WS-SP-CHEQUE-REMAINING < SM-EC-SPONSOR-OWED(WS-SP-SUB)
               MOVE WS-SP-CHEQUE-REMAINING TO WS-SP-APPLY-AMT
           ELSE
               MOVE SM-EC-SPONSOR-OWED(WS-SP-SUB) TO WS-SP-APPLY-AMT
           END-IF.

           SUBTRACT WS-SP-APPLY-AMT
               FROM SM-EC-SPONSOR-OWED(WS-SP-SUB).
           SUBTRACT WS-SP-APPLY-AMT FROM SM-EC-FEES-OWED(WS-SP-SUB).
           SUBTRACT WS-SP-APPLY-AMT FROM WS-SP-CHEQUE-REMAINING.
           ADD WS-SP-APPLY-AMT TO WS-SP-CHEQUE-APPLIED.
           ADD 1 TO WS-SP-LINE-COUNT.

           MOVE WS-SP-SUB TO WS-PAY-SUB.
           MOVE WS-SP-APPLY-AMT TO DEPOSIT.
           PERFORM SETTLE-DEPOSIT-INSTALLMENTS.

           PERFORM DRAW-NEXT-RECEIPT-NUMBER.
           MOVE 'S'   TO WS-PT-TRANS-TYPE.
           MOVE 'SPN' TO WS-PT-REASON-CODE.
           MOVE ZERO  TO WS-PT-ORIG-REF.
           MOVE 'Q'   TO WS-PT-TENDER-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           SET WS-SP-CHANGED TO TRUE.

       APPLY-SPONSOR-CHEQUE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * RUN-SPONSOR-INVOICES: monthly invoice run (PARM='SPONINV',
      * SPONINV.jcl). Prints one invoice per sponsor on the SPONINV
      * dataset - billing address, then one line per sponsored
      * student and course with the sponsor share still owed, and
      * the total due - so the spreadsheet invoicing stops.
      ******************************************************************
       RUN-SPONSOR-INVOICES.
           OPEN OUTPUT SPONSOR-INVOICE-FILE.

           MOVE SPACES TO SP-SPONSOR-CODE.
           SET WS-SP-NOT-EOF TO TRUE.
           START SPONSOR-MASTER-FILE
               KEY IS NOT LESS THAN SP-SPONSOR-CODE
               INVALID KEY
                   SET WS-SP-EOF TO TRUE
           END-START.
           PERFORM INVOICE-ONE-SPONSOR
               THRU INVOICE-ONE-SPONSOR-EXIT
               UNTIL WS-SP-EOF.

           CLOSE SPONSOR-INVOICE-FILE.
           DISPLAY 'SPONSOR INVOICES WRITTEN TO SPONINV'.

       RUN-SPONSOR-INVOICES-EXIT.
           EXIT.

      ******************************************************************
      * INVOICE-ONE-SPONSOR: prints one sponsor's invoice - even a
      * sponsor with nothing due gets a page saying so, so a missing
      * invoice is never mistaken for a paid-up sponsor.
      ******************************************************************
       INVOICE-ONE-SPONSOR.
           READ SPONSOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SP-EOF TO TRUE
                   GO TO INVOICE-ONE-SPONSOR-EXIT
           END-READ.
           IF WS-SP-FILE-STATUS NOT = '00' AND
              WS-SP-FILE-STATUS NOT = '02'
               SET WS-SP-EOF TO TRUE
               GO TO INVOICE-ONE-SPONSOR-EXIT
           END-IF.

           MOVE WS-TODAYS-DATE TO WS-SI-H1-DATE.
           MOVE WS-SI-HEADING-1 TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE SP-SPONSOR-CODE TO WS-SI-S-SPONSOR-CODE.
           MOVE SP-SPONSOR-NAME TO WS-SI-S-SPONSOR-NAME.
           MOVE WS-SI-SPONSOR-LINE TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE SP-ADDRESS-1 TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE SP-ADDRESS-2 TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE SPACES TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE WS-SI-HEADING-2 TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.

           MOVE ZERO TO WS-SI-INVOICE-TOTAL.
           MOVE ZERO TO WS-SI-LINE-COUNT.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE '10' TO WS-SM-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-SM-FILE-STATUS = '10'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM INVOICE-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           IF WS-SI-LINE-COUNT = ZERO
               MOVE 'NO AMOUNTS DUE FROM THIS SPONSOR'
                   TO SI-PRINT-LINE
               WRITE SI-PRINT-LINE
           END-IF.

           MOVE SPACES TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE WS-SI-INVOICE-TOTAL TO WS-SI-T-TOTAL.
           MOVE WS-SI-TOTAL-LINE TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           MOVE ALL '=' TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.

       INVOICE-ONE-SPONSOR-EXIT.
           EXIT.

       INVOICE-ONE-STUDENT.
           MOVE ZERO TO WS-SP-SUB.
           PERFORM INVOICE-ONE-COURSE
               THRU INVOICE-ONE-COURSE-EXIT
               UNTIL WS-SP-SUB = 4.

       INVOICE-ONE-COURSE.
           ADD 1 TO WS-SP-SUB.
           IF SM-EC-SPONSOR-CODE(WS-SP-SUB) NOT = SP-SPONSOR-CODE
               GO TO INVOICE-ONE-COURSE-EXIT
           END-IF.
           IF SM-EC-SPONSOR-OWED(WS-SP-SUB) = ZERO
               GO TO INVOICE-ONE-COURSE-EXIT
           END-IF.

           MOVE SM-STUDENT-ID TO WS-SI-D-STUDENT-ID.
           MOVE SM-SURNAME    TO WS-SI-D-SURNAME.
           MOVE SM-EC-COURSE-CODE(WS-SP-SUB) TO WS-SI-D-COURSE-CODE.
           MOVE SM-EC-TERM(WS-SP-SUB)        TO WS-SI-D-TERM.
           MOVE SM-EC-SPONSOR-OWED(WS-SP-SUB) TO WS-SI-D-AMOUNT.
           MOVE WS-SI-DETAIL-LINE TO SI-PRINT-LINE.
           WRITE SI-PRINT-LINE.
           ADD SM-EC-SPONSOR-OWED(WS-SP-SUB) TO WS-SI-INVOICE-TOTAL.
           ADD 1 TO WS-SI-LINE-COUNT.

       INVOICE-ONE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * ADD-STUDENT: re-prompts the operator for a fresh set of
      * student details until VALIDATE-STUDENT-INPUT is satisfied, so
      * a mistyped DOB or an unknown course code never reaches the
      * master file.
      ******************************************************************
       ADD-STUDENT.
           IF INDEX-CHK > 500
               DISPLAY 'STUDENT STAGING TABLE IS FULL - CANNOT ADD '
                   'ANY MORE STUDENTS THIS RUN'
           ELSE
               SET WS-INPUT-INVALID TO TRUE
               PERFORM ADD-STUDENT-GATHER THRU ADD-STUDENT-GATHER-EXIT
                   UNTIL WS-INPUT-VALID
           END-IF.

       ADD-STUDENT-GATHER.
            SET S TO INDEX-CHK.
            SET WS-WL-NOT-QUEUED-NOW TO TRUE.
            DISPLAY "STUDENT RECORD "
            DISPLAY "*****************************************"

            DISPLAY "PLEASE ENTER YOUR FIRST NAME"
               ACCEPT WS-FIRSTNAME (S).
               DISPLAY 'STUDENT NAME: ' WS-FIRSTNAME (S).

            DISPLAY "PLEASE ENTER YOUR MIDDLE-INITIAL NAME"
               ACCEPT WS-MIDDLEINITIAL (S).
            DISPLAY 'MIDDLEINITIAL: ' WS-MIDDLEINITIAL (S).

            DISPLAY "PLEASE ENTER YOUR SURNAME"
               ACCEPT WS-Surname (S).
            DISPLAY 'WS-Surname: ' WS-Surname (S).

            DISPLAY "*******************************************"



            DISPLAY "PLEASE ENTER YOUR STUDENT-ID"
            DISPLAY "*******************************************"

            ACCEPT WS-STUDENT-ID(S).
            DISPLAY 'WS-STUDENT-ID: ' WS-STUDENT-ID(S).

            DISPLAY "PLEASE ENTER YOUR TELEPHONE-NUMBER"
            ACCEPT WS-TELEPHONE-NUMBER(S).
            DISPLAY 'TELEPHONE-NUMBER:' WS-TELEPHONE-NUMBER(S).

            DISPLAY "*******************************************"


            DISPLAY "PLEASE ENTER YOUR STUDENT-DOB '10-09-2015'"
            DISPLAY "*******************************************"
               ACCEPT WS-STUDENT-DOB2.
               UNSTRING WS-STUDENT-DOB2 DELIMITED BY '-'
                 INTO WS-DayOfBirth(S), WS-MonthOfBirth(S),
                 WS-YearOfBirth(S)
               END-UNSTRING
            DISPLAY 'STUDENT-DOB: ' WS-STUDENT-DOB(S).
            DISPLAY '*******************************************T'



            DISPLAY 'STUDENT DISCOUNT'
            DISPLAY "*******************************************"
            DISPLAY 'ENTER YOUR FAMILY INCOME'

            ACCEPT WS-FAMILY-INCOME.

            MOVE WS-STUDENT-ID(S) TO WS-WL-STUDENT-ID.
            MOVE WS-Surname(S)    TO WS-WL-SURNAME.
            MOVE WS-FIRSTNAME(S)  TO WS-WL-FIRSTNAME.
            PERFORM GATHER-COURSE-ENROLLMENTS
                THRU GATHER-COURSE-ENROLLMENTS-EXIT.

            SET WS-DD-GATHER-OPEN TO TRUE.
            PERFORM GATHER-BANK-MANDATE
                THRU GATHER-BANK-MANDATE-EXIT
                UNTIL WS-DD-GATHER-DONE.

            PERFORM WRITE-NEW-STUDENT-RECORD
                THRU WRITE-NEW-STUDENT-RECORD-EXIT.
            IF WS-INPUT-INVALID
                DISPLAY 'PLEASE RE-ENTER THIS STUDENT FROM THE START'
                GO TO ADD-STUDENT-GATHER-EXIT
            END-IF.

       ADD-STUDENT-GATHER-EXIT.
            EXIT.

      ******************************************************************
      * WRITE-NEW-STUDENT-RECORD: validates table entry S, applies the
      * family-income discount and writes it to the student master
      * file. Shared by the interactive ADD-STUDENT-GATHER and the
      * batch-loaded BATCH-ADD-STUDENT so both go through the same
      * checks before a record is saved.
      ******************************************************************
       WRITE-NEW-STUDENT-RECORD.
            SET WS-VALIDATE-SUB TO S.
            PERFORM VALIDATE-STUDENT-INPUT.
            IF WS-INPUT-INVALID
                GO TO WRITE-NEW-STUDENT-RECORD-EXIT
            END-IF.

            IF WS-EC-SUB = ZERO
                IF WS-WL-QUEUED-NOW
                    DISPLAY 'NO OPEN ENROLLMENT - RECORD SAVED FOR '
                        'THE WAITLISTED COURSE'
                ELSE
                    DISPLAY 'ERROR: AT LEAST ONE COURSE MUST BE '
                        'ENTERED'
                    SET WS-INPUT-INVALID TO TRUE
                    GO TO WRITE-NEW-STUDENT-RECORD-EXIT
                END-IF
            END-IF.

            MOVE WS-STUDENT-ID(S)     TO SM-STUDENT-ID
            MOVE WS-FIRSTNAME(S)      TO SM-FIRSTNAME
            MOVE WS-MIDDLEINITIAL(S)  TO SM-MIDDLEINITIAL
            MOVE WS-Surname(S)        TO SM-SURNAME
            MOVE WS-DayOfBirth(S)     TO SM-DAY-OF-BIRTH
            MOVE WS-MonthOfBirth(S)   TO SM-MONTH-OF-BIRTH
            MOVE WS-YearOfBirth(S)    TO SM-YEAR-OF-BIRTH
            MOVE WS-HOUSE-NUMBER(S)   TO SM-HOUSE-NUMBER
            MOVE WS-COUNTRY(S)        TO SM-COUNTRY
            MOVE WS-PINCODE(S)        TO SM-PINCODE
            MOVE WS-TELEPHONE-NUMBER(S) TO SM-TELEPHONE-NUMBER
            MOVE WS-FAMILY-INCOME     TO SM-FAMILY-INCOME
            MOVE WS-DD-MANDATE-SW     TO SM-DD-MANDATE-SW
            MOVE WS-DD-SORT-CODE      TO SM-BANK-SORT-CODE
            MOVE WS-DD-ACCOUNT        TO SM-BANK-ACCOUNT
            MOVE WS-DD-REFERENCE      TO SM-BANK-REFERENCE
            MOVE ZERO                 TO SM-DD-SUBMIT-DATE
            PERFORM COPY-ENROLLED-COURSES-TO-MASTER

            WRITE SM-STUDENT-RECORD
                INVALID KEY
                    DISPLAY
                    'STUDENT-ID ALREADY EXISTS - RECORD NOT SAVED'
                    SET WS-INPUT-INVALID TO TRUE
                NOT INVALID KEY
                    ADD 1 TO INDEX-CHK
                    ADD 1 TO I
                    MOVE SPACES TO WS-JR-BEFORE-IMAGE
                    MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                    MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                    MOVE 'ENROL' TO WS-JR-FUNCTION
                    MOVE 'W' TO WS-JR-ACTION
                    PERFORM JOURNAL-ONE-UPDATE
            END-WRITE.

       WRITE-NEW-STUDENT-RECORD-EXIT.
            EXIT.

      ******************************************************************
      * VALIDATE-STUDENT-INPUT: shared numeric-range / non-blank check
      * used by both ADD-STUDENT and MODIFY-STUDENT before a record is
      * written or rewritten. Course codes are checked as they are
      * entered, by GATHER-ONE-COURSE-ENROLLMENT. Caller sets
      * WS-VALIDATE-SUB to the table entry (S or I) to check.
      ******************************************************************
       VALIDATE-STUDENT-INPUT.
           SET WS-INPUT-VALID TO TRUE.

           IF WS-FIRSTNAME(WS-VALIDATE-SUB) = SPACES
               DISPLAY 'ERROR: FIRST NAME CANNOT BE BLANK'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-Surname(WS-VALIDATE-SUB) = SPACES
               DISPLAY 'ERROR: SURNAME CANNOT BE BLANK'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-STUDENT-ID(WS-VALIDATE-SUB) = ZERO
               DISPLAY 'ERROR: STUDENT-ID MUST BE GREATER THAN ZERO'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-TELEPHONE-NUMBER(WS-VALIDATE-SUB) = ZERO
               DISPLAY 'ERROR: TELEPHONE-NUMBER CANNOT BE BLANK'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-DayOfBirth(WS-VALIDATE-SUB) < 1 OR
              WS-DayOfBirth(WS-VALIDATE-SUB) > 31
               DISPLAY 'ERROR: DAY OF BIRTH MUST BE 01 THRU 31'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-MonthOfBirth(WS-VALIDATE-SUB) < 1 OR
              WS-MonthOfBirth(WS-VALIDATE-SUB) > 12
               DISPLAY 'ERROR: MONTH OF BIRTH MUST BE 01 THRU 12'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

           IF WS-YearOfBirth(WS-VALIDATE-SUB) < 1900 OR
              WS-YearOfBirth(WS-VALIDATE-SUB) > 2099
               DISPLAY 'ERROR: YEAR OF BIRTH MUST BE 1900 THRU 2099'
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

      ******************************************************************
      * CALCULATE-DISCOUNT: looks up the course-table fee for
      * WS-COURSE-DETAIL and applies the family-income discount band,
      * leaving the result in WS-DISCOUNTED-FEE. Shared by ADD-STUDENT-
      * GATHER and MODIFY-STUDENT-GATHER so both enrol and amend use
      * the same bands.
      ******************************************************************
       CALCULATE-DISCOUNT.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-FOUND
               MOVE WS-CRS-FEE(WS-CRS-SUB) TO WS-BASE-COURSE-FEE
           END-IF.

           IF WS-FAMILY-INCOME <= WS-FAMILY-LOW-INCOME
               COMPUTE WS-DISCOUNTED-FEE ROUNDED =
                   WS-BASE-COURSE-FEE -
                   (WS-BASE-COURSE-FEE * 50 / 100)
           ELSE
               IF WS-FAMILY-INCOME <= WS-FAMILY-MIDDLE-INCOME
                   COMPUTE WS-DISCOUNTED-FEE ROUNDED =
                       WS-BASE-COURSE-FEE -
                       (WS-BASE-COURSE-FEE * 20 / 100)
               ELSE
                   IF WS-FAMILY-INCOME <= WS-FAMILY-HIGHER-INCOME
                       COMPUTE WS-DISCOUNTED-FEE ROUNDED =
                           WS-BASE-COURSE-FEE -
                           (WS-BASE-COURSE-FEE * 10 / 100)
                   ELSE
                       MOVE WS-BASE-COURSE-FEE TO WS-DISCOUNTED-FEE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CLEAR-ENROLLED-COURSES: blanks all 4 WS-ENROLLED-COURSES slots
      * one at a time. WS-ENROLLED-COURSES is itself the OCCURS-4
      * level, so a bare MOVE against it (with no subscript) only ever
      * reaches slot 1 - every slot has to be addressed individually.
      ******************************************************************
       CLEAR-ENROLLED-COURSES.
           MOVE ZERO TO WS-EC-COPY-SUB.
           PERFORM CLEAR-ONE-ENROLLED-COURSE UNTIL WS-EC-COPY-SUB = 4.

       CLEAR-ONE-ENROLLED-COURSE.
           ADD 1 TO WS-EC-COPY-SUB.
           MOVE SPACES TO WS-EC-COURSE-CODE(WS-EC-COPY-SUB).
           MOVE ZERO   TO WS-EC-FEES-OWED(WS-EC-COPY-SUB).
           MOVE ZERO   TO WS-EC-ORIGINAL-FEE(WS-EC-COPY-SUB).
           MOVE SPACES TO WS-EC-TERM(WS-EC-COPY-SUB).
           MOVE SPACES TO WS-EC-SPONSOR-CODE(WS-EC-COPY-SUB).
           MOVE ZERO   TO WS-EC-SPONSOR-PCT(WS-EC-COPY-SUB).
           MOVE ZERO   TO WS-EC-SPONSOR-OWED(WS-EC-COPY-SUB).
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CLEAR-ONE-COURSE-INSTALLMENT UNTIL WS-INST-SUB = 4.

       CLEAR-ONE-COURSE-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           MOVE ZERO TO
               WS-EC-INST-DUE-DATE(WS-EC-COPY-SUB, WS-INST-SUB).
           MOVE ZERO TO
               WS-EC-INST-AMOUNT(WS-EC-COPY-SUB, WS-INST-SUB).
           MOVE ZERO TO
               WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-SUB).

      ******************************************************************
      * COPY-ENROLLED-COURSES-TO-MASTER: copies all 4 WS-ENROLLED-
      * COURSES slots into SM-ENROLLED-COURSES one at a time, for the
      * same reason CLEAR-ENROLLED-COURSES above does - a bare MOVE of
      * the OCCURS-4 group only reaches slot 1.
      ******************************************************************
       COPY-ENROLLED-COURSES-TO-MASTER.
           MOVE ZERO TO WS-EC-COPY-SUB.
           PERFORM COPY-ONE-ENROLLED-COURSE UNTIL WS-EC-COPY-SUB = 4.

       COPY-ONE-ENROLLED-COURSE.
           ADD 1 TO WS-EC-COPY-SUB.
           MOVE WS-EC-COURSE-CODE(WS-EC-COPY-SUB)
               TO SM-EC-COURSE-CODE(WS-EC-COPY-SUB).
           MOVE WS-EC-FEES-OWED(WS-EC-COPY-SUB)
               TO SM-EC-FEES-OWED(WS-EC-COPY-SUB).
           MOVE WS-EC-ORIGINAL-FEE(WS-EC-COPY-SUB)
               TO SM-EC-ORIGINAL-FEE(WS-EC-COPY-SUB).
           MOVE WS-EC-TERM(WS-EC-COPY-SUB)
               TO SM-EC-TERM(WS-EC-COPY-SUB).
           MOVE WS-EC-SPONSOR-CODE(WS-EC-COPY-SUB)
               TO SM-EC-SPONSOR-CODE(WS-EC-COPY-SUB).
           MOVE WS-EC-SPONSOR-PCT(WS-EC-COPY-SUB)
               TO SM-EC-SPONSOR-PCT(WS-EC-COPY-SUB).
           MOVE WS-EC-SPONSOR-OWED(WS-EC-COPY-SUB)
               TO SM-EC-SPONSOR-OWED(WS-EC-COPY-SUB).
           MOVE ZERO TO WS-INST-SUB.
           PERFORM COPY-ONE-COURSE-INSTALLMENT UNTIL WS-INST-SUB = 4.

       COPY-ONE-COURSE-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           MOVE WS-EC-INST-DUE-DATE(WS-EC-COPY-SUB, WS-INST-SUB)
               TO SM-EC-INST-DUE-DATE(WS-EC-COPY-SUB, WS-INST-SUB).
           MOVE WS-EC-INST-AMOUNT(WS-EC-COPY-SUB, WS-INST-SUB)
               TO SM-EC-INST-AMOUNT(WS-EC-COPY-SUB, WS-INST-SUB).
           MOVE WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-SUB)
               TO SM-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-SUB).

      ******************************************************************
      * GATHER-COURSE-ENROLLMENTS: prompts for up to 4 course codes,
      * one per WS-ENROLLED-COURSES slot, pricing each through
      * CALCULATE-DISCOUNT against WS-FAMILY-INCOME, so a student can
      * be enrolled on more than one course at a time. Caller must set
      * WS-FAMILY-INCOME before performing this. A blank entry, or
      * filling all 4 slots, ends the prompt.
      ******************************************************************
       GATHER-COURSE-ENROLLMENTS.
           MOVE ZERO TO WS-EC-SUB.
           PERFORM CLEAR-ENROLLED-COURSES.
           SET WS-MORE-COURSES TO TRUE.

           DISPLAY 'STUDENT COURSE DETAIL'
           DISPLAY "*******************************************"
           MOVE ZERO TO WS-CRS-SUB.
           PERFORM DISPLAY-ONE-CATALOG-COURSE
               UNTIL WS-CRS-SUB = WS-CRS-COUNT.
           DISPLAY 'ENTER UP TO 4 COURSE CODES, BLANK WHEN DONE'
           DISPLAY "*******************************************"

           PERFORM GATHER-ONE-COURSE-ENROLLMENT
               THRU GATHER-ONE-COURSE-ENROLLMENT-EXIT
               UNTIL WS-NO-MORE-COURSES OR WS-EC-SUB = 4.

       GATHER-COURSE-ENROLLMENTS-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY-ONE-CATALOG-COURSE: lists one course-table entry on the
      * enrollment prompt. A retired course is skipped - it cannot be
      * sold, so the operator is not shown it.
      ******************************************************************
       DISPLAY-ONE-CATALOG-COURSE.
           ADD 1 TO WS-CRS-SUB.
           IF WS-CRS-ACTIVE(WS-CRS-SUB)
               DISPLAY WS-CRS-CODE(WS-CRS-SUB) ' '
                   WS-CRS-NAME(WS-CRS-SUB) ' '
                   WS-CRS-FEE(WS-CRS-SUB)
           END-IF.

       GATHER-ONE-COURSE-ENROLLMENT.
           DISPLAY 'ENTER A COURSE CODE'
           ACCEPT WS-COURSE-DETAIL.

           IF WS-COURSE-DETAIL = SPACES
               SET WS-NO-MORE-COURSES TO TRUE
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.

           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               DISPLAY 'ERROR: COURSE CODE DOES NOT MATCH ANY COURSE'
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.
           IF WS-CRS-RETIRED(WS-CRS-SUB)
               DISPLAY 'ERROR: COURSE IS RETIRED FROM SALE'
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.

           SET WS-EC-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-EC-COPY-SUB.
           PERFORM CHECK-ONE-KEYED-COURSE-SLOT
               UNTIL WS-EC-FOUND OR WS-EC-COPY-SUB = WS-EC-SUB.
           IF WS-EC-FOUND
               DISPLAY 'ERROR: COURSE ALREADY KEYED FOR THIS STUDENT'
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.

           DISPLAY 'ENTER THE TERM CODE (E.G. SEP25)'
           ACCEPT WS-TERM-ENTRY.
           IF WS-TERM-ENTRY = SPACES
               DISPLAY 'ERROR: TERM CODE CANNOT BE BLANK'
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.

           PERFORM CHECK-COURSE-CAPACITY
               THRU CHECK-COURSE-CAPACITY-EXIT.
           IF WS-WL-COURSE-FULL
               DISPLAY 'COURSE ' WS-COURSE-DETAIL ' IS FULL ('
                   WS-WL-HEADCOUNT ' OF '
                   WS-CRS-CAPACITY(WS-CRS-SUB) ' PLACES TAKEN)'
               DISPLAY 'ADD THE STUDENT TO THE WAITING LIST (Y/N)'
               ACCEPT WS-WL-CHOICE
               IF WS-WL-CHOICE = 'Y' OR WS-WL-CHOICE = 'y'
                   PERFORM GATHER-SPONSOR-ENTRY
                       THRU GATHER-SPONSOR-ENTRY-EXIT
                   MOVE WS-SP-ENTRY-CODE TO WS-WL-SPONSOR-CODE
                   MOVE WS-SP-ENTRY-PCT  TO WS-WL-SPONSOR-PCT
                   PERFORM ADD-TO-WAITLIST
                       THRU ADD-TO-WAITLIST-EXIT
                   DISPLAY 'STUDENT QUEUED ON THE WAITING LIST FOR '
                       WS-COURSE-DETAIL
               END-IF
               GO TO GATHER-ONE-COURSE-ENROLLMENT-EXIT
           END-IF.

           PERFORM CALCULATE-DISCOUNT.

           ADD 1 TO WS-EC-SUB.
           MOVE WS-COURSE-DETAIL  TO WS-EC-COURSE-CODE(WS-EC-SUB).
           MOVE WS-DISCOUNTED-FEE TO WS-EC-FEES-OWED(WS-EC-SUB).
           MOVE WS-DISCOUNTED-FEE TO WS-EC-ORIGINAL-FEE(WS-EC-SUB).
           MOVE WS-TERM-ENTRY     TO WS-EC-TERM(WS-EC-SUB).

           DISPLAY 'ENROLLED: ' WS-COURSE-DETAIL ' FEE OWED: '
               WS-DISCOUNTED-FEE.

           PERFORM GATHER-SPONSOR-FOR-COURSE
               THRU GATHER-SPONSOR-FOR-COURSE-EXIT.

           SET WS-INST-SCHED-INVALID TO TRUE.
           PERFORM GATHER-INSTALLMENT-SCHEDULE
               THRU GATHER-INSTALLMENT-SCHEDULE-EXIT
               UNTIL WS-INST-SCHED-VALID.

       GATHER-ONE-COURSE-ENROLLMENT-EXIT.
           EXIT.

      ******************************************************************
      * GATHER-SPONSOR-FOR-COURSE: asks whether the course just
      * enrolled in slot WS-EC-SUB is paid for by a third party - an
      * employer or the council - and if so which sponsor and for
      * what percentage of the fee. The sponsor's share of the
      * discounted fee goes into WS-EC-SPONSOR-OWED; the student's
      * own share is whatever of WS-EC-FEES-OWED is left. An unknown
      * sponsor code or a bad percentage leaves the course
      * unsponsored, with a message, rather than losing the whole
      * enrollment.
      ******************************************************************
       GATHER-SPONSOR-FOR-COURSE.
           MOVE SPACES TO WS-EC-SPONSOR-CODE(WS-EC-SUB).
           MOVE ZERO   TO WS-EC-SPONSOR-PCT(WS-EC-SUB).
           MOVE ZERO   TO WS-EC-SPONSOR-OWED(WS-EC-SUB).

           PERFORM GATHER-SPONSOR-ENTRY
               THRU GATHER-SPONSOR-ENTRY-EXIT.
           IF WS-SP-ENTRY-CODE = SPACES
               GO TO GATHER-SPONSOR-FOR-COURSE-EXIT
           END-IF.

           MOVE WS-SP-ENTRY-CODE TO WS-EC-SPONSOR-CODE(WS-EC-SUB).
           MOVE WS-SP-ENTRY-PCT  TO WS-EC-SPONSOR-PCT(WS-EC-SUB).
           COMPUTE WS-EC-SPONSOR-OWED(WS-EC-SUB) ROUNDED =
               WS-DISCOUNTED-FEE * WS-SP-ENTRY-PCT / 100.
           DISPLAY 'SPONSOR SHARE: '
               WS-EC-SPONSOR-OWED(WS-EC-SUB).

       GATHER-SPONSOR-FOR-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * GATHER-SPONSOR-ENTRY: prompts for a sponsor code and
      * percentage and validates both, leaving the answers in
      * WS-SP-ENTRY-CODE / WS-SP-ENTRY-PCT - code spaces means the
      * place is not sponsored (whether keyed blank, unknown, or
      * given a bad percentage; the operator is told which). Shared
      * by the enrollment gather and by the waiting-list offer, so a
      * sponsored place keeps its sponsorship whichever way it goes.
      ******************************************************************
       GATHER-SPONSOR-ENTRY.
           MOVE ZERO TO WS-SP-ENTRY-PCT.
           DISPLAY 'ENTER A SPONSOR CODE (BLANK IF NOT SPONSORED)'
           ACCEPT WS-SP-ENTRY-CODE.
           IF WS-SP-ENTRY-CODE = SPACES
               GO TO GATHER-SPONSOR-ENTRY-EXIT
           END-IF.

           MOVE WS-SP-ENTRY-CODE TO SP-SPONSOR-CODE.
           SET WS-SP-NOT-FOUND TO TRUE.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SP-FOUND TO TRUE
           END-READ.
           IF WS-SP-NOT-FOUND
               DISPLAY 'ERROR: SPONSOR CODE DOES NOT MATCH ANY '
                   'SPONSOR - PLACE LEFT UNSPONSORED'
               MOVE SPACES TO WS-SP-ENTRY-CODE
               GO TO GATHER-SPONSOR-ENTRY-EXIT
           END-IF.

           DISPLAY 'SPONSOR: ' SP-SPONSOR-NAME
           DISPLAY 'ENTER THE SPONSORED PERCENTAGE OF THE FEE (1-100)'
           ACCEPT WS-SP-ENTRY-PCT.
           IF WS-SP-ENTRY-PCT < 1 OR WS-SP-ENTRY-PCT > 100
               DISPLAY 'ERROR: PERCENTAGE MUST BE 1 THRU 100 - '
                   'PLACE LEFT UNSPONSORED'
               MOVE SPACES TO WS-SP-ENTRY-CODE
               MOVE ZERO   TO WS-SP-ENTRY-PCT
               GO TO GATHER-SPONSOR-ENTRY-EXIT
           END-IF.

       GATHER-SPONSOR-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ONE-KEYED-COURSE-SLOT: compares the course code just
      * keyed against one already-gathered slot, so the same course
      * cannot be keyed twice for the one student - which would
      * otherwise carry any amount already paid forward into both
      * slots on a MODIFY.
      ******************************************************************
       CHECK-ONE-KEYED-COURSE-SLOT.
           ADD 1 TO WS-EC-COPY-SUB.
           IF WS-EC-COURSE-CODE(WS-EC-COPY-SUB) = WS-COURSE-DETAIL
               SET WS-EC-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * GATHER-INSTALLMENT-SCHEDULE: prompts for the installment plan
      * the bursar has agreed for the course just enrolled in slot
      * WS-EC-SUB - up to 4 installments, each with a due date and an
      * amount - and re-prompts until the installments add up to the
      * discounted course fee, so the schedule always covers exactly
      * what is owed. Each pass starts by clearing all four of the
      * course's installment slots, so a rejected attempt leaves no
      * stale amounts or due dates behind for the next one.
      ******************************************************************
       GATHER-INSTALLMENT-SCHEDULE.
           MOVE WS-EC-SUB TO WS-EC-COPY-SUB.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CLEAR-ONE-COURSE-INSTALLMENT UNTIL WS-INST-SUB = 4.

           DISPLAY 'HOW MANY INSTALLMENTS (1-4)'
           ACCEPT WS-INST-COUNT.
           IF WS-INST-COUNT < 1 OR WS-INST-COUNT > 4
               DISPLAY 'ERROR: INSTALLMENTS MUST BE 1 THRU 4'
               GO TO GATHER-INSTALLMENT-SCHEDULE-EXIT
           END-IF.

           MOVE ZERO TO WS-INST-SUB.
           MOVE ZERO TO WS-INST-TOTAL.
           PERFORM GATHER-ONE-INSTALLMENT
               THRU GATHER-ONE-INSTALLMENT-EXIT
               UNTIL WS-INST-SUB = WS-INST-COUNT.

           IF WS-INST-TOTAL NOT = WS-DISCOUNTED-FEE
               DISPLAY 'ERROR: INSTALLMENTS TOTAL ' WS-INST-TOTAL
                   ' BUT THE COURSE FEE IS ' WS-DISCOUNTED-FEE
                   ' - PLEASE RE-ENTER THE SCHEDULE'
               GO TO GATHER-INSTALLMENT-SCHEDULE-EXIT
           END-IF.

           SET WS-INST-SCHED-VALID TO TRUE.

       GATHER-INSTALLMENT-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * GATHER-ONE-INSTALLMENT: prompts for one installment's due date
      * and amount. The due date must convert cleanly through FUNCTION
      * INTEGER-OF-DATE - the same conversion the arrears ageing uses -
      * so an impossible calendar date (such as 20260230) is rejected
      * here and the same installment is prompted again, rather than
      * ageing unpredictably later.
      ******************************************************************
       GATHER-ONE-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           DISPLAY 'INSTALLMENT ' WS-INST-SUB ' DUE DATE (YYYYMMDD)'
           ACCEPT WS-INST-DUE-DATE-IN.
           IF WS-INST-DUE-YEAR < 1900 OR WS-INST-DUE-YEAR > 2099 OR
              WS-INST-DUE-MONTH < 1 OR WS-INST-DUE-MONTH > 12 OR
              WS-INST-DUE-DAY < 1 OR WS-INST-DUE-DAY > 31
               DISPLAY 'ERROR: DUE DATE MUST BE A VALID YYYYMMDD DATE'
               SUBTRACT 1 FROM WS-INST-SUB
               GO TO GATHER-ONE-INSTALLMENT-EXIT
           END-IF.
           COMPUTE WS-INST-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INST-DUE-DATE-IN).
           IF WS-INST-DUE-INT = ZERO
               DISPLAY 'ERROR: DUE DATE MUST BE A VALID YYYYMMDD DATE'
               SUBTRACT 1 FROM WS-INST-SUB
               GO TO GATHER-ONE-INSTALLMENT-EXIT
           END-IF.

           DISPLAY 'INSTALLMENT ' WS-INST-SUB ' AMOUNT'
           ACCEPT WS-EC-INST-AMOUNT(WS-EC-SUB, WS-INST-SUB).
           MOVE WS-INST-DUE-DATE-IN
               TO WS-EC-INST-DUE-DATE(WS-EC-SUB, WS-INST-SUB).
           MOVE ZERO TO WS-EC-INST-PAID(WS-EC-SUB, WS-INST-SUB).
           ADD WS-EC-INST-AMOUNT(WS-EC-SUB, WS-INST-SUB)
               TO WS-INST-TOTAL.

       GATHER-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * GATHER-BANK-MANDATE: prompts for the student's direct debit
      * mandate - whether they pay by direct debit at all, and if so
      * the sort code, account number and the bank reference quoted on
      * the mandate form. Re-performed by the caller until
      * WS-DD-GATHER-DONE, so a mistyped answer or a zero account
      * number just asks again. Shared by ADD-STUDENT-GATHER and
      * MODIFY-STUDENT-GATHER; the batch 'A' record carries no
      * mandate, so BATCH-ADD-STUDENT clears these fields instead.
      ******************************************************************
       GATHER-BANK-MANDATE.
           DISPLAY 'PAY BY DIRECT DEBIT (Y/N)'
           ACCEPT WS-DD-MANDATE-SW.
           IF WS-DD-MANDATE-SW = 'y'
               MOVE 'Y' TO WS-DD-MANDATE-SW
           END-IF.
           IF WS-DD-MANDATE-SW = 'n'
               MOVE 'N' TO WS-DD-MANDATE-SW
           END-IF.
           IF WS-DD-MANDATE-SW NOT = 'Y' AND
              WS-DD-MANDATE-SW NOT = 'N'
               DISPLAY 'ERROR: PLEASE ANSWER Y OR N'
               GO TO GATHER-BANK-MANDATE-EXIT
           END-IF.

           IF WS-DD-MANDATE-SW = 'N'
               MOVE ZERO   TO WS-DD-SORT-CODE
               MOVE ZERO   TO WS-DD-ACCOUNT
               MOVE SPACES TO WS-DD-REFERENCE
               SET WS-DD-GATHER-DONE TO TRUE
               GO TO GATHER-BANK-MANDATE-EXIT
           END-IF.

           DISPLAY 'ENTER THE BANK SORT CODE (6 DIGITS)'
           ACCEPT WS-DD-SORT-CODE.
           IF WS-DD-SORT-CODE = ZERO
               DISPLAY 'ERROR: SORT CODE CANNOT BE ZERO'
               GO TO GATHER-BANK-MANDATE-EXIT
           END-IF.

           DISPLAY 'ENTER THE BANK ACCOUNT NUMBER (8 DIGITS)'
           ACCEPT WS-DD-ACCOUNT.
           IF WS-DD-ACCOUNT = ZERO
               DISPLAY 'ERROR: ACCOUNT NUMBER CANNOT BE ZERO'
               GO TO GATHER-BANK-MANDATE-EXIT
           END-IF.

           DISPLAY 'ENTER THE BANK MANDATE REFERENCE'
           ACCEPT WS-DD-REFERENCE.
           IF WS-DD-REFERENCE = SPACES
               DISPLAY 'ERROR: MANDATE REFERENCE CANNOT BE BLANK'
               GO TO GATHER-BANK-MANDATE-EXIT
           END-IF.

           SET WS-DD-GATHER-DONE TO TRUE.

       GATHER-BANK-MANDATE-EXIT.
           EXIT.

      ******************************************************************
      * MODIFY-STUDENT: looks the student up on the master file, then
      * keeps re-prompting for updated details until
      * VALIDATE-STUDENT-INPUT is satisfied.
      ******************************************************************
       MODIFY-STUDENT.
            DISPLAY "*****************************************"
            DISPLAY "STUDENT RECORD "
            DISPLAY "*****************************************"

            IF WS-PRESELECTED
                MOVE WS-PRESELECT-ID TO SM-STUDENT-ID
                SET WS-NOT-PRESELECTED TO TRUE
            ELSE
                DISPLAY "PLEASE ENTER THE STUDENT-ID TO MODIFY"
                ACCEPT SM-STUDENT-ID
            END-IF.

            SET WS-STUDENT-NOT-FOUND TO TRUE.
            READ STUDENT-MASTER-FILE
                INVALID KEY
                    DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
                NOT INVALID KEY
                    SET WS-STUDENT-FOUND TO TRUE
            END-READ.

            IF WS-STUDENT-NOT-FOUND
                GO TO MODIFY-STUDENT-EXIT
            END-IF.

            MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

            SET WS-INPUT-INVALID TO TRUE.
            PERFORM MODIFY-STUDENT-GATHER
               THRU MODIFY-STUDENT-GATHER-EXIT
               UNTIL WS-INPUT-VALID.

       MODIFY-STUDENT-GATHER.
            SET WS-MODIFY-SUB TO 1.
            MOVE SM-STUDENT-ID        TO WS-STUDENT-ID(WS-MODIFY-SUB)
            MOVE SM-FIRSTNAME         TO WS-FIRSTNAME(WS-MODIFY-SUB)
            MOVE SM-MIDDLEINITIAL     TO WS-MIDDLEINITIAL(WS-MODIFY-SUB)
            MOVE SM-SURNAME           TO WS-Surname(WS-MODIFY-SUB)
            MOVE SM-TELEPHONE-NUMBER  TO
                WS-TELEPHONE-NUMBER(WS-MODIFY-SUB)

            DISPLAY "PLEASE ENTER YOUR FIRST NAME"
            ACCEPT WS-FIRSTNAME (WS-MODIFY-SUB).
             DISPLAY 'STUDENT NAME: ' WS-FIRSTNAME (WS-MODIFY-SUB).

            DISPLAY "PLEASE ENTER YOUR MIDDLE-INITIAL NAME"
            ACCEPT WS-MIDDLEINITIAL (WS-MODIFY-SUB).
            DISPLAY 'MIDDLEINITIAL: ' WS-MIDDLEINITIAL (WS-MODIFY-SUB).

            DISPLAY "PLEASE ENTER YOUR SURNAME"
            ACCEPT WS-Surname (WS-MODIFY-SUB).
            DISPLAY 'WS-Surname: ' WS-Surname (WS-MODIFY-SUB).

            DISPLAY "*******************************************"
            DISPLAY "*******************************************"
            DISPLAY "PLEASE ENTER YOUR STUDENT-DOB '10-09-2015'"
            DISPLAY "*******************************************"
            ACCEPT WS-STUDENT-DOB2.
            UNSTRING WS-STUDENT-DOB2 DELIMITED BY '-'
                INTO WS-DayOfBirth(WS-MODIFY-SUB),
                    WS-MonthOfBirth(WS-MODIFY-SUB),
                    WS-YearOfBirth(WS-MODIFY-SUB)
            END-UNSTRING
            DISPLAY 'STUDENT-DOB: ' WS-STUDENT-DOB(WS-MODIFY-SUB).


            DISPLAY '*******************************************T'

        DISPLAY "Family income"
        ACCEPT WS-FAMILY-INCOME.

            SET WS-VALIDATE-SUB TO WS-MODIFY-SUB.
            PERFORM VALIDATE-STUDENT-INPUT.
            IF WS-INPUT-INVALID
                DISPLAY 'PLEASE RE-ENTER THESE DETAILS FROM THE START'
                GO TO MODIFY-STUDENT-GATHER-EXIT
            END-IF.

            MOVE SM-STUDENT-ID TO WS-WL-STUDENT-ID.
            MOVE WS-Surname(WS-MODIFY-SUB)   TO WS-WL-SURNAME.
            MOVE WS-FIRSTNAME(WS-MODIFY-SUB) TO WS-WL-FIRSTNAME.
            PERFORM GATHER-COURSE-ENROLLMENTS
                THRU GATHER-COURSE-ENROLLMENTS-EXIT.

            IF WS-EC-SUB = ZERO
                DISPLAY 'ERROR: AT LEAST ONE COURSE MUST BE ENTERED'
                SET WS-INPUT-INVALID TO TRUE
                GO TO MODIFY-STUDENT-GATHER-EXIT
            END-IF.

            SET WS-DD-GATHER-OPEN TO TRUE.
            PERFORM GATHER-BANK-MANDATE
                THRU GATHER-BANK-MANDATE-EXIT
                UNTIL WS-DD-GATHER-DONE.

            PERFORM PRESERVE-UNCHANGED-COURSE-BALANCES.

            MOVE WS-FIRSTNAME(WS-MODIFY-SUB)     TO SM-FIRSTNAME
            MOVE WS-MIDDLEINITIAL(WS-MODIFY-SUB) TO SM-MIDDLEINITIAL
            MOVE WS-Surname(WS-MODIFY-SUB)        TO SM-SURNAME
            MOVE WS-DayOfBirth(WS-MODIFY-SUB)     TO SM-DAY-OF-BIRTH
            MOVE WS-MonthOfBirth(WS-MODIFY-SUB)   TO SM-MONTH-OF-BIRTH
            MOVE WS-YearOfBirth(WS-MODIFY-SUB)    TO SM-YEAR-OF-BIRTH
            MOVE WS-FAMILY-INCOME     TO SM-FAMILY-INCOME
            MOVE WS-DD-MANDATE-SW     TO SM-DD-MANDATE-SW
            MOVE WS-DD-SORT-CODE      TO SM-BANK-SORT-CODE
            MOVE WS-DD-ACCOUNT        TO SM-BANK-ACCOUNT
            MOVE WS-DD-REFERENCE      TO SM-BANK-REFERENCE
            PERFORM COPY-ENROLLED-COURSES-TO-MASTER

            REWRITE SM-STUDENT-RECORD
                INVALID KEY
                    DISPLAY 'UNABLE TO UPDATE STUDENT RECORD'
                NOT INVALID KEY
                    MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                    MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                    MOVE 'MODIFY' TO WS-JR-FUNCTION
                    MOVE 'R' TO WS-JR-ACTION
                    PERFORM JOURNAL-ONE-UPDATE
            END-REWRITE.

       MODIFY-STUDENT-GATHER-EXIT.
            EXIT.

       MODIFY-STUDENT-EXIT.
            EXIT.

      ******************************************************************
      * PRESERVE-UNCHANGED-COURSE-BALANCES: MODIFY-STUDENT-GATHER re-
      * gathers and re-prices every course from scratch through
      * CALCULATE-DISCOUNT, which would otherwise wipe out any balance
      * already reduced by ADD-PAYMENT. The term and installment
      * schedule the operator has just keyed stand as keyed - this is
      * how the bursar amends an agreed schedule. For each gathered
      * course that matches a course the student was already enrolled
      * on (still held in SM-ENROLLED-COURSES from the READ, ahead of
      * COPY-ENROLLED-COURSES-TO-MASTER overwriting it), the amount
      * already paid is carried forward: it comes off the freshly
      * priced WS-EC-FEES-OWED and is settled against the newly keyed
      * schedule, earliest due date first, just as APPLY-PAYMENT would
      * have settled it. Late charges still owing on the old schedule
      * are re-raised on the earliest keyed installment first, so a
      * re-price never quietly drops them. A course dropped or newly
      * added is priced at the full fee as normal.
      ******************************************************************
       PRESERVE-UNCHANGED-COURSE-BALANCES.
           MOVE ZERO TO WS-EC-COPY-SUB.
           PERFORM PRESERVE-ONE-COURSE-BALANCE
               UNTIL WS-EC-COPY-SUB = WS-EC-SUB.

       PRESERVE-ONE-COURSE-BALANCE.
           ADD 1 TO WS-EC-COPY-SUB.
           SET WS-EC-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-PAY-SUB.
           PERFORM CHECK-ONE-OLD-COURSE-SLOT
               UNTIL WS-EC-FOUND OR WS-PAY-SUB = 4.
           IF WS-EC-FOUND
               MOVE WS-PAY-SUB TO WS-LC-SLOT
               PERFORM SUM-COURSE-LATE-CHARGES
               IF WS-LC-NET-CHARGES > ZERO
                   ADD WS-LC-NET-CHARGES
                       TO WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                   PERFORM FIND-EARLIEST-OPEN-KEYED-INST
                   IF WS-INST-PICK NOT = ZERO
                       ADD WS-LC-NET-CHARGES TO
                           WS-EC-INST-AMOUNT(WS-EC-COPY-SUB,
                               WS-INST-PICK)
                   END-IF
               END-IF
               COMPUTE WS-INST-CARRY-PAID =
                   SM-EC-ORIGINAL-FEE(WS-PAY-SUB) +
                   WS-LC-NET-CHARGES -
                   SM-EC-FEES-OWED(WS-PAY-SUB)
               IF WS-INST-CARRY-PAID > ZERO
                   IF WS-INST-CARRY-PAID >
                           WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                       MOVE ZERO TO WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                   ELSE
                       SUBTRACT WS-INST-CARRY-PAID
                           FROM WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                   END-IF
                   PERFORM SETTLE-CARRIED-PAID-INSTALLMENTS
               END-IF
               IF WS-EC-SPONSOR-OWED(WS-EC-COPY-SUB) >
                   WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                   MOVE WS-EC-FEES-OWED(WS-EC-COPY-SUB)
                       TO WS-EC-SPONSOR-OWED(WS-EC-COPY-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * SETTLE-CARRIED-PAID-INSTALLMENTS: spreads the amount the
      * student had already paid across the newly keyed schedule of
      * course slot WS-EC-COPY-SUB, always settling the earliest due
      * date first - the keyed-side mirror of SETTLE-DEPOSIT-
      * INSTALLMENTS, so an amended schedule starts from the right
      * settled position.
      ******************************************************************
       SETTLE-CARRIED-PAID-INSTALLMENTS.
           MOVE WS-INST-CARRY-PAID TO WS-INST-REMAINING.
           SET WS-INST-SOME-OPEN TO TRUE.
           PERFORM SETTLE-ONE-CARRIED-PASS
               UNTIL WS-INST-REMAINING = ZERO OR WS-INST-NONE-OPEN.

       SETTLE-ONE-CARRIED-PASS.
           PERFORM FIND-EARLIEST-OPEN-KEYED-INST.
           IF WS-INST-PICK = ZERO
               SET WS-INST-NONE-OPEN TO TRUE
           ELSE
               COMPUTE WS-INST-OPEN-AMT =
                   WS-EC-INST-AMOUNT(WS-EC-COPY-SUB, WS-INST-PICK) -
                   WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-PICK)
               IF WS-INST-REMAINING < WS-INST-OPEN-AMT
                   ADD WS-INST-REMAINING TO
                       WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-PICK)
                   MOVE ZERO TO WS-INST-REMAINING
               ELSE
                   ADD WS-INST-OPEN-AMT TO
                       WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-PICK)
                   SUBTRACT WS-INST-OPEN-AMT FROM WS-INST-REMAINING
               END-IF
           END-IF.

      ******************************************************************
      * FIND-EARLIEST-OPEN-KEYED-INST: sets WS-INST-PICK to the keyed
      * course slot WS-EC-COPY-SUB installment with the earliest due
      * date that still has an unpaid portion, or leaves it zero when
      * the whole schedule is settled.
      ******************************************************************
       FIND-EARLIEST-OPEN-KEYED-INST.
           MOVE ZERO TO WS-INST-PICK.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CHECK-ONE-OPEN-KEYED-INST UNTIL WS-INST-SUB = 4.

       CHECK-ONE-OPEN-KEYED-INST.
           ADD 1 TO WS-INST-SUB.
           IF WS-EC-INST-AMOUNT(WS-EC-COPY-SUB, WS-INST-SUB) >
              WS-EC-INST-PAID(WS-EC-COPY-SUB, WS-INST-SUB)
               IF WS-INST-PICK = ZERO
                   MOVE WS-INST-SUB TO WS-INST-PICK
               ELSE
                   IF WS-EC-INST-DUE-DATE
                          (WS-EC-COPY-SUB, WS-INST-SUB) <
                      WS-EC-INST-DUE-DATE
                          (WS-EC-COPY-SUB, WS-INST-PICK)
                       MOVE WS-INST-SUB TO WS-INST-PICK
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-OLD-COURSE-SLOT.
           ADD 1 TO WS-PAY-SUB.
           IF SM-EC-COURSE-CODE(WS-PAY-SUB) =
               WS-EC-COURSE-CODE(WS-EC-COPY-SUB)
               SET WS-EC-FOUND TO TRUE
           END-IF.

       ADD-PAYMENT.
          IF WS-PRESELECTED
              MOVE WS-PRESELECT-ID TO SM-STUDENT-ID
              SET WS-NOT-PRESELECTED TO TRUE
          ELSE
              DISPLAY "ENTER STUDENT-ID"
              ACCEPT SM-STUDENT-ID
          END-IF.

          DISPLAY "ENTER THE COURSE CODE THE PAYMENT IS FOR"
          ACCEPT WS-COURSE-DETAIL.

          DISPLAY "HOW MUCH DEPOSIT"
          ACCEPT DEPOSIT.

          DISPLAY "PAID BY (C=CASH, Q=CHEQUE, K=CARD)"
          ACCEPT WS-PT-TENDER-TYPE.
          IF WS-PT-TENDER-TYPE NOT = 'C' AND
             WS-PT-TENDER-TYPE NOT = 'Q' AND
             WS-PT-TENDER-TYPE NOT = 'K'
              DISPLAY 'TENDER MUST BE C, Q OR K - PAYMENT NOT TAKEN'
              GO TO ADD-PAYMENT-EXIT
          END-IF.

          PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT.

       ADD-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-PAYMENT: looks SM-STUDENT-ID up on the master file,
      * finds the WS-COURSE-DETAIL course among its enrolled courses,
      * deducts DEPOSIT from that course's fees owed and logs the
      * transaction. Shared by the interactive ADD-PAYMENT and the
      * batch-loaded BATCH-ADD-PAYMENT, both of which move their own
      * values into SM-STUDENT-ID, WS-COURSE-DETAIL and DEPOSIT before
      * calling this.
      ******************************************************************
       APPLY-PAYMENT.
          SET WS-PAY-NOT-APPLIED TO TRUE.
          SET WS-STUDENT-NOT-FOUND TO TRUE.
          READ STUDENT-MASTER-FILE
              INVALID KEY
                  DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
              NOT INVALID KEY
                  SET WS-STUDENT-FOUND TO TRUE
          END-READ.

          IF WS-STUDENT-NOT-FOUND
              GO TO APPLY-PAYMENT-EXIT
          END-IF.

          MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

          PERFORM FIND-PAYMENT-COURSE-SLOT.

          IF WS-EC-NOT-FOUND
              DISPLAY 'STUDENT IS NOT ENROLLED IN THAT COURSE'
              GO TO APPLY-PAYMENT-EXIT
          END-IF.

          IF DEPOSIT > SM-EC-FEES-OWED(WS-PAY-SUB)
              DISPLAY 'DEPOSIT EXCEEDS BALANCE OWED - PAYMENT REJECTED'
              GO TO APPLY-PAYMENT-EXIT
          END-IF.

          IF SM-EC-SPONSOR-OWED(WS-PAY-SUB) > ZERO AND
             DEPOSIT > SM-EC-FEES-OWED(WS-PAY-SUB) -
                 SM-EC-SPONSOR-OWED(WS-PAY-SUB)
              DISPLAY 'DEPOSIT EXCEEDS THE STUDENT SHARE - THE '
                  'SPONSOR PORTION IS INVOICED TO THE SPONSOR - '
                  'PAYMENT REJECTED'
              GO TO APPLY-PAYMENT-EXIT
          END-IF.

          COMPUTE SM-EC-FEES-OWED(WS-PAY-SUB) =
              SM-EC-FEES-OWED(WS-PAY-SUB) - DEPOSIT.

          PERFORM SETTLE-DEPOSIT-INSTALLMENTS.

          REWRITE SM-STUDENT-RECORD
              INVALID KEY
                  DISPLAY 'UNABLE TO RECORD PAYMENT ON STUDENT RECORD'
              NOT INVALID KEY
                  MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                  MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                  MOVE 'PAYMENT' TO WS-JR-FUNCTION
                  MOVE 'R' TO WS-JR-ACTION
                  PERFORM JOURNAL-ONE-UPDATE
          END-REWRITE.

          PERFORM DRAW-NEXT-RECEIPT-NUMBER.

          MOVE 'P'    TO WS-PT-TRANS-TYPE.
          MOVE SPACES TO WS-PT-REASON-CODE.
          MOVE ZERO   TO WS-PT-ORIG-REF.
          PERFORM WRITE-PAYMENT-TRANS-RECORD.
          PERFORM PRINT-PAYMENT-RECEIPT.
          SET WS-PAY-APPLIED TO TRUE.

       APPLY-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * REVERSE-PAYMENT: menu function for backing out a mis-keyed
      * deposit or refunding a withdrawing student. The operator keys
      * the student, course and amount, a 3-character reason code and
      * the date/time reference of the original payment line from the
      * PAYMENT-TRANS log so finance can pair the two entries.
      ******************************************************************
       REVERSE-PAYMENT.
          DISPLAY "ENTER STUDENT-ID"
          ACCEPT SM-STUDENT-ID.

          DISPLAY "ENTER THE COURSE CODE THE REVERSAL IS FOR"
          ACCEPT WS-COURSE-DETAIL.

          DISPLAY "HOW MUCH TO REVERSE"
          ACCEPT DEPOSIT.

          DISPLAY "ENTER A REASON CODE (E.G. KEY=MIS-KEYED, "
              "WDL=WITHDRAWAL REFUND)"
          ACCEPT WS-PT-REASON-CODE.

          DISPLAY "ENTER THE ORIGINAL PAYMENT REFERENCE "
              "(DATE+TIME YYYYMMDDHHMMSS FROM THE PAYMENT LOG)"
          ACCEPT WS-PT-ORIG-REF.

          PERFORM FIND-ORIG-PAYMENT-REF
              THRU FIND-ORIG-PAYMENT-REF-EXIT.
          IF WS-PH-REF-NOT-FOUND
              DISPLAY 'ORIGINAL PAYMENT REFERENCE NOT FOUND ON THE '
                  'HISTORY OR TODAYS LOG - REVERSAL ABANDONED'
              GO TO REVERSE-PAYMENT-EXIT
          END-IF.

          MOVE WS-PH-REF-TENDER TO WS-PT-TENDER-TYPE.
          PERFORM APPLY-REVERSAL THRU APPLY-REVERSAL-EXIT.

       REVERSE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * FIND-ORIG-PAYMENT-REF: verifies the original-payment
      * reference (date+time in WS-PT-ORIG-REF) the operator has
      * keyed for a reversal really exists for SM-STUDENT-ID - first
      * on the consolidated PAYHIST history by key, then on today's
      * PAYTRAN log, which has not been consolidated yet. Leaves
      * WS-PH-REF-NOT-FOUND set when neither knows the payment, so a
      * mis-keyed reference is caught before money moves. The
      * original's tender is left in WS-PH-REF-TENDER so the refund
      * goes back out the way the money came in.
      ******************************************************************
       FIND-ORIG-PAYMENT-REF.
           SET WS-PH-REF-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-PH-REF-TENDER.

           MOVE SM-STUDENT-ID    TO PH-STUDENT-ID.
           MOVE WS-PT-ORIG-DATE  TO PH-TRANS-DATE.
           MOVE WS-PT-ORIG-TIME  TO PH-TRANS-TIME.
           MOVE ZERO             TO PH-SEQ.
           SET WS-PH-NOT-EOF TO TRUE.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY
                   SET WS-PH-EOF TO TRUE
           END-START.
           PERFORM SCAN-ONE-REF-HIST-LINE
               UNTIL WS-PH-EOF OR WS-PH-REF-FOUND.
           IF WS-PH-REF-FOUND
               GO TO FIND-ORIG-PAYMENT-REF-EXIT
           END-IF.

           CLOSE PAYMENT-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PT-FILE-STATUS NOT = '00'
               OPEN EXTEND PAYMENT-TRANS-FILE
               GO TO FIND-ORIG-PAYMENT-REF-EXIT
           END-IF.
           SET WS-PT-NOT-EOF TO TRUE.
           PERFORM SCAN-ONE-REF-PAYTRAN-LINE UNTIL WS-PT-EOF.
           CLOSE PAYMENT-TRANS-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.

       FIND-ORIG-PAYMENT-REF-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-REF-HIST-LINE: reads forward through every history
      * line stored under the reference's student/date/time - an 'S'
      * or 'R' line merged in the same second can hold a lower
      * collision sequence than the 'P' being looked for, so one
      * read is not enough.
      ******************************************************************
       SCAN-ONE-REF-HIST-LINE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PH-EOF TO TRUE
               NOT AT END
                   IF PH-STUDENT-ID NOT = SM-STUDENT-ID OR
                      PH-TRANS-DATE NOT = WS-PT-ORIG-DATE OR
                      PH-TRANS-TIME NOT = WS-PT-ORIG-TIME
                       SET WS-PH-EOF TO TRUE
                   ELSE
                       IF PH-TRANS-TYPE = 'P'
                           SET WS-PH-REF-FOUND TO TRUE
                           MOVE PH-TENDER-TYPE TO WS-PH-REF-TENDER
                       END-IF
                   END-IF
           END-READ.
           IF WS-PH-FILE-STATUS NOT = '00' AND
              WS-PH-FILE-STATUS NOT = '02'
               SET WS-PH-EOF TO TRUE
           END-IF.

       SCAN-ONE-REF-PAYTRAN-LINE.
           READ PAYMENT-TRANS-FILE
               AT END
                   SET WS-PT-EOF TO TRUE
               NOT AT END
                   IF PT-STUDENT-ID = SM-STUDENT-ID AND
                      PT-TRANS-DATE = WS-PT-ORIG-DATE AND
                      PT-TRANS-TIME = WS-PT-ORIG-TIME AND
                      PT-TRANS-TYPE = 'P'
                       SET WS-PH-REF-FOUND TO TRUE
                       MOVE PT-TENDER-TYPE TO WS-PH-REF-TENDER
                       SET WS-PT-EOF TO TRUE
                   END-IF
           END-READ.
           IF WS-PT-FILE-STATUS NOT = '00' AND
              WS-PT-FILE-STATUS NOT = '02' AND
              WS-PT-FILE-STATUS NOT = '10'
               SET WS-PT-EOF TO TRUE
           END-IF.

      ******************************************************************
      * APPLY-REVERSAL: looks SM-STUDENT-ID up on the master file,
      * finds the WS-COURSE-DETAIL course among its enrolled courses,
      * adds DEPOSIT back onto that course's fees owed - rejected if
      * that would push the balance past SM-EC-ORIGINAL-FEE - re-opens
      * the latest-settled installments by the same amount, and logs
      * an 'R' line on PAYMENT-TRANS. Shared by the interactive
      * REVERSE-PAYMENT and the batch-loaded BATCH-REVERSE-PAYMENT,
      * both of which set SM-STUDENT-ID, WS-COURSE-DETAIL, DEPOSIT,
      * WS-PT-REASON-CODE and WS-PT-ORIG-REF before calling this.
      ******************************************************************
       APPLY-REVERSAL.
          SET WS-STUDENT-NOT-FOUND TO TRUE.
          READ STUDENT-MASTER-FILE
              INVALID KEY
                  DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
              NOT INVALID KEY
                  SET WS-STUDENT-FOUND TO TRUE
          END-READ.

          IF WS-STUDENT-NOT-FOUND
              GO TO APPLY-REVERSAL-EXIT
          END-IF.

          MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

          PERFORM FIND-PAYMENT-COURSE-SLOT.

          IF WS-EC-NOT-FOUND
              DISPLAY 'STUDENT IS NOT ENROLLED IN THAT COURSE'
              GO TO APPLY-REVERSAL-EXIT
          END-IF.

          MOVE WS-PAY-SUB TO WS-LC-SLOT.
          PERFORM SUM-COURSE-LATE-CHARGES.
          IF SM-EC-FEES-OWED(WS-PAY-SUB) + DEPOSIT >
              SM-EC-ORIGINAL-FEE(WS-PAY-SUB) + WS-LC-NET-CHARGES
              DISPLAY 'REVERSAL WOULD EXCEED THE ORIGINAL FEE - '
                  'REVERSAL REJECTED'
              GO TO APPLY-REVERSAL-EXIT
          END-IF.

          COMPUTE SM-EC-FEES-OWED(WS-PAY-SUB) =
              SM-EC-FEES-OWED(WS-PAY-SUB) + DEPOSIT.

          PERFORM UNSETTLE-REVERSAL-INSTALLMENTS.

          REWRITE SM-STUDENT-RECORD
              INVALID KEY
                  DISPLAY 'UNABLE TO RECORD REVERSAL ON STUDENT RECORD'
              NOT INVALID KEY
                  MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                  MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                  MOVE 'REVERSAL' TO WS-JR-FUNCTION
                  MOVE 'R' TO WS-JR-ACTION
                  PERFORM JOURNAL-ONE-UPDATE
          END-REWRITE.

          MOVE 'R' TO WS-PT-TRANS-TYPE.
          MOVE ZERO TO WS-PT-RECEIPT-NO.
          PERFORM WRITE-PAYMENT-TRANS-RECORD.

       APPLY-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * UNSETTLE-REVERSAL-INSTALLMENTS: the mirror of SETTLE-DEPOSIT-
      * INSTALLMENTS - takes DEPOSIT back off the settled installments
      * of course slot WS-PAY-SUB, re-opening the latest due date
      * first, so a reversed deposit leaves the schedule exactly as if
      * the money had never arrived.
      ******************************************************************
       UNSETTLE-REVERSAL-INSTALLMENTS.
           MOVE DEPOSIT TO WS-INST-REMAINING.
           SET WS-INST-SOME-OPEN TO TRUE.
           PERFORM UNSETTLE-ONE-INSTALLMENT-PASS
               UNTIL WS-INST-REMAINING = ZERO OR WS-INST-NONE-OPEN.

       UNSETTLE-ONE-INSTALLMENT-PASS.
           PERFORM FIND-LATEST-SETTLED-INSTALLMENT.
           IF WS-INST-PICK = ZERO
               SET WS-INST-NONE-OPEN TO TRUE
           ELSE
               IF WS-INST-REMAINING <
                   SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
                   SUBTRACT WS-INST-REMAINING
                       FROM SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
                   MOVE ZERO TO WS-INST-REMAINING
               ELSE
                   SUBTRACT SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
                       FROM WS-INST-REMAINING
                   MOVE ZERO TO
                       SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
               END-IF
           END-IF.

      ******************************************************************
      * FIND-LATEST-SETTLED-INSTALLMENT: sets WS-INST-PICK to the
      * course slot WS-PAY-SUB installment with the latest due date
      * that has anything settled against it, or leaves it zero when
      * nothing has been paid on the schedule.
      ******************************************************************
       FIND-LATEST-SETTLED-INSTALLMENT.
           MOVE ZERO TO WS-INST-PICK.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CHECK-ONE-SETTLED-INSTALLMENT UNTIL WS-INST-SUB = 4.

       CHECK-ONE-SETTLED-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           IF SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-SUB) > ZERO
               IF WS-INST-PICK = ZERO
                   MOVE WS-INST-SUB TO WS-INST-PICK
               ELSE
                   IF SM-EC-INST-DUE-DATE(WS-PAY-SUB, WS-INST-SUB) >
                      SM-EC-INST-DUE-DATE(WS-PAY-SUB, WS-INST-PICK)
                       MOVE WS-INST-SUB TO WS-INST-PICK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SETTLE-DEPOSIT-INSTALLMENTS: spreads DEPOSIT across the open
      * installments of course slot WS-PAY-SUB, always settling the
      * earliest due date first, so the aged-arrears figures reflect
      * what is genuinely still unpaid rather than just a running
      * balance.
      ******************************************************************
       SETTLE-DEPOSIT-INSTALLMENTS.
           MOVE DEPOSIT TO WS-INST-REMAINING.
           SET WS-INST-SOME-OPEN TO TRUE.
           PERFORM SETTLE-ONE-INSTALLMENT-PASS
               UNTIL WS-INST-REMAINING = ZERO OR WS-INST-NONE-OPEN.

       SETTLE-ONE-INSTALLMENT-PASS.
           PERFORM FIND-EARLIEST-OPEN-INSTALLMENT.
           IF WS-INST-PICK = ZERO
               SET WS-INST-NONE-OPEN TO TRUE
           ELSE
               COMPUTE WS-INST-OPEN-AMT =
                   SM-EC-INST-AMOUNT(WS-PAY-SUB, WS-INST-PICK) -
                   SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
               IF WS-INST-REMAINING < WS-INST-OPEN-AMT
                   ADD WS-INST-REMAINING
                       TO SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
                   MOVE ZERO TO WS-INST-REMAINING
               ELSE
                   ADD WS-INST-OPEN-AMT
                       TO SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK)
                   SUBTRACT WS-INST-OPEN-AMT FROM WS-INST-REMAINING
               END-IF
           END-IF.

      ******************************************************************
      * FIND-EARLIEST-OPEN-INSTALLMENT: sets WS-INST-PICK to the course
      * slot WS-PAY-SUB installment with the earliest due date that
      * still has an unpaid portion, or leaves it zero when the whole
      * schedule is settled.
      ******************************************************************
       FIND-EARLIEST-OPEN-INSTALLMENT.
           MOVE ZERO TO WS-INST-PICK.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CHECK-ONE-OPEN-INSTALLMENT UNTIL WS-INST-SUB = 4.

       CHECK-ONE-OPEN-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           IF SM-EC-INST-AMOUNT(WS-PAY-SUB, WS-INST-SUB) >
              SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-SUB)
               IF WS-INST-PICK = ZERO
                   MOVE WS-INST-SUB TO WS-INST-PICK
               ELSE
                   IF SM-EC-INST-DUE-DATE(WS-PAY-SUB, WS-INST-SUB) <
                      SM-EC-INST-DUE-DATE(WS-PAY-SUB, WS-INST-PICK)
                       MOVE WS-INST-SUB TO WS-INST-PICK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * FIND-PAYMENT-COURSE-SLOT: sets WS-PAY-SUB to the enrolled-
      * course slot matching WS-COURSE-DETAIL for the student record
      * just READ, or leaves WS-EC-NOT-FOUND set if none match.
      ******************************************************************
       FIND-PAYMENT-COURSE-SLOT.
           SET WS-EC-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-PAY-SUB.
           PERFORM CHECK-ONE-PAYMENT-COURSE-SLOT
               UNTIL WS-EC-FOUND OR WS-PAY-SUB = 4.

       CHECK-ONE-PAYMENT-COURSE-SLOT.
           ADD 1 TO WS-PAY-SUB.
           IF SM-EC-COURSE-CODE(WS-PAY-SUB) = WS-COURSE-DETAIL
               SET WS-EC-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * FIND-STUDENT-BY-SURNAME: the front-desk lookup. A full or
      * partial surname (leading characters) lists every matching
      * student on the master file with ID, name and date of birth so
      * two Smiths can be told apart, then the operator can pick one
      * and go straight into MODIFY-STUDENT or ADD-PAYMENT without
      * knowing the five-digit ID. The master is read along its
      * SM-SURNAME alternate key from the keyed prefix, stopping at
      * the first surname that no longer starts with it, so only the
      * matching stretch of the file is read.
      ******************************************************************
       FIND-STUDENT-BY-SURNAME.
           DISPLAY 'ENTER THE SURNAME (OR ITS FIRST FEW LETTERS)'
           ACCEPT WS-SRCH-SURNAME.

           MOVE ZERO TO WS-SRCH-SCAN.
           MOVE ZERO TO WS-SRCH-LEN.
           PERFORM CHECK-ONE-SEARCH-CHAR UNTIL WS-SRCH-SCAN = 15.
           IF WS-SRCH-LEN = ZERO
               DISPLAY 'ERROR: SURNAME CANNOT BE BLANK'
               GO TO FIND-STUDENT-BY-SURNAME-EXIT
           END-IF.

           MOVE ZERO TO WS-SRCH-COUNT.
           DISPLAY 'STUDENT-ID  NAME                             DOB'

           MOVE WS-SRCH-SURNAME TO SM-SURNAME.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-SURNAME
               INVALID KEY
                   MOVE '10' TO WS-SM-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-SM-FILE-STATUS = '10'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       IF SM-SURNAME(1:WS-SRCH-LEN) =
                           WS-SRCH-SURNAME(1:WS-SRCH-LEN)
                           PERFORM LIST-ONE-SURNAME-MATCH
                       ELSE
                           MOVE '10' TO WS-SM-FILE-STATUS
                       END-IF
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           IF WS-SRCH-COUNT = ZERO
               DISPLAY 'NO STUDENTS MATCH THAT SURNAME'
               GO TO FIND-STUDENT-BY-SURNAME-EXIT
           END-IF.

           DISPLAY 'ENTER THE STUDENT-ID TO SELECT (OR 0 TO CANCEL)'
           ACCEPT WS-PRESELECT-ID.
           IF WS-PRESELECT-ID = ZERO
               GO TO FIND-STUDENT-BY-SURNAME-EXIT
           END-IF.

           DISPLAY 'M = MODIFY STUDENT, P = TAKE A PAYMENT'
           ACCEPT WS-SRCH-ACTION.
           IF WS-SRCH-ACTION = 'M' OR WS-SRCH-ACTION = 'm'
               SET WS-PRESELECTED TO TRUE
               PERFORM MODIFY-STUDENT THRU MODIFY-STUDENT-EXIT
           ELSE
               IF WS-SRCH-ACTION = 'P' OR WS-SRCH-ACTION = 'p'
                   SET WS-PRESELECTED TO TRUE
                   PERFORM ADD-PAYMENT THRU ADD-PAYMENT-EXIT
               ELSE
                   DISPLAY 'NO ACTION TAKEN'
               END-IF
           END-IF.

       FIND-STUDENT-BY-SURNAME-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ONE-SEARCH-CHAR: finds the length of the keyed surname
      * prefix - the position of its last non-blank character.
      ******************************************************************
       CHECK-ONE-SEARCH-CHAR.
           ADD 1 TO WS-SRCH-SCAN.
           IF WS-SRCH-SURNAME(WS-SRCH-SCAN:1) NOT = SPACE
               MOVE WS-SRCH-SCAN TO WS-SRCH-LEN
           END-IF.

      ******************************************************************
      * LIST-ONE-SURNAME-MATCH: shows the master record just read if
      * its surname starts with the keyed prefix.
      ******************************************************************
       LIST-ONE-SURNAME-MATCH.
           IF SM-SURNAME(1:WS-SRCH-LEN) =
               WS-SRCH-SURNAME(1:WS-SRCH-LEN)
               ADD 1 TO WS-SRCH-COUNT
               DISPLAY SM-STUDENT-ID '       ' SM-FIRSTNAME ' '
                   SM-MIDDLEINITIAL ' ' SM-SURNAME ' '
                   SM-DAY-OF-BIRTH '-' SM-MONTH-OF-BIRTH '-'
                   SM-YEAR-OF-BIRTH
           END-IF.

      ******************************************************************
      * WITHDRAW-STUDENT: takes a student off the books. Captures the
      * withdrawal date, reason and weeks attended, works out the
      * refund due or balance still owed under the weeks-attended
      * policy (each course's fee is earned pro-rata over the 36-week
      * teaching year; what the student paid beyond what was earned
      * comes back to them), appends the record with the withdrawal
      * details to the STUDARCH archive so history survives for the
      * auditors, and deletes it from the live master so the fees
      * report stops counting them.
      ******************************************************************
       WITHDRAW-STUDENT.
           DISPLAY "ENTER THE STUDENT-ID TO WITHDRAW"
           ACCEPT SM-STUDENT-ID.

           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.

           IF WS-STUDENT-NOT-FOUND
               GO TO WITHDRAW-STUDENT-EXIT
           END-IF.

           DISPLAY 'WITHDRAWING: ' SM-FIRSTNAME ' ' SM-SURNAME.

           DISPLAY 'ENTER THE WITHDRAWAL DATE (YYYYMMDD)'
           ACCEPT WS-WD-DATE.
           DISPLAY 'ENTER THE WITHDRAWAL REASON'
           ACCEPT WS-WD-REASON.
           DISPLAY 'ENTER WEEKS ATTENDED (0-36)'
           ACCEPT WS-WD-WEEKS.
           IF WS-WD-WEEKS > WS-WD-TERM-WEEKS
               MOVE WS-WD-TERM-WEEKS TO WS-WD-WEEKS
           END-IF.

           MOVE ZERO TO WS-WD-NET.
           MOVE ZERO TO WS-WD-SUB.
           PERFORM PRICE-ONE-WITHDRAWN-COURSE
               THRU PRICE-ONE-WITHDRAWN-COURSE-EXIT
               UNTIL WS-WD-SUB = 4.

           IF WS-WD-NET > ZERO
               DISPLAY 'REFUND DUE TO STUDENT: ' WS-WD-NET
           ELSE
               IF WS-WD-NET < ZERO
                   COMPUTE WS-WD-NET = ZERO - WS-WD-NET
                   DISPLAY 'BALANCE STILL DUE FROM STUDENT: ' WS-WD-NET
                   COMPUTE WS-WD-NET = ZERO - WS-WD-NET
               ELSE
                   DISPLAY 'NO REFUND DUE AND NO BALANCE OUTSTANDING'
               END-IF
           END-IF.

           DISPLAY 'CONFIRM WITHDRAWAL - ARCHIVE AND DELETE (Y/N)'
           ACCEPT WS-WD-CONFIRM.
           IF WS-WD-CONFIRM NOT = 'Y' AND WS-WD-CONFIRM NOT = 'y'
               DISPLAY 'WITHDRAWAL ABANDONED - RECORD UNCHANGED'
               GO TO WITHDRAW-STUDENT-EXIT
           END-IF.

           PERFORM WRITE-ARCHIVE-RECORD.

           MOVE ZERO TO WS-WL-FREED-SUB.
           PERFORM SAVE-ONE-FREED-COURSE UNTIL WS-WL-FREED-SUB = 4.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID.

           DELETE STUDENT-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO DELETE STUDENT FROM THE MASTER'
                   GO TO WITHDRAW-STUDENT-EXIT
           END-DELETE.

           MOVE SPACES TO WS-JR-AFTER-IMAGE.
           MOVE 'WITHDRAW' TO WS-JR-FUNCTION.
           MOVE 'D' TO WS-JR-ACTION.
           PERFORM JOURNAL-ONE-UPDATE.

           DISPLAY 'STUDENT ' WS-JR-STUDENT-ID
               ' WITHDRAWN AND ARCHIVED'.

           PERFORM PROMOTE-FREED-SEATS.

       WITHDRAW-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * PRICE-ONE-WITHDRAWN-COURSE: applies the weeks-attended policy
      * to one enrolled course - fee earned so far is the original fee
      * pro-rated over the teaching year, plus any late charges raised
      * on the course, which are never pro-rated - and rolls (paid -
      * earned) into WS-WD-NET: positive means money back to the
      * student, negative means the student still owes for teaching
      * taken.
      ******************************************************************
       PRICE-ONE-WITHDRAWN-COURSE.
           ADD 1 TO WS-WD-SUB.
           IF SM-EC-COURSE-CODE(WS-WD-SUB) = SPACES
               GO TO PRICE-ONE-WITHDRAWN-COURSE-EXIT
           END-IF.

           COMPUTE WS-WD-EARNED ROUNDED =
               SM-EC-ORIGINAL-FEE(WS-WD-SUB) * WS-WD-WEEKS
               / WS-WD-TERM-WEEKS.
           IF WS-WD-EARNED > SM-EC-ORIGINAL-FEE(WS-WD-SUB)
               MOVE SM-EC-ORIGINAL-FEE(WS-WD-SUB) TO WS-WD-EARNED
           END-IF.

           MOVE WS-WD-SUB TO WS-LC-SLOT.
           PERFORM SUM-COURSE-LATE-CHARGES.
           ADD WS-LC-NET-CHARGES TO WS-WD-EARNED.

           COMPUTE WS-WD-PAID =
               SM-EC-ORIGINAL-FEE(WS-WD-SUB) + WS-LC-NET-CHARGES -
               SM-EC-FEES-OWED(WS-WD-SUB).

           COMPUTE WS-WD-NET = WS-WD-NET + WS-WD-PAID - WS-WD-EARNED.

           DISPLAY 'COURSE ' SM-EC-COURSE-CODE(WS-WD-SUB)
               ' EARNED: ' WS-WD-EARNED ' PAID: ' WS-WD-PAID.

       PRICE-ONE-WITHDRAWN-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ARCHIVE-RECORD: appends the withdrawing student's record
      * and withdrawal details to the STUDARCH archive, creating the
      * archive on its very first use.
      ******************************************************************
       WRITE-ARCHIVE-RECORD.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-AH-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF.

           MOVE SPACES TO AH-ARCHIVE-RECORD.
           MOVE SM-STUDENT-ID        TO AH-STUDENT-ID.
           MOVE SM-FIRSTNAME         TO AH-FIRSTNAME.
           MOVE SM-MIDDLEINITIAL     TO AH-MIDDLEINITIAL.
           MOVE SM-SURNAME           TO AH-SURNAME.
           MOVE WS-WD-DATE           TO AH-WITHDRAWAL-DATE.
           MOVE WS-WD-REASON         TO AH-WITHDRAWAL-REASON.
           MOVE WS-WD-WEEKS          TO AH-WEEKS-ATTENDED.
           IF WS-WD-NET > ZERO
               MOVE WS-WD-NET TO AH-REFUND-DUE
               MOVE ZERO      TO AH-BALANCE-DUE
           ELSE
               MOVE ZERO TO AH-REFUND-DUE
               COMPUTE AH-BALANCE-DUE = ZERO - WS-WD-NET
           END-IF.

           MOVE ZERO TO WS-WD-SUB.
           PERFORM ARCHIVE-ONE-ENROLLED-COURSE UNTIL WS-WD-SUB = 4.

           MOVE WS-OP-ID TO AH-OPERATOR-ID.
           WRITE AH-ARCHIVE-RECORD.
           CLOSE ARCHIVE-FILE.

       ARCHIVE-ONE-ENROLLED-COURSE.
           ADD 1 TO WS-WD-SUB.
           MOVE SM-EC-COURSE-CODE(WS-WD-SUB)
               TO AH-EC-COURSE-CODE(WS-WD-SUB).
           MOVE SM-EC-ORIGINAL-FEE(WS-WD-SUB)
               TO AH-EC-ORIGINAL-FEE(WS-WD-SUB).
           MOVE SM-EC-FEES-OWED(WS-WD-SUB)
               TO AH-EC-FEES-OWED(WS-WD-SUB).

      ******************************************************************
      * TRANSFER-COURSE: menu function for moving a student from one
      * course to another mid-term without withdrawing them. The
      * operator keys the student, the course being left and the
      * course being joined; the transfer is priced and shown - the
      * new fee, the amount already paid carried across as a credit
      * against it and the balance left to pay - and only posted
      * when the operator confirms.
      ******************************************************************
       TRANSFER-COURSE.
           DISPLAY "ENTER THE STUDENT-ID TO TRANSFER"
           ACCEPT SM-STUDENT-ID.
           DISPLAY "ENTER THE COURSE CODE BEING LEFT"
           ACCEPT WS-TR-FROM-COURSE.
           DISPLAY "ENTER THE COURSE CODE BEING JOINED"
           ACCEPT WS-TR-TO-COURSE.

           PERFORM PRICE-COURSE-TRANSFER
               THRU PRICE-COURSE-TRANSFER-EXIT.
           IF WS-TR-NOT-VALID
               GO TO TRANSFER-COURSE-EXIT
           END-IF.

           DISPLAY 'TRANSFERRING: ' SM-FIRSTNAME ' ' SM-SURNAME.
           DISPLAY 'FROM COURSE ' WS-TR-FROM-COURSE
               ' FEE: ' SM-EC-ORIGINAL-FEE(WS-TR-SLOT)
               ' OWED: ' SM-EC-FEES-OWED(WS-TR-SLOT).
           DISPLAY 'TO COURSE   ' WS-TR-TO-COURSE
               ' FEE: ' WS-TR-NEW-FEE.
           DISPLAY 'PAID TO DATE CARRIED ACROSS AS CREDIT: '
               WS-TR-CREDIT.
           IF WS-LC-NET-CHARGES > ZERO
               DISPLAY 'LATE CHARGES CARRIED ACROSS: '
                   WS-LC-NET-CHARGES
           END-IF.
           DISPLAY 'BALANCE TO PAY ON THE NEW COURSE: '
               WS-TR-NEW-OWED.

           DISPLAY 'CONFIRM TRANSFER (Y/N)'
           ACCEPT WS-TR-CONFIRM.
           IF WS-TR-CONFIRM NOT = 'Y' AND WS-TR-CONFIRM NOT = 'y'
               DISPLAY 'TRANSFER ABANDONED - RECORD UNCHANGED'
               GO TO TRANSFER-COURSE-EXIT
           END-IF.

           PERFORM POST-COURSE-TRANSFER
               THRU POST-COURSE-TRANSFER-EXIT.

       TRANSFER-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * PRICE-COURSE-TRANSFER: reads SM-STUDENT-ID and works out the
      * transfer of its WS-TR-FROM-COURSE place to WS-TR-TO-COURSE,
      * updating nothing. The new course must be on sale, not one the
      * student already holds, and have a free place. The new fee is
      * priced through CALCULATE-DISCOUNT on the student's family
      * income exactly as a fresh enrollment would be, and what has
      * been collected towards the old fee (original fee less fees
      * owed) becomes a credit against it. Late charges raised on the
      * old course are not part of that credit - they travel with
      * the place, paid or not. A transfer is refused when the late
      * charges exceed what has been paid, and when the credit is
      * more than the new fee - the excess is refunded by a reversal
      * on the old course first, so no transfer ever leaves money on
      * account with nowhere to sit. Shared by the menu function and
      * the batch 'T' record; leaves WS-TR-VALID set, with the student
      * record read, the old slot in WS-TR-SLOT and the new fee,
      * credit and balance worked out, when the transfer can go
      * ahead.
      ******************************************************************
       PRICE-COURSE-TRANSFER.
           SET WS-TR-NOT-VALID TO TRUE.
           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           MOVE WS-TR-FROM-COURSE TO WS-COURSE-DETAIL.
           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-NOT-FOUND
               DISPLAY 'STUDENT IS NOT ENROLLED IN ' WS-TR-FROM-COURSE
                   ' - TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.
           MOVE WS-PAY-SUB TO WS-TR-SLOT.

           IF WS-TR-TO-COURSE = WS-TR-FROM-COURSE
               DISPLAY 'NEW COURSE IS THE COURSE BEING LEFT - '
                   'TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           MOVE WS-TR-TO-COURSE TO WS-COURSE-DETAIL.
           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-FOUND
               DISPLAY 'STUDENT IS ALREADY ENROLLED IN '
                   WS-TR-TO-COURSE ' - TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               DISPLAY 'COURSE CODE ' WS-TR-TO-COURSE
                   ' DOES NOT MATCH ANY COURSE - TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.
           IF WS-CRS-RETIRED(WS-CRS-SUB)
               DISPLAY 'COURSE ' WS-TR-TO-COURSE
                   ' IS RETIRED FROM SALE - TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           MOVE SM-STUDENT-ID TO WS-WL-STUDENT-ID.
           MOVE SM-EC-TERM(WS-TR-SLOT) TO WS-TERM-ENTRY.
           PERFORM CHECK-COURSE-CAPACITY
               THRU CHECK-COURSE-CAPACITY-EXIT.
           IF WS-WL-COURSE-FULL
               DISPLAY 'COURSE ' WS-TR-TO-COURSE
                   ' IS FULL - TRANSFER REFUSED'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           MOVE WS-TR-SLOT TO WS-LC-SLOT.
           PERFORM SUM-COURSE-LATE-CHARGES.
           COMPUTE WS-TR-CREDIT =
               SM-EC-ORIGINAL-FEE(WS-TR-SLOT) -
               SM-EC-FEES-OWED(WS-TR-SLOT).
           IF WS-TR-CREDIT < ZERO
               DISPLAY 'LATE CHARGES ON ' WS-TR-FROM-COURSE
                   ' EXCEED THE AMOUNT PAID - SETTLE OR WAIVE THEM '
                   'BEFORE TRANSFERRING'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           MOVE SM-FAMILY-INCOME TO WS-FAMILY-INCOME.
           PERFORM CALCULATE-DISCOUNT.
           MOVE WS-DISCOUNTED-FEE TO WS-TR-NEW-FEE.

           IF WS-TR-CREDIT > WS-TR-NEW-FEE
               DISPLAY 'AMOUNT PAID ' WS-TR-CREDIT
                   ' EXCEEDS THE NEW COURSE FEE ' WS-TR-NEW-FEE
                   ' - REVERSE THE EXCESS ON ' WS-TR-FROM-COURSE
                   ' BEFORE TRANSFERRING'
               GO TO PRICE-COURSE-TRANSFER-EXIT
           END-IF.

           COMPUTE WS-TR-NEW-OWED = WS-TR-NEW-FEE - WS-TR-CREDIT.
           SET WS-TR-VALID TO TRUE.

       PRICE-COURSE-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * POST-COURSE-TRANSFER: applies a transfer PRICE-COURSE-TRANSFER
      * has passed. The slot keeps its term and its installment due
      * dates: what has been paid stays settled where it was, and the
      * balance on the new course is spread evenly over the
      * installments still open (the last one takes the rounding), so
      * the student keeps the payment dates they agreed to. A slot
      * with nothing left open takes the balance as a single
      * installment due today, or on its latest installment when all
      * four are in use. A sponsored place keeps its sponsor and
      * percentage; what the sponsor has already paid is credited
      * against its share of the new fee. The record is rewritten and
      * journalled, then the move is logged on PAYTRAN as a pair -
      * transfer-out ('O') on the old course and transfer-in ('I') on
      * the new, both for the credit carried and both referencing the
      * same date and time - so each course's takings move with the
      * student. Any late charges on LATECHMS follow the student to
      * the new course, as their amounts already have on the
      * installments. The seat given up is then offered to the old
      * course's waiting list.
      ******************************************************************
       POST-COURSE-TRANSFER.
           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE WS-TR-SLOT TO WS-PAY-SUB.

           MOVE ZERO TO WS-TR-SPON-OWED.
           IF SM-EC-SPONSOR-CODE(WS-TR-SLOT) NOT = SPACES
               COMPUTE WS-TR-SPON-PAID ROUNDED =
                   SM-EC-ORIGINAL-FEE(WS-TR-SLOT) *
                   SM-EC-SPONSOR-PCT(WS-TR-SLOT) / 100
               SUBTRACT SM-EC-SPONSOR-OWED(WS-TR-SLOT)
                   FROM WS-TR-SPON-PAID
               IF WS-TR-SPON-PAID < ZERO
                   MOVE ZERO TO WS-TR-SPON-PAID
               END-IF
               COMPUTE WS-TR-SPON-OWED ROUNDED =
                   WS-TR-NEW-FEE * SM-EC-SPONSOR-PCT(WS-TR-SLOT) / 100
               SUBTRACT WS-TR-SPON-PAID FROM WS-TR-SPON-OWED
               IF WS-TR-SPON-OWED < ZERO
                   MOVE ZERO TO WS-TR-SPON-OWED
               END-IF
               IF WS-TR-SPON-OWED > WS-TR-NEW-OWED
                   MOVE WS-TR-NEW-OWED TO WS-TR-SPON-OWED
               END-IF
           END-IF.

           MOVE ZERO TO WS-TR-OPEN-COUNT.
           MOVE ZERO TO WS-TR-LAST-OPEN.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM COUNT-ONE-TRANSFER-OPEN-INST UNTIL WS-INST-SUB = 4.

           IF WS-TR-OPEN-COUNT > ZERO
               COMPUTE WS-TR-SHARE = WS-TR-NEW-OWED / WS-TR-OPEN-COUNT
               MOVE ZERO TO WS-INST-SUB
               PERFORM SPREAD-ONE-TRANSFER-INST UNTIL WS-INST-SUB = 4
           ELSE
               IF WS-TR-NEW-OWED > ZERO
                   PERFORM PLACE-TRANSFER-BALANCE
               END-IF
           END-IF.

           MOVE WS-TR-TO-COURSE TO SM-EC-COURSE-CODE(WS-TR-SLOT).
           MOVE WS-TR-NEW-FEE   TO SM-EC-ORIGINAL-FEE(WS-TR-SLOT).
           MOVE WS-TR-NEW-OWED  TO SM-EC-FEES-OWED(WS-TR-SLOT).
           MOVE WS-TR-SPON-OWED TO SM-EC-SPONSOR-OWED(WS-TR-SLOT).

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD TRANSFER ON STUDENT RECORD'
                   GO TO POST-COURSE-TRANSFER-EXIT
           END-REWRITE.

           MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE.
           MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID.
           MOVE 'TRANSFER' TO WS-JR-FUNCTION.
           MOVE 'R' TO WS-JR-ACTION.
           PERFORM JOURNAL-ONE-UPDATE.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-TODAYS-DATE  TO WS-PT-ORIG-DATE.
           MOVE WS-CURRENT-TIME TO WS-PT-ORIG-TIME.
           MOVE 'TRF'  TO WS-PT-REASON-CODE.
           MOVE ZERO   TO WS-PT-RECEIPT-NO.
           MOVE SPACES TO WS-PT-TENDER-TYPE.
           MOVE WS-TR-CREDIT TO DEPOSIT.

           MOVE SM-EC-FEES-OWED(WS-TR-SLOT) TO WS-TR-SAVE-OWED.
           MOVE WS-TR-FROM-COURSE TO SM-EC-COURSE-CODE(WS-TR-SLOT).
           MOVE ZERO TO SM-EC-FEES-OWED(WS-TR-SLOT).
           MOVE 'O' TO WS-PT-TRANS-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.
           MOVE WS-TR-TO-COURSE TO SM-EC-COURSE-CODE(WS-TR-SLOT).
           MOVE WS-TR-SAVE-OWED TO SM-EC-FEES-OWED(WS-TR-SLOT).
           MOVE 'I' TO WS-PT-TRANS-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           DISPLAY 'STUDENT ' SM-STUDENT-ID ' TRANSFERRED FROM '
               WS-TR-FROM-COURSE ' TO ' WS-TR-TO-COURSE
               ' - BALANCE NOW OWED ' WS-TR-NEW-OWED.

           PERFORM MOVE-TRANSFER-LATE-CHARGES
               THRU MOVE-TRANSFER-LATE-CHARGES-EXIT.

           MOVE WS-TR-FROM-COURSE TO WS-WL-FREED-COURSE(1).
           MOVE SPACES TO WS-WL-FREED-COURSE(2).
           MOVE SPACES TO WS-WL-FREED-COURSE(3).
           MOVE SPACES TO WS-WL-FREED-COURSE(4).
           PERFORM PROMOTE-FREED-SEATS.

       POST-COURSE-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * MOVE-TRANSFER-LATE-CHARGES: re-keys the transferring student's
      * LATECHMS records from the old course to the new one - written
      * under the new key, then deleted under the old - so a charge
      * carried across can still be waived against the course the
      * student now holds, and the verification run finds it there.
      * The due date in the key is unchanged, because the slot keeps
      * its installment due dates. No LATECHMS file means no charges.
      ******************************************************************
       MOVE-TRANSFER-LATE-CHARGES.
           OPEN I-O LATE-CHARGE-FILE.
           IF WS-LC-FILE-STATUS = '35'
               GO TO MOVE-TRANSFER-LATE-CHARGES-EXIT
           END-IF.
           IF WS-LC-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LATECHMS - FILE STATUS '
                   WS-LC-FILE-STATUS ' - LATE CHARGES LEFT ON '
                   WS-TR-FROM-COURSE
               GO TO MOVE-TRANSFER-LATE-CHARGES-EXIT
           END-IF.
           MOVE ZERO TO WS-LC-MOVED-COUNT.
           SET WS-LC-MOVE-NOT-DONE TO TRUE.
           PERFORM MOVE-ONE-LATE-CHARGE
               THRU MOVE-ONE-LATE-CHARGE-EXIT
               UNTIL WS-LC-MOVE-DONE.
           CLOSE LATE-CHARGE-FILE.
           IF WS-LC-MOVED-COUNT > ZERO
               DISPLAY WS-LC-MOVED-COUNT ' LATE CHARGE RECORD(S) MOVED '
                   'TO ' WS-TR-TO-COURSE
           END-IF.

       MOVE-TRANSFER-LATE-CHARGES-EXIT.
           EXIT.

       MOVE-ONE-LATE-CHARGE.
           MOVE SM-STUDENT-ID     TO LC-STUDENT-ID.
           MOVE WS-TR-FROM-COURSE TO LC-COURSE-CODE.
           MOVE ZERO              TO LC-DUE-DATE.
           START LATE-CHARGE-FILE KEY IS NOT LESS THAN LC-CHARGE-KEY
               INVALID KEY
                   SET WS-LC-MOVE-DONE TO TRUE
                   GO TO MOVE-ONE-LATE-CHARGE-EXIT
           END-START.
           READ LATE-CHARGE-FILE NEXT RECORD
               AT END
                   SET WS-LC-MOVE-DONE TO TRUE
                   GO TO MOVE-ONE-LATE-CHARGE-EXIT
           END-READ.
           IF LC-STUDENT-ID NOT = SM-STUDENT-ID OR
              LC-COURSE-CODE NOT = WS-TR-FROM-COURSE
               SET WS-LC-MOVE-DONE TO TRUE
               GO TO MOVE-ONE-LATE-CHARGE-EXIT
           END-IF.

           MOVE LC-CHARGE-KEY TO WS-LC-OLD-KEY.
           MOVE WS-TR-TO-COURSE TO LC-COURSE-CODE.
           WRITE LC-CHARGE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MOVE LATE CHARGE DUE '
                       LC-DUE-DATE ' TO ' WS-TR-TO-COURSE
                       ' - ALREADY ON FILE, LEFT ON '
                       WS-TR-FROM-COURSE
                   SET WS-LC-MOVE-DONE TO TRUE
                   GO TO MOVE-ONE-LATE-CHARGE-EXIT
           END-WRITE.
           MOVE WS-LC-OLD-KEY TO LC-CHARGE-KEY.
           DELETE LATE-CHARGE-FILE RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REMOVE LATE CHARGE DUE '
                       LC-DUE-DATE ' FROM ' WS-TR-FROM-COURSE
                   SET WS-LC-MOVE-DONE TO TRUE
                   GO TO MOVE-ONE-LATE-CHARGE-EXIT
           END-DELETE.
           ADD 1 TO WS-LC-MOVED-COUNT.

       MOVE-ONE-LATE-CHARGE-EXIT.
           EXIT.

       COUNT-ONE-TRANSFER-OPEN-INST.
           ADD 1 TO WS-INST-SUB.
           IF SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) >
              SM-EC-INST-PAID(WS-TR-SLOT, WS-INST-SUB)
               ADD 1 TO WS-TR-OPEN-COUNT
               MOVE WS-INST-SUB TO WS-TR-LAST-OPEN
           END-IF.

      ******************************************************************
      * SPREAD-ONE-TRANSFER-INST: re-sets one installment of the
      * transferring slot - an open one becomes what is already paid
      * on it plus its share of the new balance (the last open one
      * takes whatever the even shares leave), a settled one is left
      * alone. An installment left with nothing due has its date
      * cleared.
      ******************************************************************
       SPREAD-ONE-TRANSFER-INST.
           ADD 1 TO WS-INST-SUB.
           IF SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) >
              SM-EC-INST-PAID(WS-TR-SLOT, WS-INST-SUB)
               IF WS-INST-SUB = WS-TR-LAST-OPEN
                   COMPUTE SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) =
                       SM-EC-INST-PAID(WS-TR-SLOT, WS-INST-SUB) +
                       WS-TR-NEW-OWED -
                       (WS-TR-SHARE * (WS-TR-OPEN-COUNT - 1))
               ELSE
                   COMPUTE SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) =
                       SM-EC-INST-PAID(WS-TR-SLOT, WS-INST-SUB) +
                       WS-TR-SHARE
               END-IF
           END-IF.
           IF SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) = ZERO
               MOVE ZERO TO SM-EC-INST-DUE-DATE(WS-TR-SLOT, WS-INST-SUB)
           END-IF.

      ******************************************************************
      * PLACE-TRANSFER-BALANCE: the old schedule was fully settled, so
      * the balance on a dearer new course goes on the first unused
      * installment, due today - or, when all four carry payments, is
      * added to the latest of them, re-opening it.
      ******************************************************************
       PLACE-TRANSFER-BALANCE.
           MOVE ZERO TO WS-INST-PICK.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CHECK-ONE-UNUSED-TRANSFER-INST
               UNTIL WS-INST-PICK > ZERO OR WS-INST-SUB = 4.
           IF WS-INST-PICK > ZERO
               MOVE WS-TODAYS-DATE
                   TO SM-EC-INST-DUE-DATE(WS-TR-SLOT, WS-INST-PICK)
               MOVE WS-TR-NEW-OWED
                   TO SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-PICK)
           ELSE
               PERFORM FIND-LATEST-SETTLED-INSTALLMENT
               ADD WS-TR-NEW-OWED
                   TO SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-PICK)
           END-IF.

       CHECK-ONE-UNUSED-TRANSFER-INST.
           ADD 1 TO WS-INST-SUB.
           IF SM-EC-INST-AMOUNT(WS-TR-SLOT, WS-INST-SUB) = ZERO AND
              SM-EC-INST-PAID(WS-TR-SLOT, WS-INST-SUB) = ZERO
               MOVE WS-INST-SUB TO WS-INST-PICK
           END-IF.

      ******************************************************************
      * BATCH-TRANSFER-COURSE: moves one batch-loaded transfer into
      * SM-STUDENT-ID/WS-TR-FROM-COURSE/WS-TR-TO-COURSE and drives
      * the same PRICE-COURSE-TRANSFER and POST-COURSE-TRANSFER
      * paragraphs the interactive menu uses, without the
      * confirmation prompt.
      ******************************************************************
       BATCH-TRANSFER-COURSE.
           MOVE BT-TRF-STUDENT-ID   TO SM-STUDENT-ID.
           MOVE BT-TRF-FROM-COURSE  TO WS-TR-FROM-COURSE.
           MOVE BT-TRF-TO-COURSE    TO WS-TR-TO-COURSE.

           PERFORM PRICE-COURSE-TRANSFER
               THRU PRICE-COURSE-TRANSFER-EXIT.
           IF WS-TR-NOT-VALID
               DISPLAY 'BATCH TRANSFER REJECTED FOR STUDENT-ID: '
                   BT-TRF-STUDENT-ID
               GO TO BATCH-TRANSFER-COURSE-EXIT
           END-IF.

           PERFORM POST-COURSE-TRANSFER
               THRU POST-COURSE-TRANSFER-EXIT.

       BATCH-TRANSFER-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-COURSE-CAPACITY: decides whether the course in
      * WS-COURSE-DETAIL (whose table entry WS-CRS-SUB the caller has
      * already found) has a free place in term WS-TERM-ENTRY.
      * Capacity zero means no limit - how every course behaved
      * before capacities existed. The headcount deliberately
      * excludes WS-WL-STUDENT-ID, so a MODIFY-STUDENT re-keying a
      * student's own course never counts them against themselves.
      ******************************************************************
       CHECK-COURSE-CAPACITY.
           SET WS-WL-COURSE-OPEN TO TRUE.
           IF WS-CRS-CAPACITY(WS-CRS-SUB) = ZERO
               GO TO CHECK-COURSE-CAPACITY-EXIT
           END-IF.
           PERFORM FETCH-COURSE-HEADCOUNT.
           IF WS-WL-HEADCOUNT >= WS-CRS-CAPACITY(WS-CRS-SUB)
               SET WS-WL-COURSE-FULL TO TRUE
           END-IF.

       CHECK-COURSE-CAPACITY-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-COURSE-HEADCOUNT: takes how many students hold a place
      * on the WS-COURSE-DETAIL course in term WS-TERM-ENTRY from the
      * stored headcount on HEADCNT, less one if the student in
      * WS-WL-STUDENT-ID already holds that place on the master. The
      * record area is saved and restored around that read because
      * the callers (the enrollment gathers) may be holding a record
      * they have yet to rewrite.
      ******************************************************************
       FETCH-COURSE-HEADCOUNT.
           MOVE ZERO TO WS-WL-HEADCOUNT.
           MOVE WS-COURSE-DETAIL TO HC-COURSE-CODE.
           MOVE WS-TERM-ENTRY    TO HC-TERM.
           READ COURSE-COUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HC-HEADCOUNT TO WS-WL-HEADCOUNT
           END-READ.

           IF WS-WL-HEADCOUNT > ZERO
               MOVE SM-STUDENT-RECORD TO WS-WL-SAVED-RECORD
               MOVE WS-WL-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO WS-WL-SUB
                       PERFORM DISCOUNT-ONE-HEADCOUNT-SLOT
                           UNTIL WS-WL-SUB = 4
               END-READ
               MOVE WS-WL-SAVED-RECORD TO SM-STUDENT-RECORD
           END-IF.

       DISCOUNT-ONE-HEADCOUNT-SLOT.
           ADD 1 TO WS-WL-SUB.
           IF SM-EC-COURSE-CODE(WS-WL-SUB) = WS-COURSE-DETAIL AND
              SM-EC-TERM(WS-WL-SUB) = WS-TERM-ENTRY AND
              WS-WL-HEADCOUNT > ZERO
               SUBTRACT 1 FROM WS-WL-HEADCOUNT
           END-IF.

      ******************************************************************
      * OPEN-COURSE-COUNT-FILE: opens the course headcount file for
      * update. On the very first run it is created and counted from
      * the master, so capacity checks are right from the start.
      ******************************************************************
       OPEN-COURSE-COUNT-FILE.
           OPEN I-O COURSE-COUNT-FILE.
           IF WS-HC-FILE-STATUS = '35'
               OPEN OUTPUT COURSE-COUNT-FILE
               CLOSE COURSE-COUNT-FILE
               OPEN I-O COURSE-COUNT-FILE
               PERFORM REBUILD-COURSE-HEADCOUNTS
           END-IF.

      ******************************************************************
      * UPDATE-COURSE-HEADCOUNTS: moves the stored headcounts with the
      * master change just journaled. Each course slot of the before
      * image is compared with the same slot of the after image; where
      * the course or its term differs, the old place comes off its
      * course and term and the new place goes on. A write has a
      * blank before image and a delete a blank after image, so an
      * enrollment only adds and a withdrawal only takes away, while
      * a transfer or a term-end re-stamp moves the place across.
      ******************************************************************
       UPDATE-COURSE-HEADCOUNTS.
           MOVE ZERO TO WS-HC-SLOT.
           PERFORM UPDATE-ONE-SLOT-HEADCOUNT UNTIL WS-HC-SLOT = 4.

       UPDATE-ONE-SLOT-HEADCOUNT.
           ADD 1 TO WS-HC-SLOT.
           IF WS-HB-COURSE-CODE(WS-HC-SLOT) =
              WS-HA-COURSE-CODE(WS-HC-SLOT) AND
              WS-HB-TERM(WS-HC-SLOT) = WS-HA-TERM(WS-HC-SLOT)
               CONTINUE
           ELSE
               IF WS-HB-COURSE-CODE(WS-HC-SLOT) NOT = SPACES
                   MOVE WS-HB-COURSE-CODE(WS-HC-SLOT)
                       TO WS-HC-COURSE-CODE
                   MOVE WS-HB-TERM(WS-HC-SLOT) TO WS-HC-TERM
                   MOVE -1 TO WS-HC-CHANGE
                   PERFORM ADJUST-COURSE-HEADCOUNT
               END-IF
               IF WS-HA-COURSE-CODE(WS-HC-SLOT) NOT = SPACES
                   MOVE WS-HA-COURSE-CODE(WS-HC-SLOT)
                       TO WS-HC-COURSE-CODE
                   MOVE WS-HA-TERM(WS-HC-SLOT) TO WS-HC-TERM
                   MOVE 1 TO WS-HC-CHANGE
                   PERFORM ADJUST-COURSE-HEADCOUNT
               END-IF
           END-IF.

      ******************************************************************
      * ADJUST-COURSE-HEADCOUNT: adds WS-HC-CHANGE (plus or minus one)
      * to the headcount for WS-HC-COURSE-CODE and WS-HC-TERM,
      * starting a record for a course and term not yet counted. A
      * count is never taken below zero.
      ******************************************************************
       ADJUST-COURSE-HEADCOUNT.
           MOVE WS-HC-COURSE-CODE TO HC-COURSE-CODE.
           MOVE WS-HC-TERM        TO HC-TERM.
           SET WS-HC-NOT-FOUND TO TRUE.
           READ COURSE-COUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HC-FOUND TO TRUE
           END-READ.
           IF WS-HC-NOT-FOUND
               MOVE WS-HC-COURSE-CODE TO HC-COURSE-CODE
               MOVE WS-HC-TERM        TO HC-TERM
               MOVE ZERO              TO HC-HEADCOUNT
               MOVE SPACES            TO HC-FILLER
           END-IF.

           COMPUTE WS-HC-NEW-COUNT = HC-HEADCOUNT + WS-HC-CHANGE.
           IF WS-HC-NEW-COUNT < ZERO
               MOVE ZERO TO WS-HC-NEW-COUNT
           END-IF.
           MOVE WS-HC-NEW-COUNT TO HC-HEADCOUNT.
           MOVE WS-TODAYS-DATE  TO HC-LAST-UPDATE-DATE.

           IF WS-HC-FOUND
               REWRITE HC-COUNT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE HEADCOUNT FOR '
                           HC-COURSE-CODE ' ' HC-TERM
               END-REWRITE
           ELSE
               WRITE HC-COUNT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE HEADCOUNT FOR '
                           HC-COURSE-CODE ' ' HC-TERM
               END-WRITE
           END-IF.

      ******************************************************************
      * REBUILD-COURSE-HEADCOUNTS: empties HEADCNT and recounts every
      * course place on the master by course and term. Run from the
      * supervisor menu if the counts are ever in doubt, on the first
      * run, and after a forward recovery - the journal replay does
      * not pass through JOURNAL-ONE-UPDATE, so nothing else keeps
      * the counts in step with a recovered master.
      ******************************************************************
       REBUILD-COURSE-HEADCOUNTS.
           CLOSE COURSE-COUNT-FILE.
           OPEN OUTPUT COURSE-COUNT-FILE.
           CLOSE COURSE-COUNT-FILE.
           OPEN I-O COURSE-COUNT-FILE.

           MOVE ZERO TO WS-HC-STUDENT-COUNT.
           MOVE ZERO TO WS-HC-PLACE-COUNT.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE '10' TO WS-SM-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-SM-FILE-STATUS = '10'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM RECOUNT-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           DISPLAY 'COURSE HEADCOUNTS REBUILT FROM THE MASTER - '
               WS-HC-STUDENT-COUNT ' STUDENTS, ' WS-HC-PLACE-COUNT
               ' COURSE PLACES'.

       RECOUNT-ONE-STUDENT.
           ADD 1 TO WS-HC-STUDENT-COUNT.
           MOVE ZERO TO WS-HC-SLOT.
           PERFORM RECOUNT-ONE-COURSE-SLOT UNTIL WS-HC-SLOT = 4.

       RECOUNT-ONE-COURSE-SLOT.
           ADD 1 TO WS-HC-SLOT.
           IF SM-EC-COURSE-CODE(WS-HC-SLOT) NOT = SPACES
               MOVE SM-EC-COURSE-CODE(WS-HC-SLOT) TO WS-HC-COURSE-CODE
               MOVE SM-EC-TERM(WS-HC-SLOT)        TO WS-HC-TERM
               MOVE 1 TO WS-HC-CHANGE
               PERFORM ADJUST-COURSE-HEADCOUNT
               ADD 1 TO WS-HC-PLACE-COUNT
           END-IF.

      ******************************************************************
      * ADD-TO-WAITLIST: appends the student in WS-WL-STUDENT-ID to
      * the back of the waiting-list queue for the WS-COURSE-DETAIL
      * course and term WS-TERM-ENTRY, creating the queue file on its
      * very first use, and lists the addition on the movements
      * listing. A student already queued for the course keeps their
      * one place - a re-keyed gather never appends a second entry
      * for promotion to skip over later. Either way,
      * WS-WL-QUEUED-NOW records that this gather put (or found) the
      * student on the queue, so the record write can allow a
      * student whose only course is waitlisted.
      ******************************************************************
       ADD-TO-WAITLIST.
           PERFORM CHECK-ALREADY-WAITLISTED.
           SET WS-WL-QUEUED-NOW TO TRUE.
           IF WS-WL-ALREADY-QUEUED
               DISPLAY 'STUDENT ' WS-WL-STUDENT-ID ' IS ALREADY ON '
                   'THE WAITING LIST FOR ' WS-COURSE-DETAIL
               GO TO ADD-TO-WAITLIST-EXIT
           END-IF.

           OPEN EXTEND WAITING-LIST-FILE.
           IF WS-WL-FILE-STATUS = '35'
               OPEN OUTPUT WAITING-LIST-FILE
               CLOSE WAITING-LIST-FILE
               OPEN EXTEND WAITING-LIST-FILE
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WL-WAIT-RECORD.
           MOVE WS-WL-STUDENT-ID TO WL-STUDENT-ID.
           MOVE WS-WL-SURNAME    TO WL-SURNAME.
           MOVE WS-WL-FIRSTNAME  TO WL-FIRSTNAME.
           MOVE WS-COURSE-DETAIL TO WL-COURSE-CODE.
           MOVE WS-TERM-ENTRY    TO WL-TERM.
           MOVE WS-TODAYS-DATE   TO WL-ADDED-DATE.
           MOVE WS-CURRENT-TIME  TO WL-ADDED-TIME.
           MOVE WS-WL-SPONSOR-CODE TO WL-SPONSOR-CODE.
           MOVE WS-WL-SPONSOR-PCT  TO WL-SPONSOR-PCT.
           WRITE WL-WAIT-RECORD.
           CLOSE WAITING-LIST-FILE.

           MOVE 'ADDED'          TO WS-WL-MOVE-ACTION.
           MOVE WS-WL-STUDENT-ID TO WS-WM-D-STUDENT-ID.
           MOVE WS-WL-SURNAME    TO WS-WM-D-SURNAME.
           MOVE WS-COURSE-DETAIL TO WS-WM-D-COURSE-CODE.
           MOVE WS-TERM-ENTRY    TO WS-WM-D-TERM.
           PERFORM WRITE-WAITLIST-MOVEMENT.

       ADD-TO-WAITLIST-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ALREADY-WAITLISTED: scans the queue for an entry with
      * this student and course, so the same place is never queued
      * twice.
      ******************************************************************
       CHECK-ALREADY-WAITLISTED.
           SET WS-WL-NOT-ALREADY-QUEUED TO TRUE.
           PERFORM LOAD-WAITLIST-TABLE
               THRU LOAD-WAITLIST-TABLE-EXIT.
           MOVE ZERO TO WS-WLT-SUB.
           PERFORM CHECK-ONE-QUEUED-ENTRY
               UNTIL WS-WL-ALREADY-QUEUED OR
                   WS-WLT-SUB = WS-WLT-COUNT.

       CHECK-ONE-QUEUED-ENTRY.
           ADD 1 TO WS-WLT-SUB.
           IF WS-WLT-STUDENT-ID(WS-WLT-SUB) = WS-WL-STUDENT-ID AND
              WS-WLT-COURSE-CODE(WS-WLT-SUB) = WS-COURSE-DETAIL
               SET WS-WL-ALREADY-QUEUED TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-WAITLIST-MOVEMENT: appends one line to the waitlist
      * movements listing for admissions - the caller fills the
      * student, course and term print fields and WS-WL-MOVE-ACTION
      * (ADDED / PROMOTED / SKIPPED); this stamps the date and time
      * and writes the line, creating the listing on first use.
      ******************************************************************
       WRITE-WAITLIST-MOVEMENT.
           OPEN EXTEND WAITLIST-MOVE-FILE.
           IF WS-WM-FILE-STATUS = '35'
               OPEN OUTPUT WAITLIST-MOVE-FILE
               CLOSE WAITLIST-MOVE-FILE
               OPEN EXTEND WAITLIST-MOVE-FILE
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-TODAYS-DATE  TO WS-WM-D-DATE.
           MOVE WS-CURRENT-TIME TO WS-WM-D-TIME.
           MOVE WS-WL-MOVE-ACTION TO WS-WM-D-ACTION.
           MOVE WS-WM-DETAIL-LINE TO WM-PRINT-LINE.
           WRITE WM-PRINT-LINE.
           CLOSE WAITLIST-MOVE-FILE.

      ******************************************************************
      * SAVE-ONE-FREED-COURSE: notes one course code the withdrawing
      * student held, ahead of the DELETE, so the waitlist can be
      * worked for each freed seat afterwards.
      ******************************************************************
       SAVE-ONE-FREED-COURSE.
           ADD 1 TO WS-WL-FREED-SUB.
           MOVE SM-EC-COURSE-CODE(WS-WL-FREED-SUB)
               TO WS-WL-FREED-COURSE(WS-WL-FREED-SUB).

      ******************************************************************
      * PROMOTE-FREED-SEATS: for each course the withdrawal freed,
      * offers the seat to the waiting list.
      ******************************************************************
       PROMOTE-FREED-SEATS.
           MOVE ZERO TO WS-WL-FREED-SUB.
           PERFORM PROMOTE-ONE-FREED-SEAT
               THRU PROMOTE-ONE-FREED-SEAT-EXIT
               UNTIL WS-WL-FREED-SUB = 4.

       PROMOTE-ONE-FREED-SEAT.
           ADD 1 TO WS-WL-FREED-SUB.
           IF WS-WL-FREED-COURSE(WS-WL-FREED-SUB) = SPACES
               GO TO PROMOTE-ONE-FREED-SEAT-EXIT
           END-IF.
           MOVE WS-WL-FREED-COURSE(WS-WL-FREED-SUB)
               TO WS-COURSE-DETAIL.
           PERFORM PROMOTE-FROM-WAITLIST
               THRU PROMOTE-FROM-WAITLIST-EXIT.

       PROMOTE-ONE-FREED-SEAT-EXIT.
           EXIT.

      ******************************************************************
      * PROMOTE-FROM-WAITLIST: works the queue for the course in
      * WS-COURSE-DETAIL, in arrival order, until one student has
      * been promoted into the freed seat. An entry that can no
      * longer be honoured - the student has left the master, is
      * already on the course, has no free course slot, or the course
      * is gone or retired - comes off the queue as SKIPPED so it
      * cannot block the seat forever; admissions see every movement
      * on the listing. The queue file is rewritten without the
      * consumed entries.
      ******************************************************************
       PROMOTE-FROM-WAITLIST.
           PERFORM LOAD-WAITLIST-TABLE
               THRU LOAD-WAITLIST-TABLE-EXIT.
           IF WS-WLT-COUNT = ZERO
               GO TO PROMOTE-FROM-WAITLIST-EXIT
           END-IF.

           SET WS-WL-NOT-PROMOTED TO TRUE.
           SET WS-WL-NONE-CONSUMED TO TRUE.
           MOVE ZERO TO WS-WLT-SUB.
           PERFORM EXAMINE-ONE-WAIT-ENTRY
               THRU EXAMINE-ONE-WAIT-ENTRY-EXIT
               UNTIL WS-WL-PROMOTED OR WS-WLT-SUB = WS-WLT-COUNT.

           IF WS-WL-SOME-CONSUMED
               PERFORM REWRITE-WAITLIST-FILE
           END-IF.

       PROMOTE-FROM-WAITLIST-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-WAITLIST-TABLE: reads the whole waiting-list queue into
      * the WS-WLT-ENTRY table in arrival order. No queue file yet
      * just means an empty queue.
      ******************************************************************
       LOAD-WAITLIST-TABLE.
           MOVE ZERO TO WS-WLT-COUNT.
           OPEN INPUT WAITING-LIST-FILE.
           IF WS-WL-FILE-STATUS NOT = '00'
               GO TO LOAD-WAITLIST-TABLE-EXIT
           END-IF.
           SET WS-WL-NOT-EOF TO TRUE.
           PERFORM LOAD-ONE-WAITLIST-ENTRY UNTIL WS-WL-EOF.
           CLOSE WAITING-LIST-FILE.

       LOAD-WAITLIST-TABLE-EXIT.
           EXIT.

       LOAD-ONE-WAITLIST-ENTRY.
           READ WAITING-LIST-FILE
               AT END
                   SET WS-WL-EOF TO TRUE
               NOT AT END
                   IF WS-WLT-COUNT < 500
                       ADD 1 TO WS-WLT-COUNT
                       MOVE WL-STUDENT-ID
                           TO WS-WLT-STUDENT-ID(WS-WLT-COUNT)
                       MOVE WL-SURNAME
                           TO WS-WLT-SURNAME(WS-WLT-COUNT)
                       MOVE WL-FIRSTNAME
                           TO WS-WLT-FIRSTNAME(WS-WLT-COUNT)
                       MOVE WL-COURSE-CODE
                           TO WS-WLT-COURSE-CODE(WS-WLT-COUNT)
                       MOVE WL-TERM
                           TO WS-WLT-TERM(WS-WLT-COUNT)
                       MOVE WL-ADDED-DATE
                           TO WS-WLT-ADDED-DATE(WS-WLT-COUNT)
                       MOVE WL-ADDED-TIME
                           TO WS-WLT-ADDED-TIME(WS-WLT-COUNT)
                       MOVE WL-SPONSOR-CODE
                           TO WS-WLT-SPONSOR-CODE(WS-WLT-COUNT)
                       IF WL-SPONSOR-PCT NUMERIC
                           MOVE WL-SPONSOR-PCT
                               TO WS-WLT-SPONSOR-PCT(WS-WLT-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-WLT-SPONSOR-PCT(WS-WLT-COUNT)
                       END-IF
                       SET WS-WLT-QUEUED(WS-WLT-COUNT) TO TRUE
                   ELSE
                       DISPLAY 'WARNING: WAITLIST TABLE FULL - ENTRY '
                           'FOR STUDENT-ID ' WL-STUDENT-ID
                           ' NOT LOADED'
                   END-IF
           END-READ.
           IF WS-WL-FILE-STATUS NOT = '00' AND
              WS-WL-FILE-STATUS NOT = '02' AND
              WS-WL-FILE-STATUS NOT = '10'
               SET WS-WL-EOF TO TRUE
           END-IF.

      ******************************************************************
      * EXAMINE-ONE-WAIT-ENTRY: offers the freed seat to one queue
      * entry for the matching course. A promotable student is
      * enrolled at the current course-table price against their
      * recorded family income, with a single installment due today -
      * the same default the batch load gives a new enrollment.
      ******************************************************************
       EXAMINE-ONE-WAIT-ENTRY.
           ADD 1 TO WS-WLT-SUB.
           IF WS-WLT-COURSE-CODE(WS-WLT-SUB) NOT = WS-COURSE-DETAIL
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.

           MOVE WS-WLT-STUDENT-ID(WS-WLT-SUB) TO SM-STUDENT-ID.
           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               MOVE 'SKIPPED' TO WS-WL-MOVE-ACTION
               PERFORM CONSUME-WAIT-ENTRY
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-FOUND
               MOVE 'SKIPPED' TO WS-WL-MOVE-ACTION
               PERFORM CONSUME-WAIT-ENTRY
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.

           PERFORM FIND-FREE-COURSE-SLOT.
           IF WS-WL-FREE-SLOT = ZERO
               MOVE 'SKIPPED' TO WS-WL-MOVE-ACTION
               PERFORM CONSUME-WAIT-ENTRY
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.

           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               MOVE 'SKIPPED' TO WS-WL-MOVE-ACTION
               PERFORM CONSUME-WAIT-ENTRY
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.
           IF WS-CRS-RETIRED(WS-CRS-SUB)
               MOVE 'SKIPPED' TO WS-WL-MOVE-ACTION
               PERFORM CONSUME-WAIT-ENTRY
               GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-IF.

           MOVE SM-FAMILY-INCOME TO WS-FAMILY-INCOME.
           PERFORM CALCULATE-DISCOUNT.

           MOVE WS-COURSE-DETAIL
               TO SM-EC-COURSE-CODE(WS-WL-FREE-SLOT).
           MOVE WS-DISCOUNTED-FEE
               TO SM-EC-FEES-OWED(WS-WL-FREE-SLOT).
           MOVE WS-DISCOUNTED-FEE
               TO SM-EC-ORIGINAL-FEE(WS-WL-FREE-SLOT).
           MOVE WS-WLT-TERM(WS-WLT-SUB)
               TO SM-EC-TERM(WS-WL-FREE-SLOT).
           MOVE SPACES TO SM-EC-SPONSOR-CODE(WS-WL-FREE-SLOT).
           MOVE ZERO   TO SM-EC-SPONSOR-PCT(WS-WL-FREE-SLOT).
           MOVE ZERO   TO SM-EC-SPONSOR-OWED(WS-WL-FREE-SLOT).
           PERFORM SET-PROMOTED-SPONSOR-SHARE
               THRU SET-PROMOTED-SPONSOR-SHARE-EXIT.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CLEAR-ONE-PROMOTED-INST UNTIL WS-INST-SUB = 4.
           MOVE WS-TODAYS-DATE
               TO SM-EC-INST-DUE-DATE(WS-WL-FREE-SLOT, 1).
           MOVE WS-DISCOUNTED-FEE
               TO SM-EC-INST-AMOUNT(WS-WL-FREE-SLOT, 1).

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO ENROLL WAITLISTED STUDENT '
                       SM-STUDENT-ID
                   GO TO EXAMINE-ONE-WAIT-ENTRY-EXIT
           END-REWRITE.

           MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE.
           MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID.
           MOVE 'WAITLIST' TO WS-JR-FUNCTION.
           MOVE 'R' TO WS-JR-ACTION.
           PERFORM JOURNAL-ONE-UPDATE.

           MOVE 'PROMOTED' TO WS-WL-MOVE-ACTION.
           PERFORM CONSUME-WAIT-ENTRY.
           SET WS-WL-PROMOTED TO TRUE.
           DISPLAY 'WAITLISTED STUDENT ' SM-STUDENT-ID
               ' PROMOTED ONTO COURSE ' WS-COURSE-DETAIL.

       EXAMINE-ONE-WAIT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * SET-PROMOTED-SPONSOR-SHARE: carries the sponsorship the queue
      * entry was waitlisted with onto the freed slot, the same way
      * BATCH-ADD-STUDENT prices a sponsored enrollment. The sponsor
      * code is re-checked against the sponsor master - a sponsor
      * removed while the student queued leaves the place
      * unsponsored, with a message, rather than billing a code the
      * invoice run no longer knows.
      ******************************************************************
       SET-PROMOTED-SPONSOR-SHARE.
           IF WS-WLT-SPONSOR-CODE(WS-WLT-SUB) = SPACES
               GO TO SET-PROMOTED-SPONSOR-SHARE-EXIT
           END-IF.

           MOVE WS-WLT-SPONSOR-CODE(WS-WLT-SUB) TO SP-SPONSOR-CODE.
           SET WS-SP-NOT-FOUND TO TRUE.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SP-FOUND TO TRUE
           END-READ.
           IF WS-SP-NOT-FOUND
               DISPLAY 'WAITLISTED SPONSOR '
                   WS-WLT-SPONSOR-CODE(WS-WLT-SUB)
                   ' NO LONGER ON THE SPONSOR MASTER - STUDENT '
                   SM-STUDENT-ID ' PROMOTED UNSPONSORED'
               GO TO SET-PROMOTED-SPONSOR-SHARE-EXIT
           END-IF.

           MOVE WS-WLT-SPONSOR-CODE(WS-WLT-SUB)
               TO SM-EC-SPONSOR-CODE(WS-WL-FREE-SLOT).
           IF WS-WLT-SPONSOR-PCT(WS-WLT-SUB) < 1 OR
              WS-WLT-SPONSOR-PCT(WS-WLT-SUB) > 100
               MOVE 100 TO SM-EC-SPONSOR-PCT(WS-WL-FREE-SLOT)
           ELSE
               MOVE WS-WLT-SPONSOR-PCT(WS-WLT-SUB)
                   TO SM-EC-SPONSOR-PCT(WS-WL-FREE-SLOT)
           END-IF.
           COMPUTE SM-EC-SPONSOR-OWED(WS-WL-FREE-SLOT) ROUNDED =
               WS-DISCOUNTED-FEE *
               SM-EC-SPONSOR-PCT(WS-WL-FREE-SLOT) / 100.

       SET-PROMOTED-SPONSOR-SHARE-EXIT.
           EXIT.

       CLEAR-ONE-PROMOTED-INST.
           ADD 1 TO WS-INST-SUB.
           MOVE ZERO
               TO SM-EC-INST-DUE-DATE(WS-WL-FREE-SLOT, WS-INST-SUB).
           MOVE ZERO
               TO SM-EC-INST-AMOUNT(WS-WL-FREE-SLOT, WS-INST-SUB).
           MOVE ZERO
               TO SM-EC-INST-PAID(WS-WL-FREE-SLOT, WS-INST-SUB).

      ******************************************************************
      * FIND-FREE-COURSE-SLOT: sets WS-WL-FREE-SLOT to the first
      * empty enrolled-course slot of the record just read, or zero
      * when all four are taken.
      ******************************************************************
       FIND-FREE-COURSE-SLOT.
           MOVE ZERO TO WS-WL-FREE-SLOT.
           MOVE ZERO TO WS-WL-SUB.
           PERFORM CHECK-ONE-FREE-SLOT
               UNTIL WS-WL-FREE-SLOT > ZERO OR WS-WL-SUB = 4.

       CHECK-ONE-FREE-SLOT.
           ADD 1 TO WS-WL-SUB.
           IF SM-EC-COURSE-CODE(WS-WL-SUB) = SPACES
               MOVE WS-WL-SUB TO WS-WL-FREE-SLOT
           END-IF.

      ******************************************************************
      * CONSUME-WAIT-ENTRY: takes the current queue entry off the
      * waiting list and lists the movement (caller has set
      * WS-WL-MOVE-ACTION).
      ******************************************************************
       CONSUME-WAIT-ENTRY.
           SET WS-WLT-CONSUMED(WS-WLT-SUB) TO TRUE.
           SET WS-WL-SOME-CONSUMED TO TRUE.
           MOVE WS-WLT-STUDENT-ID(WS-WLT-SUB) TO WS-WM-D-STUDENT-ID.
           MOVE WS-WLT-SURNAME(WS-WLT-SUB)    TO WS-WM-D-SURNAME.
           MOVE WS-WLT-COURSE-CODE(WS-WLT-SUB)
               TO WS-WM-D-COURSE-CODE.
           MOVE WS-WLT-TERM(WS-WLT-SUB)       TO WS-WM-D-TERM.
           PERFORM WRITE-WAITLIST-MOVEMENT.

      ******************************************************************
      * REWRITE-WAITLIST-FILE: writes the queue back without the
      * entries consumed this pass, preserving arrival order.
      ******************************************************************
       REWRITE-WAITLIST-FILE.
           OPEN OUTPUT WAITING-LIST-FILE.
           MOVE ZERO TO WS-WLT-SUB.
           PERFORM REWRITE-ONE-WAITLIST-ENTRY
               THRU REWRITE-ONE-WAITLIST-ENTRY-EXIT
               UNTIL WS-WLT-SUB = WS-WLT-COUNT.
           CLOSE WAITING-LIST-FILE.

       REWRITE-ONE-WAITLIST-ENTRY.
           ADD 1 TO WS-WLT-SUB.
           IF WS-WLT-CONSUMED(WS-WLT-SUB)
               GO TO REWRITE-ONE-WAITLIST-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO WL-WAIT-RECORD.
           MOVE WS-WLT-STUDENT-ID(WS-WLT-SUB) TO WL-STUDENT-ID.
           MOVE WS-WLT-SURNAME(WS-WLT-SUB)    TO WL-SURNAME.
           MOVE WS-WLT-FIRSTNAME(WS-WLT-SUB)  TO WL-FIRSTNAME.
           MOVE WS-WLT-COURSE-CODE(WS-WLT-SUB) TO WL-COURSE-CODE.
           MOVE WS-WLT-TERM(WS-WLT-SUB)       TO WL-TERM.
           MOVE WS-WLT-ADDED-DATE(WS-WLT-SUB) TO WL-ADDED-DATE.
           MOVE WS-WLT-ADDED-TIME(WS-WLT-SUB) TO WL-ADDED-TIME.
           MOVE WS-WLT-SPONSOR-CODE(WS-WLT-SUB) TO WL-SPONSOR-CODE.
           MOVE WS-WLT-SPONSOR-PCT(WS-WLT-SUB)  TO WL-SPONSOR-PCT.
           WRITE WL-WAIT-RECORD.

       REWRITE-ONE-WAITLIST-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * STATEMENT-OF-ACCOUNT: menu function that builds a printed
      * statement for one student on its own STMTRPT dataset - each
      * enrolled course with its original fee, every matching line
      * from the PAYMENT-TRANS history with a running balance, and
      * the current balance owed per course - so a disputed balance
      * can be answered with paper instead of a shrug.
      ******************************************************************
       STATEMENT-OF-ACCOUNT.
           DISPLAY "ENTER THE STUDENT-ID FOR THE STATEMENT"
           ACCEPT SM-STUDENT-ID.

           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.

           IF WS-STUDENT-NOT-FOUND
               GO TO STATEMENT-OF-ACCOUNT-EXIT
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           MOVE WS-TODAYS-DATE TO WS-ST-H1-DATE.
           MOVE WS-ST-HEADING-1 TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE SM-STUDENT-ID TO WS-ST-S-STUDENT-ID
           MOVE SM-FIRSTNAME  TO WS-ST-S-FIRSTNAME
           MOVE SM-SURNAME    TO WS-ST-S-SURNAME
           MOVE WS-ST-STUDENT-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

           MOVE ZERO TO WS-ST-SUB.
           PERFORM STATEMENT-ONE-COURSE
               THRU STATEMENT-ONE-COURSE-EXIT
               UNTIL WS-ST-SUB = 4.

           MOVE SPACES TO WS-RPT-TERM-FILTER.
           PERFORM SUM-STUDENT-COURSE-FEES.
           MOVE SPACES TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE WS-STUDENT-TOTAL-OWED TO WS-ST-TL-TOTAL.
           MOVE WS-ST-TOTAL-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

           CLOSE STATEMENT-FILE.
           DISPLAY 'STATEMENT OF ACCOUNT WRITTEN TO STMTRPT'.

       STATEMENT-OF-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * STATEMENT-ONE-COURSE: prints one enrolled course's section of
      * the statement - the course line, the payment history from
      * PAYMENT-TRANS with a running balance, and the closing balance.
      * The payment log is re-read from the top for each course and
      * re-opened for extend afterwards so the shutdown CLOSE stays
      * happy.
      ******************************************************************
       STATEMENT-ONE-COURSE.
           ADD 1 TO WS-ST-SUB.
           IF SM-EC-COURSE-CODE(WS-ST-SUB) = SPACES
               GO TO STATEMENT-ONE-COURSE-EXIT
           END-IF.

           MOVE SPACES TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE SM-EC-COURSE-CODE(WS-ST-SUB) TO WS-ST-C-COURSE-CODE.
           MOVE SM-EC-COURSE-CODE(WS-ST-SUB) TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-FOUND
               MOVE WS-CRS-NAME(WS-CRS-SUB) TO WS-ST-C-COURSE-NAME
           ELSE
               MOVE SPACES TO WS-ST-C-COURSE-NAME
           END-IF.
           MOVE SM-EC-ORIGINAL-FEE(WS-ST-SUB) TO WS-ST-C-ORIGINAL-FEE.
           MOVE WS-ST-COURSE-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE WS-ST-TXN-HEADING TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

           MOVE SM-EC-ORIGINAL-FEE(WS-ST-SUB) TO WS-ST-RUN-BALANCE.

           PERFORM STATEMENT-HISTORY-LINES.

           CLOSE PAYMENT-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PT-FILE-STATUS NOT = '00'
               OPEN EXTEND PAYMENT-TRANS-FILE
           ELSE
               SET WS-PT-NOT-EOF TO TRUE
               PERFORM STATEMENT-ONE-PAYTRAN-LINE UNTIL WS-PT-EOF
               CLOSE PAYMENT-TRANS-FILE
               OPEN EXTEND PAYMENT-TRANS-FILE
           END-IF.

           MOVE SM-EC-FEES-OWED(WS-ST-SUB) TO WS-ST-CL-FEES-OWED.
           MOVE WS-ST-CLOSE-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

       STATEMENT-ONE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * STATEMENT-HISTORY-LINES: prints every consolidated PAYHIST
      * line for the statement student and course slot WS-ST-SUB, in
      * key order - which is chronological per student - ahead of
      * today's PAYTRAN lines, so the statement covers the whole life
      * of the enrollment and not just today's generation.
      ******************************************************************
       STATEMENT-HISTORY-LINES.
           MOVE SM-STUDENT-ID TO PH-STUDENT-ID.
           MOVE ZERO TO PH-TRANS-DATE.
           MOVE ZERO TO PH-TRANS-TIME.
           MOVE ZERO TO PH-SEQ.
           SET WS-PH-NOT-EOF TO TRUE.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY
                   SET WS-PH-EOF TO TRUE
           END-START.
           PERFORM STATEMENT-ONE-HIST-LINE UNTIL WS-PH-EOF.

       STATEMENT-ONE-HIST-LINE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PH-EOF TO TRUE
               NOT AT END
                   IF PH-STUDENT-ID NOT = SM-STUDENT-ID
                       SET WS-PH-EOF TO TRUE
                   ELSE
                       IF PH-COURSE-CODE =
                           SM-EC-COURSE-CODE(WS-ST-SUB)
                           PERFORM WRITE-STATEMENT-HIST-LINE
                       END-IF
                   END-IF
           END-READ.
           IF WS-PH-FILE-STATUS NOT = '00' AND
              WS-PH-FILE-STATUS NOT = '02'
               SET WS-PH-EOF TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-STATEMENT-HIST-LINE: prints one consolidated history
      * line on the statement, rolling the running balance the same
      * way WRITE-STATEMENT-TXN-LINE does for today's lines.
      ******************************************************************
       WRITE-STATEMENT-HIST-LINE.
           IF PH-TRANS-TYPE = 'R' OR PH-TRANS-TYPE = 'C' OR
              PH-TRANS-TYPE = 'O'
               ADD PH-AMOUNT TO WS-ST-RUN-BALANCE
           ELSE
               SUBTRACT PH-AMOUNT FROM WS-ST-RUN-BALANCE
           END-IF.
           MOVE PH-TRANS-DATE TO WS-ST-T-DATE
           MOVE PH-TRANS-TIME TO WS-ST-T-TIME
           MOVE PH-TRANS-TYPE TO WS-ST-T-TYPE
           MOVE PH-AMOUNT     TO WS-ST-T-AMOUNT
           MOVE WS-ST-RUN-BALANCE TO WS-ST-T-BALANCE
           MOVE WS-ST-TXN-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

       STATEMENT-ONE-PAYTRAN-LINE.
           READ PAYMENT-TRANS-FILE
               AT END
                   SET WS-PT-EOF TO TRUE
               NOT AT END
                   IF PT-STUDENT-ID = SM-STUDENT-ID AND
                      PT-COURSE-CODE = SM-EC-COURSE-CODE(WS-ST-SUB)
                       PERFORM WRITE-STATEMENT-TXN-LINE
                   END-IF
           END-READ.
           IF WS-PT-FILE-STATUS NOT = '00' AND
              WS-PT-FILE-STATUS NOT = '02' AND
              WS-PT-FILE-STATUS NOT = '10'
               SET WS-PT-EOF TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-STATEMENT-TXN-LINE: prints one payment-log line on the
      * statement, rolling the running balance down for a payment, a
      * late-charge waiver or a transfer-in credit and back up for a
      * reversal, a late charge or a transfer-out.
      ******************************************************************
       WRITE-STATEMENT-TXN-LINE.
           IF PT-TRANS-TYPE = 'R' OR PT-TRANS-TYPE = 'C' OR
              PT-TRANS-TYPE = 'O'
               ADD PT-AMOUNT TO WS-ST-RUN-BALANCE
           ELSE
               SUBTRACT PT-AMOUNT FROM WS-ST-RUN-BALANCE
           END-IF.
           MOVE PT-TRANS-DATE TO WS-ST-T-DATE
           MOVE PT-TRANS-TIME TO WS-ST-T-TIME
           MOVE PT-TRANS-TYPE TO WS-ST-T-TYPE
           MOVE PT-AMOUNT     TO WS-ST-T-AMOUNT
           MOVE WS-ST-RUN-BALANCE TO WS-ST-T-BALANCE
           MOVE WS-ST-TXN-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

      ******************************************************************
      * WRITE-PAYMENT-TRANS-RECORD: appends one line to the day's
      * payment log so finance can reconcile deposits against the bank
      * statement at end of day. Caller sets WS-PT-TRANS-TYPE ('P'
      * payment / 'R' reversal / 'S' sponsor cheque / 'C' late charge
      * / 'W' late-charge waiver / 'O' transfer-out / 'I' transfer-
      * in / 'B' bursary award / 'X' bad-debt write-off),
      * WS-PT-REASON-CODE, WS-PT-ORIG-REF (the original payment's
      * date+time, zero on a payment, an award or a write-off; the
      * installment due date on a late charge, the charge's
      * date+time on a waiver and the shared date+time of the pair
      * on a transfer) and WS-PT-TENDER-TYPE (' ' counter, 'B'
      * batch/bank, 'D' direct debit, 'Q' cheque) before performing
      * this - the GL extract posts each line to its tender's control
      * account. 'C', 'W', 'O', 'I' and 'X' lines move no money and
      * carry no tender; 'B' lines are paid from the bursary fund and
      * carry no tender.
      ******************************************************************
       WRITE-PAYMENT-TRANS-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO PT-TRANS-RECORD.
           MOVE SM-STUDENT-ID                TO PT-STUDENT-ID
           MOVE WS-PT-TRANS-TYPE             TO PT-TRANS-TYPE
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO PT-COURSE-CODE
           MOVE DEPOSIT                      TO PT-AMOUNT
           MOVE SM-EC-FEES-OWED(WS-PAY-SUB)  TO PT-BALANCE
           MOVE WS-TODAYS-DATE                TO PT-TRANS-DATE
           MOVE WS-CURRENT-TIME               TO PT-TRANS-TIME
           MOVE WS-PT-REASON-CODE            TO PT-REASON-CODE
           MOVE WS-PT-ORIG-REF               TO PT-ORIG-REF
           MOVE WS-OP-ID                     TO PT-OPERATOR-ID
           MOVE WS-PT-RECEIPT-NO             TO PT-RECEIPT-NO
           MOVE WS-PT-TENDER-TYPE            TO PT-TENDER-TYPE
           WRITE PT-TRANS-RECORD.

      ******************************************************************
      * DRAW-NEXT-RECEIPT-NUMBER: takes the next sequential receipt
      * number from the RCPTCTL control file into WS-PT-RECEIPT-NO
      * and writes the control file back advanced by one. A missing
      * control file (very first receipt ever) starts the sequence
      * at one.
      ******************************************************************
       DRAW-NEXT-RECEIPT-NUMBER.
           MOVE 1 TO WS-RN-NEXT.
           OPEN INPUT RECEIPT-CONTROL-FILE.
           IF WS-RN-FILE-STATUS = '00'
               READ RECEIPT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-NEXT-RECEIPT TO WS-RN-NEXT
               END-READ
               CLOSE RECEIPT-CONTROL-FILE
           END-IF.

           MOVE WS-RN-NEXT TO WS-PT-RECEIPT-NO.

           OPEN OUTPUT RECEIPT-CONTROL-FILE.
           COMPUTE RN-NEXT-RECEIPT = WS-RN-NEXT + 1.
           WRITE RN-CONTROL-RECORD.
           CLOSE RECEIPT-CONTROL-FILE.

      ******************************************************************
      * PRINT-PAYMENT-RECEIPT: prints the receipt for the payment
      * just logged - receipt number, student, course, amount, date
      * and time and the new balance APPLY-PAYMENT computed - onto
      * the RCPTPRT dataset, creating it on first use.
      ******************************************************************
       PRINT-PAYMENT-RECEIPT.
           OPEN EXTEND RECEIPT-PRINT-FILE.
           IF WS-RP-FILE-STATUS = '35'
               OPEN OUTPUT RECEIPT-PRINT-FILE
               CLOSE RECEIPT-PRINT-FILE
               OPEN EXTEND RECEIPT-PRINT-FILE
           END-IF.

           MOVE WS-RP-HEADING TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE WS-PT-RECEIPT-NO TO WS-RP-N-RECEIPT-NO.
           MOVE WS-RP-NUMBER-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE SM-STUDENT-ID TO WS-RP-S-STUDENT-ID.
           MOVE SM-FIRSTNAME  TO WS-RP-S-FIRSTNAME.
           MOVE SM-SURNAME    TO WS-RP-S-SURNAME.
           MOVE WS-RP-STUDENT-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO WS-RP-C-COURSE-CODE.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-FOUND
               MOVE WS-CRS-NAME(WS-CRS-SUB) TO WS-RP-C-COURSE-NAME
           ELSE
               MOVE SPACES TO WS-RP-C-COURSE-NAME
           END-IF.
           MOVE WS-RP-COURSE-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE DEPOSIT TO WS-RP-A-AMOUNT.
           MOVE WS-RP-AMOUNT-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE WS-TODAYS-DATE  TO WS-RP-D-DATE.
           MOVE WS-CURRENT-TIME TO WS-RP-D-TIME.
           MOVE WS-RP-DATE-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE SM-EC-FEES-OWED(WS-PAY-SUB) TO WS-RP-B-BALANCE.
           MOVE WS-RP-BALANCE-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           EVALUATE WS-PT-TENDER-TYPE
               WHEN 'C'
                   MOVE 'CASH'         TO WS-RP-T-TENDER
               WHEN 'Q'
                   MOVE 'CHEQUE'       TO WS-RP-T-TENDER
               WHEN 'K'
                   MOVE 'CARD'         TO WS-RP-T-TENDER
               WHEN 'D'
                   MOVE 'DIRECT DEBIT' TO WS-RP-T-TENDER
               WHEN 'B'
                   MOVE 'BANK TRANSFER' TO WS-RP-T-TENDER
               WHEN OTHER
                   MOVE SPACES         TO WS-RP-T-TENDER
           END-EVALUATE.
           MOVE WS-OP-ID TO WS-RP-T-OPERATOR.
           MOVE WS-RP-TENDER-LINE TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.
           MOVE ALL '=' TO RP-PRINT-LINE.
           WRITE RP-PRINT-LINE.

           CLOSE RECEIPT-PRINT-FILE.

      ******************************************************************
      * TILL-CASH-UP: supervisor-only menu function to sign off one
      * operator's drawer for one business date. Every counter line
      * that operator keyed that day - payments, sponsor cheques and
      * the refunds paid back out - is listed on CASHRPT grouped by
      * tender with a total per tender. The supervisor keys the cash
      * and cheques actually counted in the drawer, and the over or
      * short against what the system says should be there prints
      * under the listing. Card takings are listed and totalled for
      * the terminal settlement but not counted. Lines keyed before
      * tenders were captured print as NOT RECORDED and are expected
      * in the drawer as cash, the same way the GL extract posts
      * them. The result goes onto the CASHUP file so the banking
      * clerk can see which drawers have been signed off. The day's
      * PAYTRAN log is used; a date it holds nothing for - an
      * earlier day already consolidated - is looked for on PAYHIST.
      ******************************************************************
       TILL-CASH-UP.
           DISPLAY 'ENTER THE OPERATOR-ID TO CASH UP'
           ACCEPT WS-CU-OPERATOR-ID.
           MOVE WS-CU-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO OPERATOR FOUND FOR THAT OPERATOR-ID'
                   GO TO TILL-CASH-UP-EXIT
           END-READ.

           DISPLAY 'ENTER THE BUSINESS DATE (YYYYMMDD, 0 FOR TODAY)'
           ACCEPT WS-CU-BUSINESS-DATE.
           IF WS-CU-BUSINESS-DATE = ZERO
               MOVE WS-TODAYS-DATE TO WS-CU-BUSINESS-DATE
           END-IF.

           MOVE ZERO TO WS-CU-COUNT.
           MOVE ZERO TO WS-CU-OVERFLOW-COUNT.
           MOVE ZERO TO WS-CU-TND-SUB.
           PERFORM CLEAR-ONE-CASH-UP-TENDER UNTIL WS-CU-TND-SUB = 4.

           SET WS-CU-FROM-PAYTRAN TO TRUE.
           PERFORM LOAD-CASH-UP-PAYTRAN THRU LOAD-CASH-UP-PAYTRAN-EXIT.
           IF WS-CU-COUNT = ZERO AND WS-CU-OVERFLOW-COUNT = ZERO
               SET WS-CU-FROM-HISTORY TO TRUE
               PERFORM LOAD-CASH-UP-HISTORY
           END-IF.
           IF WS-CU-COUNT = ZERO
               DISPLAY 'NO COUNTER TRANSACTIONS FOR ' WS-CU-OPERATOR-ID
                   ' ON ' WS-CU-BUSINESS-DATE
           END-IF.
           IF WS-CU-OVERFLOW-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-CU-OVERFLOW-COUNT ' LINES NOT '
                   'LISTED - CASH-UP TABLE FULL - TOTALS INCLUDE THEM'
           END-IF.

           DISPLAY 'ENTER THE CASH COUNTED IN THE DRAWER'
           ACCEPT WS-CU-COUNTED-CASH.
           DISPLAY 'ENTER THE CHEQUES COUNTED IN THE DRAWER'
           ACCEPT WS-CU-COUNTED-CHEQUE.

           COMPUTE WS-CU-EXPECTED-CASH =
               WS-CU-TND-AMOUNT(1) + WS-CU-TND-AMOUNT(4).
           MOVE WS-CU-TND-AMOUNT(2) TO WS-CU-EXPECTED-CHEQUE.
           COMPUTE WS-CU-CASH-DIFF =
               WS-CU-COUNTED-CASH - WS-CU-EXPECTED-CASH.
           COMPUTE WS-CU-CHEQUE-DIFF =
               WS-CU-COUNTED-CHEQUE - WS-CU-EXPECTED-CHEQUE.

           OPEN EXTEND CASH-UP-REPORT-FILE.
           IF WS-CP-FILE-STATUS = '35'
               OPEN OUTPUT CASH-UP-REPORT-FILE
               CLOSE CASH-UP-REPORT-FILE
               OPEN EXTEND CASH-UP-REPORT-FILE
           END-IF.
           MOVE WS-CU-OPERATOR-ID   TO WS-CP-H1-OPERATOR.
           MOVE WS-CU-BUSINESS-DATE TO WS-CP-H1-DATE.
           MOVE WS-OP-ID            TO WS-CP-H1-SUPERVISOR.
           MOVE WS-CP-HEADING-1 TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

           MOVE ZERO TO WS-CU-TND-SUB.
           PERFORM PRINT-ONE-CASH-UP-TENDER UNTIL WS-CU-TND-SUB = 4.

           PERFORM PRINT-CASH-UP-SUMMARY.
           PERFORM WRITE-CASH-UP-RECORD.
           MOVE ALL '=' TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           CLOSE CASH-UP-REPORT-FILE.

           DISPLAY 'CASH   EXPECTED ' WS-CU-EXPECTED-CASH
               ' COUNTED ' WS-CU-COUNTED-CASH
               ' OVER/SHORT ' WS-CU-CASH-DIFF.
           DISPLAY 'CHEQUE EXPECTED ' WS-CU-EXPECTED-CHEQUE
               ' COUNTED ' WS-CU-COUNTED-CHEQUE
               ' OVER/SHORT ' WS-CU-CHEQUE-DIFF.
           DISPLAY 'CASH-UP WRITTEN TO CASHRPT AND SIGNED OFF ON '
               'CASHUP'.

       TILL-CASH-UP-EXIT.
           EXIT.

       CLEAR-ONE-CASH-UP-TENDER.
           ADD 1 TO WS-CU-TND-SUB.
           MOVE ZERO TO WS-CU-TND-AMOUNT(WS-CU-TND-SUB).
           MOVE ZERO TO WS-CU-TND-LINES(WS-CU-TND-SUB).

      ******************************************************************
      * LOAD-CASH-UP-PAYTRAN: re-opens the payment log for input and
      * picks up the chosen operator's lines for the chosen date,
      * then re-opens it for extend for the rest of the session.
      ******************************************************************
       LOAD-CASH-UP-PAYTRAN.
           CLOSE PAYMENT-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PT-FILE-STATUS NOT = '00'
               OPEN EXTEND PAYMENT-TRANS-FILE
               GO TO LOAD-CASH-UP-PAYTRAN-EXIT
           END-IF.
           SET WS-PT-NOT-EOF TO TRUE.
           PERFORM READ-ONE-CASH-UP-PAYTRAN-LINE UNTIL WS-PT-EOF.
           CLOSE PAYMENT-TRANS-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.

       LOAD-CASH-UP-PAYTRAN-EXIT.
           EXIT.

       READ-ONE-CASH-UP-PAYTRAN-LINE.
           READ PAYMENT-TRANS-FILE
               AT END
                   SET WS-PT-EOF TO TRUE
               NOT AT END
                   IF PT-OPERATOR-ID = WS-CU-OPERATOR-ID AND
                      PT-TRANS-DATE = WS-CU-BUSINESS-DATE
                       MOVE PT-TRANS-TYPE  TO WS-CU-LINE-TYPE
                       MOVE PT-TENDER-TYPE TO WS-CU-LINE-TENDER
                       MOVE PT-AMOUNT      TO WS-CU-LINE-AMOUNT
                       MOVE PT-STUDENT-ID  TO WS-CU-LINE-STUDENT
                       MOVE PT-COURSE-CODE TO WS-CU-LINE-COURSE
                       MOVE PT-TRANS-TIME  TO WS-CU-LINE-TIME
                       IF PT-RECEIPT-NO NUMERIC
                           MOVE PT-RECEIPT-NO TO WS-CU-LINE-RECEIPT
                       ELSE
                           MOVE ZERO TO WS-CU-LINE-RECEIPT
                       END-IF
                       PERFORM ADD-CASH-UP-LINE
                           THRU ADD-CASH-UP-LINE-EXIT
                   END-IF
           END-READ.
           IF WS-PT-FILE-STATUS NOT = '00' AND
              WS-PT-FILE-STATUS NOT = '02' AND
              WS-PT-FILE-STATUS NOT = '10'
               SET WS-PT-EOF TO TRUE
           END-IF.

      ******************************************************************
      * LOAD-CASH-UP-HISTORY: for a date already consolidated off the
      * log, reads the payment history from the top and picks up the
      * chosen operator's lines for the chosen date.
      ******************************************************************
       LOAD-CASH-UP-HISTORY.
           MOVE ZERO TO PH-STUDENT-ID.
           MOVE ZERO TO PH-TRANS-DATE.
           MOVE ZERO TO PH-TRANS-TIME.
           MOVE ZERO TO PH-SEQ.
           SET WS-PH-NOT-EOF TO TRUE.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY
                   SET WS-PH-EOF TO TRUE
           END-START.
           PERFORM READ-ONE-CASH-UP-HIST-LINE UNTIL WS-PH-EOF.

       READ-ONE-CASH-UP-HIST-LINE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PH-EOF TO TRUE
               NOT AT END
                   IF PH-OPERATOR-ID = WS-CU-OPERATOR-ID AND
                      PH-TRANS-DATE = WS-CU-BUSINESS-DATE
                       MOVE PH-TRANS-TYPE  TO WS-CU-LINE-TYPE
                       MOVE PH-TENDER-TYPE TO WS-CU-LINE-TENDER
                       MOVE PH-AMOUNT      TO WS-CU-LINE-AMOUNT
                       MOVE PH-STUDENT-ID  TO WS-CU-LINE-STUDENT
                       MOVE PH-COURSE-CODE TO WS-CU-LINE-COURSE
                       MOVE PH-TRANS-TIME  TO WS-CU-LINE-TIME
                       MOVE PH-RECEIPT-NO  TO WS-CU-LINE-RECEIPT
                       PERFORM ADD-CASH-UP-LINE
                           THRU ADD-CASH-UP-LINE-EXIT
                   END-IF
           END-READ.
           IF WS-PH-FILE-STATUS NOT = '00' AND
              WS-PH-FILE-STATUS NOT = '02'
               SET WS-PH-EOF TO TRUE
           END-IF.

      ******************************************************************
      * ADD-CASH-UP-LINE: takes one of the operator's lines into the
      * drawer. Only money that crosses the counter counts - payments
      * and sponsor cheques in, reversals refunded back out - in cash,
      * cheque, card or an unrecorded tender; bank and direct debit
      * lines never touch the drawer and are left out.
      ******************************************************************
       ADD-CASH-UP-LINE.
           IF WS-CU-LINE-TYPE NOT = 'P' AND
              WS-CU-LINE-TYPE NOT = 'S' AND
              WS-CU-LINE-TYPE NOT = 'R'
               GO TO ADD-CASH-UP-LINE-EXIT
           END-IF.
           EVALUATE WS-CU-LINE-TENDER
               WHEN 'C'
                   MOVE 1 TO WS-CU-TND-SUB
               WHEN 'Q'
                   MOVE 2 TO WS-CU-TND-SUB
               WHEN 'K'
                   MOVE 3 TO WS-CU-TND-SUB
               WHEN ' '
                   MOVE 4 TO WS-CU-TND-SUB
               WHEN OTHER
                   GO TO ADD-CASH-UP-LINE-EXIT
           END-EVALUATE.

           IF WS-CU-LINE-TYPE = 'R'
               SUBTRACT WS-CU-LINE-AMOUNT
                   FROM WS-CU-TND-AMOUNT(WS-CU-TND-SUB)
           ELSE
               ADD WS-CU-LINE-AMOUNT TO WS-CU-TND-AMOUNT(WS-CU-TND-SUB)
           END-IF.
           ADD 1 TO WS-CU-TND-LINES(WS-CU-TND-SUB).

           IF WS-CU-COUNT = 500
               ADD 1 TO WS-CU-OVERFLOW-COUNT
               GO TO ADD-CASH-UP-LINE-EXIT
           END-IF.
           ADD 1 TO WS-CU-COUNT.
           MOVE WS-CU-LINE-RECEIPT TO WS-CU-RECEIPT-NO(WS-CU-COUNT).
           MOVE WS-CU-LINE-STUDENT TO WS-CU-STUDENT-ID(WS-CU-COUNT).
           MOVE WS-CU-LINE-COURSE  TO WS-CU-COURSE-CODE(WS-CU-COUNT).
           MOVE WS-CU-LINE-TYPE    TO WS-CU-TRANS-TYPE(WS-CU-COUNT).
           MOVE WS-CU-TND-CODE(WS-CU-TND-SUB)
               TO WS-CU-TENDER(WS-CU-COUNT).
           MOVE WS-CU-LINE-TIME    TO WS-CU-TRANS-TIME(WS-CU-COUNT).
           MOVE WS-CU-LINE-AMOUNT  TO WS-CU-AMOUNT(WS-CU-COUNT).

       ADD-CASH-UP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * PRINT-ONE-CASH-UP-TENDER: prints the next tender's group of
      * lines from the cash-up table and its total. Refunds print
      * with a minus sign.
      ******************************************************************
       PRINT-ONE-CASH-UP-TENDER.
           ADD 1 TO WS-CU-TND-SUB.
           MOVE SPACES TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE WS-CU-TND-NAME(WS-CU-TND-SUB) TO WS-CP-TH-NAME.
           MOVE WS-CP-TENDER-HEADING TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE WS-CP-COLUMN-HEADING TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

           MOVE ZERO TO WS-CU-SUB.
           PERFORM PRINT-ONE-CASH-UP-LINE UNTIL WS-CU-SUB = WS-CU-COUNT.

           MOVE 'TOTAL' TO WS-CP-T-LABEL.
           MOVE WS-CU-TND-LINES(WS-CU-TND-SUB)  TO WS-CP-T-LINES.
           MOVE WS-CU-TND-AMOUNT(WS-CU-TND-SUB) TO WS-CP-T-AMOUNT.
           MOVE WS-CP-TOTAL-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

       PRINT-ONE-CASH-UP-LINE.
           ADD 1 TO WS-CU-SUB.
           IF WS-CU-TENDER(WS-CU-SUB) = WS-CU-TND-CODE(WS-CU-TND-SUB)
               MOVE WS-CU-RECEIPT-NO(WS-CU-SUB)  TO WS-CP-D-RECEIPT-NO
               MOVE WS-CU-TRANS-TIME(WS-CU-SUB)  TO WS-CP-D-TIME
               MOVE WS-CU-STUDENT-ID(WS-CU-SUB)  TO WS-CP-D-STUDENT-ID
               MOVE WS-CU-COURSE-CODE(WS-CU-SUB) TO WS-CP-D-COURSE-CODE
               MOVE WS-CU-TRANS-TYPE(WS-CU-SUB)  TO WS-CP-D-TYPE
               IF WS-CU-TRANS-TYPE(WS-CU-SUB) = 'R'
                   COMPUTE WS-CP-D-AMOUNT = 0 - WS-CU-AMOUNT(WS-CU-SUB)
               ELSE
                   MOVE WS-CU-AMOUNT(WS-CU-SUB) TO WS-CP-D-AMOUNT
               END-IF
               MOVE WS-CP-DETAIL-LINE TO CP-PRINT-LINE
               WRITE CP-PRINT-LINE
           END-IF.

      ******************************************************************
      * PRINT-CASH-UP-SUMMARY: prints the drawer position - expected,
      * counted and over/short for cash and for cheques - and the
      * card total for the terminal settlement.
      ******************************************************************
       PRINT-CASH-UP-SUMMARY.
           MOVE SPACES TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

           MOVE 'CASH EXPECTED IN DRAWER:' TO WS-CP-S-LABEL.
           MOVE WS-CU-EXPECTED-CASH TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE 'CASH COUNTED:' TO WS-CP-S-LABEL.
           MOVE WS-CU-COUNTED-CASH TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE 'CASH OVER (+) / SHORT (-):' TO WS-CP-S-LABEL.
           MOVE WS-CU-CASH-DIFF TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

           MOVE 'CHEQUES EXPECTED IN DRAWER:' TO WS-CP-S-LABEL.
           MOVE WS-CU-EXPECTED-CHEQUE TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE 'CHEQUES COUNTED:' TO WS-CP-S-LABEL.
           MOVE WS-CU-COUNTED-CHEQUE TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.
           MOVE 'CHEQUES OVER (+) / SHORT (-):' TO WS-CP-S-LABEL.
           MOVE WS-CU-CHEQUE-DIFF TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

           MOVE 'CARD TAKINGS FOR TERMINAL SETTLEMENT:'
               TO WS-CP-S-LABEL.
           MOVE WS-CU-TND-AMOUNT(3) TO WS-CP-S-AMOUNT.
           MOVE WS-CP-SUMMARY-LINE TO CP-PRINT-LINE.
           WRITE CP-PRINT-LINE.

      ******************************************************************
      * WRITE-CASH-UP-RECORD: appends the signed-off drawer to the
      * CASHUP file - 'B' balanced, 'O' over or 'S' short on cash and
      * cheques taken together.
      ******************************************************************
       WRITE-CASH-UP-RECORD.
           OPEN EXTEND CASH-UP-FILE.
           IF WS-CU-FILE-STATUS = '35'
               OPEN OUTPUT CASH-UP-FILE
               CLOSE CASH-UP-FILE
               OPEN EXTEND CASH-UP-FILE
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO CU-CASHUP-RECORD.
           MOVE WS-CU-OPERATOR-ID     TO CU-OPERATOR-ID.
           MOVE WS-CU-BUSINESS-DATE   TO CU-BUSINESS-DATE.
           MOVE WS-OP-ID              TO CU-SUPERVISOR-ID.
           MOVE WS-TODAYS-DATE        TO CU-SIGNOFF-DATE.
           MOVE WS-CURRENT-TIME       TO CU-SIGNOFF-TIME.
           COMPUTE CU-RECEIPT-COUNT =
               WS-CU-COUNT + WS-CU-OVERFLOW-COUNT.
           MOVE WS-CU-EXPECTED-CASH   TO CU-EXPECTED-CASH.
           MOVE WS-CU-COUNTED-CASH    TO CU-COUNTED-CASH.
           MOVE WS-CU-CASH-DIFF       TO CU-CASH-OVER-SHORT.
           MOVE WS-CU-EXPECTED-CHEQUE TO CU-EXPECTED-CHEQUE.
           MOVE WS-CU-COUNTED-CHEQUE  TO CU-COUNTED-CHEQUE.
           MOVE WS-CU-CHEQUE-DIFF     TO CU-CHEQUE-OVER-SHORT.
           MOVE WS-CU-TND-AMOUNT(3)   TO CU-CARD-TOTAL.
           EVALUATE TRUE
               WHEN WS-CU-CASH-DIFF + WS-CU-CHEQUE-DIFF > ZERO
                   MOVE 'O' TO CU-RESULT
               WHEN WS-CU-CASH-DIFF + WS-CU-CHEQUE-DIFF < ZERO
                   MOVE 'S' TO CU-RESULT
               WHEN OTHER
                   MOVE 'B' TO CU-RESULT
           END-EVALUATE.
           WRITE CU-CASHUP-RECORD.
           CLOSE CASH-UP-FILE.

      ******************************************************************
      * RUN-BATCH-ENROLLMENT-LOAD: reads the registrar's day's batch
      * of ADD-STUDENT/ADD-PAYMENT records from BATCH-TRANS-FILE and
      * drives WRITE-NEW-STUDENT-RECORD/APPLY-PAYMENT for each one, so
      * the batch can be loaded overnight with nobody sat at a
      * terminal. Invoked when WS-RUN-MODE is 'BATCH', as set by the
      * JCL PARM on the batch run (see COLPYBAT.jcl).
      ******************************************************************
       RUN-BATCH-ENROLLMENT-LOAD.
           OPEN INPUT BATCH-TRANS-FILE.
           IF WS-BT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BATCH TRANSACTION FILE'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-BATCH-ENROLLMENT-LOAD-EXIT
           END-IF.

           PERFORM READ-BATCH-CHECKPOINT
               THRU READ-BATCH-CHECKPOINT-EXIT.
           MOVE ZERO TO WS-BT-RECORD-NUM.
           MOVE ZERO TO WS-BT-FIRST-PROCESSED.
           MOVE ZERO TO WS-BT-LAST-PROCESSED.

           IF WS-CK-RESTART-POINT > ZERO
               DISPLAY 'BATCH LOAD RESTART - RESUMING AFTER RECORD '
                   WS-CK-RESTART-POINT
           ELSE
               DISPLAY 'BATCH LOAD START - PROCESSING FROM RECORD 1'
           END-IF.

           SET WS-BT-NOT-EOF TO TRUE.
           PERFORM PROCESS-BATCH-TRANS-RECORD
               THRU PROCESS-BATCH-TRANS-RECORD-EXIT
               UNTIL WS-BT-EOF.

           CLOSE BATCH-TRANS-FILE.

           IF WS-BT-FIRST-PROCESSED = ZERO
               DISPLAY 'BATCH LOAD END - NO RECORDS PROCESSED THIS RUN'
           ELSE
               DISPLAY 'BATCH LOAD END - PROCESSED RECORDS '
                   WS-BT-FIRST-PROCESSED ' TO ' WS-BT-LAST-PROCESSED
           END-IF.

           MOVE ZERO TO WS-BT-RECORD-NUM.
           PERFORM WRITE-BATCH-CHECKPOINT.

       RUN-BATCH-ENROLLMENT-LOAD-EXIT.
            EXIT.

      ******************************************************************
      * READ-BATCH-CHECKPOINT: picks up the record number the last
      * batch load got to. Zero (or no CHKPOINT file at all) means the
      * previous run finished cleanly and tonight starts from record
      * one; anything else is the restart point left behind by an
      * abend, and every record up to and including it is skipped.
      ******************************************************************
       READ-BATCH-CHECKPOINT.
           MOVE ZERO TO WS-CK-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CK-FILE-STATUS NOT = '00'
               GO TO READ-BATCH-CHECKPOINT-EXIT
           END-IF.
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CK-LAST-RECORD TO WS-CK-RESTART-POINT
           END-READ.
           CLOSE CHECKPOINT-FILE.

       READ-BATCH-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-BATCH-CHECKPOINT: rewrites CHKPOINT with the record
      * number in WS-BT-RECORD-NUM - after every processed record
      * while the load runs, and once more with zero when the load
      * ends cleanly.
      ******************************************************************
       WRITE-BATCH-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-BT-RECORD-NUM TO CK-LAST-RECORD.
           WRITE CK-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * PROCESS-BATCH-TRANS-RECORD: reads one BATCH-TRANS-FILE record
      * and routes it to the add-student, add-payment, reversal or
      * course-transfer handler by BT-TRANS-TYPE.
      ******************************************************************
       PROCESS-BATCH-TRANS-RECORD.
           READ BATCH-TRANS-FILE
               AT END
                   SET WS-BT-EOF TO TRUE
                   GO TO PROCESS-BATCH-TRANS-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-BT-RECORD-NUM.
           IF WS-BT-RECORD-NUM <= WS-CK-RESTART-POINT
               GO TO PROCESS-BATCH-TRANS-RECORD-EXIT
           END-IF.

           IF WS-BT-FIRST-PROCESSED = ZERO
               MOVE WS-BT-RECORD-NUM TO WS-BT-FIRST-PROCESSED
           END-IF.
           MOVE WS-BT-RECORD-NUM TO WS-BT-LAST-PROCESSED.

           EVALUATE BT-TRANS-TYPE
               WHEN 'A'
                   PERFORM BATCH-ADD-STUDENT
                       THRU BATCH-ADD-STUDENT-EXIT
               WHEN 'P'
                   PERFORM BATCH-ADD-PAYMENT
                       THRU BATCH-ADD-PAYMENT-EXIT
               WHEN 'R'
                   PERFORM BATCH-REVERSE-PAYMENT
                       THRU BATCH-REVERSE-PAYMENT-EXIT
               WHEN 'T'
                   PERFORM BATCH-TRANSFER-COURSE
                       THRU BATCH-TRANSFER-COURSE-EXIT
               WHEN OTHER
                   DISPLAY 'UNKNOWN BATCH TRANSACTION TYPE: '
                       BT-TRANS-TYPE
           END-EVALUATE.

           PERFORM WRITE-BATCH-CHECKPOINT.

       PROCESS-BATCH-TRANS-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * BATCH-ADD-STUDENT: moves one batch-loaded enrollment into the
      * student table staging slot, prices its single course through
      * CALCULATE-DISCOUNT the same way GATHER-ONE-COURSE-ENROLLMENT
      * does, and drives the same WRITE-NEW-STUDENT-RECORD paragraph
      * the interactive menu uses. The batch record carries one course
      * per enrollment; a student enrolling on more than one course
      * still needs two batch records, or an interactive MODIFY-
      * STUDENT pass to attach the rest.
      ******************************************************************
       BATCH-ADD-STUDENT.
           IF INDEX-CHK > 500
               DISPLAY 'BATCH RECORD REJECTED - STUDENT STAGING TABLE '
                   'IS FULL FOR STUDENT-ID: ' BT-STUDENT-ID
               GO TO BATCH-ADD-STUDENT-EXIT
           END-IF.

           SET S TO INDEX-CHK.
           SET WS-WL-COURSE-OPEN TO TRUE.
           SET WS-WL-NOT-QUEUED-NOW TO TRUE.

           MOVE BT-STUDENT-ID         TO WS-STUDENT-ID(S).
           MOVE BT-FIRSTNAME          TO WS-FIRSTNAME(S).
           MOVE BT-MIDDLEINITIAL      TO WS-MIDDLEINITIAL(S).
           MOVE BT-SURNAME            TO WS-Surname(S).
           MOVE BT-DAY-OF-BIRTH       TO WS-DayOfBirth(S).
           MOVE BT-MONTH-OF-BIRTH     TO WS-MonthOfBirth(S).
           MOVE BT-YEAR-OF-BIRTH      TO WS-YearOfBirth(S).
           MOVE BT-TELEPHONE-NUMBER   TO WS-TELEPHONE-NUMBER(S).
           MOVE BT-FAMILY-INCOME      TO WS-FAMILY-INCOME.
           MOVE 'N'    TO WS-DD-MANDATE-SW.
           MOVE ZERO   TO WS-DD-SORT-CODE.
           MOVE ZERO   TO WS-DD-ACCOUNT.
           MOVE SPACES TO WS-DD-REFERENCE.

           IF BT-SPONSOR-CODE NOT = SPACES
               MOVE BT-SPONSOR-CODE TO SP-SPONSOR-CODE
               SET WS-SP-NOT-FOUND TO TRUE
               READ SPONSOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SP-FOUND TO TRUE
               END-READ
               IF WS-SP-NOT-FOUND
                   DISPLAY 'BATCH RECORD REJECTED - SPONSOR CODE '
                       'DOES NOT MATCH ANY SPONSOR FOR STUDENT-ID: '
                       BT-STUDENT-ID
                   GO TO BATCH-ADD-STUDENT-EXIT
               END-IF
           END-IF.

           PERFORM CLEAR-ENROLLED-COURSES.
           MOVE ZERO   TO WS-EC-SUB.
           MOVE BT-COURSE-CODE TO WS-COURSE-DETAIL.

           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               DISPLAY 'BATCH RECORD REJECTED - COURSE CODE DOES NOT '
                   'MATCH ANY COURSE FOR STUDENT-ID: ' BT-STUDENT-ID
           ELSE
           IF WS-CRS-RETIRED(WS-CRS-SUB)
               DISPLAY 'BATCH RECORD REJECTED - COURSE IS RETIRED '
                   'FROM SALE FOR STUDENT-ID: ' BT-STUDENT-ID
           ELSE
           IF BT-TERM-CODE = SPACES
               DISPLAY 'BATCH RECORD REJECTED - TERM CODE MISSING '
                   'FOR STUDENT-ID: ' BT-STUDENT-ID
           ELSE
               MOVE BT-STUDENT-ID TO WS-WL-STUDENT-ID
               MOVE BT-SURNAME    TO WS-WL-SURNAME
               MOVE BT-FIRSTNAME  TO WS-WL-FIRSTNAME
               MOVE BT-TERM-CODE  TO WS-TERM-ENTRY
               PERFORM CHECK-COURSE-CAPACITY
                   THRU CHECK-COURSE-CAPACITY-EXIT
               IF WS-WL-COURSE-FULL
                   DISPLAY 'BATCH RECORD WAITLISTED - COURSE '
                       WS-COURSE-DETAIL ' IS FULL FOR STUDENT-ID: '
                       BT-STUDENT-ID
                   MOVE BT-SPONSOR-CODE TO WS-WL-SPONSOR-CODE
                   IF BT-SPONSOR-CODE = SPACES
                       MOVE ZERO TO WS-WL-SPONSOR-PCT
                   ELSE
                       IF BT-SPONSOR-PCT < 1 OR BT-SPONSOR-PCT > 100
                           MOVE 100 TO WS-WL-SPONSOR-PCT
                       ELSE
                           MOVE BT-SPONSOR-PCT TO WS-WL-SPONSOR-PCT
                       END-IF
                   END-IF
                   PERFORM ADD-TO-WAITLIST
                       THRU ADD-TO-WAITLIST-EXIT
               ELSE
                   PERFORM CALCULATE-DISCOUNT
                   ADD 1 TO WS-EC-SUB
                   MOVE WS-COURSE-DETAIL
                       TO WS-EC-COURSE-CODE(WS-EC-SUB)
                   MOVE WS-DISCOUNTED-FEE
                       TO WS-EC-FEES-OWED(WS-EC-SUB)
                   MOVE WS-DISCOUNTED-FEE
                       TO WS-EC-ORIGINAL-FEE(WS-EC-SUB)
                   MOVE BT-TERM-CODE      TO WS-EC-TERM(WS-EC-SUB)
                   MOVE WS-TODAYS-DATE
                       TO WS-EC-INST-DUE-DATE(WS-EC-SUB, 1)
                   MOVE WS-DISCOUNTED-FEE
                       TO WS-EC-INST-AMOUNT(WS-EC-SUB, 1)
                   MOVE ZERO TO WS-EC-INST-PAID(WS-EC-SUB, 1)
                   IF BT-SPONSOR-CODE NOT = SPACES
                       MOVE BT-SPONSOR-CODE
                           TO WS-EC-SPONSOR-CODE(WS-EC-SUB)
                       IF BT-SPONSOR-PCT < 1 OR BT-SPONSOR-PCT > 100
                           MOVE 100
                               TO WS-EC-SPONSOR-PCT(WS-EC-SUB)
                       ELSE
                           MOVE BT-SPONSOR-PCT
                               TO WS-EC-SPONSOR-PCT(WS-EC-SUB)
                       END-IF
                       COMPUTE WS-EC-SPONSOR-OWED(WS-EC-SUB)
                           ROUNDED = WS-DISCOUNTED-FEE *
                           WS-EC-SPONSOR-PCT(WS-EC-SUB) / 100
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-WL-COURSE-FULL
               MOVE BT-STUDENT-ID TO WS-ED-LOOKUP-ID
               PERFORM EDIT-READ-MASTER
               IF WS-ED-ON-MASTER
                   GO TO BATCH-ADD-STUDENT-EXIT
               END-IF
           END-IF.

           PERFORM WRITE-NEW-STUDENT-RECORD
               THRU WRITE-NEW-STUDENT-RECORD-EXIT.

           IF WS-INPUT-INVALID
               DISPLAY 'BATCH RECORD REJECTED FOR STUDENT-ID: '
                   BT-STUDENT-ID
           END-IF.

       BATCH-ADD-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * BATCH-ADD-PAYMENT: moves one batch-loaded deposit into
      * SM-STUDENT-ID/WS-COURSE-DETAIL/DEPOSIT and drives the same
      * APPLY-PAYMENT paragraph the interactive menu uses.
      ******************************************************************
       BATCH-ADD-PAYMENT.
           MOVE BT-PAY-STUDENT-ID   TO SM-STUDENT-ID.
           MOVE BT-PAY-COURSE-CODE  TO WS-COURSE-DETAIL.
           MOVE BT-PAY-DEPOSIT      TO DEPOSIT.
           MOVE 'B'                 TO WS-PT-TENDER-TYPE.

           PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT.

       BATCH-ADD-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * BATCH-REVERSE-PAYMENT: moves one batch-loaded reversal into
      * SM-STUDENT-ID/WS-COURSE-DETAIL/DEPOSIT plus the reason code
      * and original-payment reference, and drives the same
      * APPLY-REVERSAL paragraph the interactive menu uses.
      ******************************************************************
       BATCH-REVERSE-PAYMENT.
           MOVE BT-REV-STUDENT-ID   TO SM-STUDENT-ID.
           MOVE BT-REV-COURSE-CODE  TO WS-COURSE-DETAIL.
           MOVE BT-REV-AMOUNT       TO DEPOSIT.
           MOVE BT-REV-REASON-CODE  TO WS-PT-REASON-CODE.
           MOVE BT-REV-ORIG-REF     TO WS-PT-ORIG-REF.
           MOVE 'B'                 TO WS-PT-TENDER-TYPE.

           PERFORM APPLY-REVERSAL THRU APPLY-REVERSAL-EXIT.

       BATCH-REVERSE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * RUN-CASH-RECONCILIATION: end-of-day control job (PARM='RECON',
      * run after the batch load). Totals the day's PAYMENT-TRANS
      * lines, replays the prior day's position snapshot from POSNIN
      * against today's student master to compute the day's balance
      * movement independently, takes the keyed bank-deposit control
      * total, and prints RECONRPT with one line per student/course
      * whose master movement does not match its PAYMENT-TRANS net -
      * so an out-of-balance day names its culprits. Today's position
      * is snapshotted to POSNOUT for tomorrow's run.
      ******************************************************************
       RUN-CASH-RECONCILIATION.
           DISPLAY 'ENTER THE BANK DEPOSIT CONTROL TOTAL FOR THE DAY'.
           ACCEPT WS-RC-BANK-TOTAL.

           MOVE ZERO TO WS-RC-PAYTRAN-TOTAL.
           MOVE ZERO TO WS-RC-NONCASH-TOTAL.
           MOVE ZERO TO WS-RC-MASTER-TOTAL.
           MOVE ZERO TO WS-RC-DISCREP-COUNT.
           MOVE ZERO TO WS-RC-LINE-COUNT.
           MOVE ZERO TO WS-PTE-COUNT.
           MOVE ZERO TO WS-POS-COUNT.
           MOVE ZERO TO WS-RN-COUNT.

           PERFORM LOAD-TODAYS-PAYTRAN-LINES
               THRU LOAD-TODAYS-PAYTRAN-LINES-DONE.
           PERFORM LOAD-PRIOR-POSITIONS
               THRU LOAD-PRIOR-POSITIONS-DONE.

           OPEN OUTPUT NEW-POSITION-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-RC-H1-DATE.
           MOVE WS-RC-HEADING-1 TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.
           MOVE WS-RC-HEADING-2 TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM RECONCILE-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
               END-IF
           END-PERFORM.

           PERFORM REPORT-UNMATCHED-POSITIONS.
           PERFORM REPORT-UNMATCHED-PAYTRAN.
           PERFORM CHECK-RECEIPT-CONTINUITY
               THRU CHECK-RECEIPT-CONTINUITY-EXIT.
           PERFORM WRITE-RECON-SUMMARY.
           PERFORM WRITE-RECON-CONTROL.

           CLOSE NEW-POSITION-FILE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY 'CASH RECONCILIATION REPORT WRITTEN TO RECONRPT'.
           DISPLAY 'POSITION SNAPSHOT WRITTEN TO POSNOUT'.
           DISPLAY 'RECON CONTROL TOTALS WRITTEN TO RECONCTL'.

       RUN-CASH-RECONCILIATION-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-TODAYS-PAYTRAN-LINES: re-opens the payment log for input
      * and aggregates every line the PAYTRAN DD supplies into one net
      * amount per student and course ('P' adds, 'R' subtracts),
      * totalling the day into WS-RC-PAYTRAN-TOTAL. The DD defines the
      * day's scope - normally the one daily generation; after a
      * checkpoint restart, the surviving partial generation
      * concatenated ahead of the rerun's (see COLPYBAT.jcl) - which
      * is why no date filter is applied here: the master movement is
      * measured against the prior position snapshot, and the log must
      * cover the same span. The log is re-opened for extend after,
      * so the shutdown CLOSE in MAIN-PROCEDURE stays happy.
      ******************************************************************
       LOAD-TODAYS-PAYTRAN-LINES.
           CLOSE PAYMENT-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PT-FILE-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT TRANSACTIONS TO RECONCILE'
               OPEN EXTEND PAYMENT-TRANS-FILE
               GO TO LOAD-TODAYS-PAYTRAN-LINES-DONE
           END-IF.

           SET WS-PT-NOT-EOF TO TRUE.
           PERFORM LOAD-ONE-PAYTRAN-LINE UNTIL WS-PT-EOF.

           CLOSE PAYMENT-TRANS-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.

       LOAD-TODAYS-PAYTRAN-LINES-DONE.
           EXIT.

       LOAD-ONE-PAYTRAN-LINE.
           READ PAYMENT-TRANS-FILE
               AT END
                   SET WS-PT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RC-LINE-COUNT
                   PERFORM AGGREGATE-PAYTRAN-LINE
                       THRU AGGREGATE-PAYTRAN-LINE-DONE
           END-READ.
           IF WS-PT-FILE-STATUS NOT = '00' AND
              WS-PT-FILE-STATUS NOT = '02' AND
              WS-PT-FILE-STATUS NOT = '10'
               SET WS-PT-EOF TO TRUE
           END-IF.

      ******************************************************************
      * AGGREGATE-PAYTRAN-LINE: rolls the payment-log line just read
      * into the per-student/course net table and the day total. Late
      * charges and their waivers move the master balance but no
      * money, so they count towards the student/course net and a
      * separate non-cash total, never the cash total the bank
      * deposit is checked against. Course transfers are the same:
      * the transfer-out takes the credit off the old course's net,
      * the transfer-in puts it on the new one, and the pair nets to
      * nothing in the non-cash total. A bursary award settles fees
      * from the hardship fund, so it too is non-cash.
      ******************************************************************
       AGGREGATE-PAYTRAN-LINE.
           PERFORM FIND-PAYTRAN-NET-ENTRY.
           IF WS-PTE-NOT-FOUND
               IF WS-PTE-COUNT = 2000
                   DISPLAY 'WARNING: PAYTRAN NET TABLE FULL - LINE '
                       'FOR STUDENT-ID ' PT-STUDENT-ID ' NOT TALLIED'
                   GO TO AGGREGATE-PAYTRAN-LINE-DONE
               END-IF
               ADD 1 TO WS-PTE-COUNT
               MOVE WS-PTE-COUNT TO WS-PTE-SUB
               MOVE PT-STUDENT-ID  TO WS-PTE-STUDENT-ID(WS-PTE-SUB)
               MOVE PT-COURSE-CODE TO WS-PTE-COURSE-CODE(WS-PTE-SUB)
               MOVE ZERO           TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
               SET WS-PTE-UNMATCHED(WS-PTE-SUB) TO TRUE
           END-IF.

           EVALUATE PT-TRANS-TYPE
               WHEN 'R'
                   SUBTRACT PT-AMOUNT
                       FROM WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   SUBTRACT PT-AMOUNT FROM WS-RC-PAYTRAN-TOTAL
               WHEN 'C'
                   SUBTRACT PT-AMOUNT
                       FROM WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   SUBTRACT PT-AMOUNT FROM WS-RC-NONCASH-TOTAL
               WHEN 'W'
                   ADD PT-AMOUNT TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   ADD PT-AMOUNT TO WS-RC-NONCASH-TOTAL
               WHEN 'O'
                   SUBTRACT PT-AMOUNT
                       FROM WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   SUBTRACT PT-AMOUNT FROM WS-RC-NONCASH-TOTAL
               WHEN 'I'
                   ADD PT-AMOUNT TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   ADD PT-AMOUNT TO WS-RC-NONCASH-TOTAL
               WHEN 'B'
                   ADD PT-AMOUNT TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   ADD PT-AMOUNT TO WS-RC-NONCASH-TOTAL
               WHEN 'X'
                   ADD PT-AMOUNT TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   ADD PT-AMOUNT TO WS-RC-NONCASH-TOTAL
               WHEN OTHER
                   ADD PT-AMOUNT TO WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   ADD PT-AMOUNT TO WS-RC-PAYTRAN-TOTAL
                   IF PT-RECEIPT-NO NUMERIC AND PT-RECEIPT-NO > ZERO
                       IF WS-RN-COUNT < 2000
                           ADD 1 TO WS-RN-COUNT
                           MOVE PT-RECEIPT-NO
                               TO WS-RN-NUMBER(WS-RN-COUNT)
                       ELSE
                           DISPLAY 'WARNING: RECEIPT TABLE FULL - '
                               'RECEIPT ' PT-RECEIPT-NO ' NOT CHECKED'
                       END-IF
                   END-IF
           END-EVALUATE.

       AGGREGATE-PAYTRAN-LINE-DONE.
           EXIT.

      ******************************************************************
      * FIND-PAYTRAN-NET-ENTRY: sets WS-PTE-SUB to the net-table entry
      * for PT-STUDENT-ID/PT-COURSE-CODE, or leaves WS-PTE-NOT-FOUND.
      ******************************************************************
       FIND-PAYTRAN-NET-ENTRY.
           SET WS-PTE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-PTE-SUB.
           PERFORM CHECK-ONE-PAYTRAN-NET-ENTRY
               UNTIL WS-PTE-FOUND OR WS-PTE-SUB = WS-PTE-COUNT.

       CHECK-ONE-PAYTRAN-NET-ENTRY.
           ADD 1 TO WS-PTE-SUB.
           IF WS-PTE-STUDENT-ID(WS-PTE-SUB) = PT-STUDENT-ID AND
              WS-PTE-COURSE-CODE(WS-PTE-SUB) = PT-COURSE-CODE
               SET WS-PTE-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * LOAD-PRIOR-POSITIONS: reads the prior day's POSNIN snapshot
      * into the position table as fees collected to date per student
      * and course. A missing POSNIN (very first run) is treated as an
      * empty prior position.
      ******************************************************************
       LOAD-PRIOR-POSITIONS.
           OPEN INPUT PRIOR-POSITION-FILE.
           IF WS-PP-FILE-STATUS NOT = '00'
               DISPLAY 'NO PRIOR POSITION ON FILE - TREATING AS DAY 1'
               GO TO LOAD-PRIOR-POSITIONS-DONE
           END-IF.

           SET WS-PP-NOT-EOF TO TRUE.
           PERFORM LOAD-ONE-PRIOR-POSITION UNTIL WS-PP-EOF.
           CLOSE PRIOR-POSITION-FILE.

       LOAD-PRIOR-POSITIONS-DONE.
           EXIT.

       LOAD-ONE-PRIOR-POSITION.
           READ PRIOR-POSITION-FILE
               AT END
                   SET WS-PP-EOF TO TRUE
               NOT AT END
                   IF WS-POS-COUNT < 2000
                       ADD 1 TO WS-POS-COUNT
                       MOVE PP-STUDENT-ID
                           TO WS-POS-STUDENT-ID(WS-POS-COUNT)
                       MOVE PP-COURSE-CODE
                           TO WS-POS-COURSE-CODE(WS-POS-COUNT)
                       COMPUTE WS-POS-COLLECTED(WS-POS-COUNT) =
                           PP-ORIGINAL-FEE - PP-FEES-OWED
                       SET WS-POS-UNMATCHED(WS-POS-COUNT) TO TRUE
                   ELSE
                       DISPLAY 'WARNING: POSITION TABLE FULL - PRIOR '
                           'POSITION FOR STUDENT-ID ' PP-STUDENT-ID
                           ' NOT LOADED'
                   END-IF
           END-READ.
           IF WS-PP-FILE-STATUS NOT = '00' AND
              WS-PP-FILE-STATUS NOT = '02' AND
              WS-PP-FILE-STATUS NOT = '10'
               SET WS-PP-EOF TO TRUE
           END-IF.

      ******************************************************************
      * RECONCILE-ONE-STUDENT: for each enrolled course of the master
      * record just read, computes the day's movement (fees collected
      * to date now, less the prior snapshot), compares it with the
      * PAYMENT-TRANS net for that student and course, writes a
      * discrepancy line when they disagree, and snapshots the course
      * position to POSNOUT.
      ******************************************************************
       RECONCILE-ONE-STUDENT.
           MOVE ZERO TO WS-RC-SUB.
           PERFORM RECONCILE-ONE-COURSE
               THRU RECONCILE-ONE-COURSE-EXIT
               UNTIL WS-RC-SUB = 4.

       RECONCILE-ONE-COURSE.
           ADD 1 TO WS-RC-SUB.
           IF SM-EC-COURSE-CODE(WS-RC-SUB) = SPACES
               GO TO RECONCILE-ONE-COURSE-EXIT
           END-IF.

           PERFORM FIND-PRIOR-POSITION-ENTRY.
           IF WS-POS-FOUND
               MOVE WS-POS-COLLECTED(WS-POS-SUB)
                   TO WS-RC-PRIOR-COLLECTED
               SET WS-POS-MATCHED(WS-POS-SUB) TO TRUE
           ELSE
               MOVE ZERO TO WS-RC-PRIOR-COLLECTED
           END-IF.

           COMPUTE WS-RC-COURSE-MOVE =
               SM-EC-ORIGINAL-FEE(WS-RC-SUB) -
               SM-EC-FEES-OWED(WS-RC-SUB) -
               WS-RC-PRIOR-COLLECTED.
           ADD WS-RC-COURSE-MOVE TO WS-RC-MASTER-TOTAL.

           PERFORM FIND-MASTER-PAYTRAN-NET.

           IF WS-RC-COURSE-MOVE NOT = WS-RC-PAYTRAN-NET
               ADD 1 TO WS-RC-DISCREP-COUNT
               MOVE SM-STUDENT-ID TO WS-RC-D-STUDENT-ID
               MOVE SM-EC-COURSE-CODE(WS-RC-SUB)
                   TO WS-RC-D-COURSE-CODE
               MOVE WS-RC-COURSE-MOVE TO WS-RC-D-MASTER-MOVE
               MOVE WS-RC-PAYTRAN-NET TO WS-RC-D-PAYTRAN-NET
               COMPUTE WS-RC-LINE-DIFF =
                   WS-RC-COURSE-MOVE - WS-RC-PAYTRAN-NET
               MOVE WS-RC-LINE-DIFF TO WS-RC-D-DIFFERENCE
               MOVE WS-RC-DETAIL-LINE TO RC-PRINT-LINE
               WRITE RC-PRINT-LINE
           END-IF.

           MOVE SPACES TO NP-POSITION-RECORD.
           MOVE SM-STUDENT-ID TO NP-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-RC-SUB) TO NP-COURSE-CODE.
           MOVE SM-EC-ORIGINAL-FEE(WS-RC-SUB) TO NP-ORIGINAL-FEE.
           MOVE SM-EC-FEES-OWED(WS-RC-SUB) TO NP-FEES-OWED.
           WRITE NP-POSITION-RECORD.

       RECONCILE-ONE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * FIND-PRIOR-POSITION-ENTRY: sets WS-POS-SUB to the prior-
      * position entry for the current master record's course slot
      * WS-RC-SUB, or leaves WS-POS-NOT-FOUND (a course enrolled
      * since yesterday).
      ******************************************************************
       FIND-PRIOR-POSITION-ENTRY.
           SET WS-POS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-POS-SUB.
           PERFORM CHECK-ONE-PRIOR-POSITION
               UNTIL WS-POS-FOUND OR WS-POS-SUB = WS-POS-COUNT.

       CHECK-ONE-PRIOR-POSITION.
           ADD 1 TO WS-POS-SUB.
           IF WS-POS-STUDENT-ID(WS-POS-SUB) = SM-STUDENT-ID AND
              WS-POS-COURSE-CODE(WS-POS-SUB) =
                  SM-EC-COURSE-CODE(WS-RC-SUB)
               SET WS-POS-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * FIND-MASTER-PAYTRAN-NET: sets WS-RC-PAYTRAN-NET to the day's
      * PAYMENT-TRANS net for the current master record's course slot
      * WS-RC-SUB (zero when no lines today) and marks the net-table
      * entry matched so REPORT-UNMATCHED-PAYTRAN can flag the
      * leftovers.
      ******************************************************************
       FIND-MASTER-PAYTRAN-NET.
           MOVE ZERO TO WS-RC-PAYTRAN-NET.
           SET WS-PTE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-PTE-SUB.
           PERFORM CHECK-ONE-MASTER-PAYTRAN-NET
               UNTIL WS-PTE-FOUND OR WS-PTE-SUB = WS-PTE-COUNT.
           IF WS-PTE-FOUND
               MOVE WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   TO WS-RC-PAYTRAN-NET
               SET WS-PTE-MATCHED(WS-PTE-SUB) TO TRUE
           END-IF.

       CHECK-ONE-MASTER-PAYTRAN-NET.
           ADD 1 TO WS-PTE-SUB.
           IF WS-PTE-STUDENT-ID(WS-PTE-SUB) = SM-STUDENT-ID AND
              WS-PTE-COURSE-CODE(WS-PTE-SUB) =
                  SM-EC-COURSE-CODE(WS-RC-SUB)
               SET WS-PTE-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * REPORT-UNMATCHED-PAYTRAN: any net-table entry never claimed by
      * a master record is money logged against a student or course
      * the master no longer knows - flag it with a zero master
      * movement so finance can chase it.
      ******************************************************************
       REPORT-UNMATCHED-PAYTRAN.
           MOVE ZERO TO WS-PTE-SUB.
           PERFORM REPORT-ONE-UNMATCHED-PAYTRAN
               THRU REPORT-ONE-UNMATCHED-PAYTRAN-EXIT
               UNTIL WS-PTE-SUB = WS-PTE-COUNT.

       REPORT-ONE-UNMATCHED-PAYTRAN.
           ADD 1 TO WS-PTE-SUB.
           IF WS-PTE-MATCHED(WS-PTE-SUB)
               GO TO REPORT-ONE-UNMATCHED-PAYTRAN-EXIT
           END-IF.
           IF WS-PTE-NET-AMOUNT(WS-PTE-SUB) = ZERO
               GO TO REPORT-ONE-UNMATCHED-PAYTRAN-EXIT
           END-IF.

           ADD 1 TO WS-RC-DISCREP-COUNT.
           MOVE WS-PTE-STUDENT-ID(WS-PTE-SUB) TO WS-RC-D-STUDENT-ID
           MOVE WS-PTE-COURSE-CODE(WS-PTE-SUB) TO WS-RC-D-COURSE-CODE
           MOVE ZERO TO WS-RC-D-MASTER-MOVE
           MOVE WS-PTE-NET-AMOUNT(WS-PTE-SUB) TO WS-RC-D-PAYTRAN-NET
           COMPUTE WS-RC-LINE-DIFF =
               ZERO - WS-PTE-NET-AMOUNT(WS-PTE-SUB)
           MOVE WS-RC-LINE-DIFF TO WS-RC-D-DIFFERENCE
           MOVE WS-RC-DETAIL-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

       REPORT-ONE-UNMATCHED-PAYTRAN-EXIT.
           EXIT.

      ******************************************************************
      * REPORT-UNMATCHED-POSITIONS: any prior-day position never
      * claimed by a master record is a student and course gone from
      * the master since yesterday - a withdrawal, a course transfer,
      * or a hand-edit - whose collected fees would otherwise silently
      * drop out of the movement total and let the day balance around
      * them. Where the day's log holds lines for that student and
      * course (a transfer-out does), the vanished amount is the
      * course's movement and is matched against their net like any
      * other course, flagged only when the two disagree. Otherwise
      * it is flagged as a discrepancy with the vanished collected
      * amount. Runs before REPORT-UNMATCHED-PAYTRAN so the log lines
      * it claims are not reported twice.
      ******************************************************************
       REPORT-UNMATCHED-POSITIONS.
           MOVE ZERO TO WS-POS-SUB.
           PERFORM REPORT-ONE-UNMATCHED-POSITION
               THRU REPORT-ONE-UNMATCHED-POSITION-EXIT
               UNTIL WS-POS-SUB = WS-POS-COUNT.

       REPORT-ONE-UNMATCHED-POSITION.
           ADD 1 TO WS-POS-SUB.
           IF WS-POS-MATCHED(WS-POS-SUB)
               GO TO REPORT-ONE-UNMATCHED-POSITION-EXIT
           END-IF.

           PERFORM FIND-POSITION-PAYTRAN-NET.
           IF WS-PTE-FOUND
               COMPUTE WS-RC-COURSE-MOVE =
                   ZERO - WS-POS-COLLECTED(WS-POS-SUB)
               ADD WS-RC-COURSE-MOVE TO WS-RC-MASTER-TOTAL
               IF WS-RC-COURSE-MOVE = WS-RC-PAYTRAN-NET
                   GO TO REPORT-ONE-UNMATCHED-POSITION-EXIT
               END-IF
               ADD 1 TO WS-RC-DISCREP-COUNT
               MOVE WS-POS-STUDENT-ID(WS-POS-SUB)
                   TO WS-RC-D-STUDENT-ID
               MOVE WS-POS-COURSE-CODE(WS-POS-SUB)
                   TO WS-RC-D-COURSE-CODE
               MOVE WS-RC-COURSE-MOVE TO WS-RC-D-MASTER-MOVE
               MOVE WS-RC-PAYTRAN-NET TO WS-RC-D-PAYTRAN-NET
               COMPUTE WS-RC-LINE-DIFF =
                   WS-RC-COURSE-MOVE - WS-RC-PAYTRAN-NET
               MOVE WS-RC-LINE-DIFF TO WS-RC-D-DIFFERENCE
               MOVE WS-RC-DETAIL-LINE TO RC-PRINT-LINE
               WRITE RC-PRINT-LINE
               GO TO REPORT-ONE-UNMATCHED-POSITION-EXIT
           END-IF.

           IF WS-POS-COLLECTED(WS-POS-SUB) = ZERO
               GO TO REPORT-ONE-UNMATCHED-POSITION-EXIT
           END-IF.

           ADD 1 TO WS-RC-DISCREP-COUNT.
           MOVE WS-POS-STUDENT-ID(WS-POS-SUB) TO WS-RC-D-STUDENT-ID
           MOVE WS-POS-COURSE-CODE(WS-POS-SUB) TO WS-RC-D-COURSE-CODE
           COMPUTE WS-RC-LINE-DIFF =
               ZERO - WS-POS-COLLECTED(WS-POS-SUB)
           MOVE WS-RC-LINE-DIFF TO WS-RC-D-MASTER-MOVE
           MOVE ZERO TO WS-RC-D-PAYTRAN-NET
           MOVE WS-RC-LINE-DIFF TO WS-RC-D-DIFFERENCE
           MOVE WS-RC-DETAIL-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

       REPORT-ONE-UNMATCHED-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * FIND-POSITION-PAYTRAN-NET: sets WS-RC-PAYTRAN-NET to the day's
      * log net for the unclaimed prior position WS-POS-SUB and marks
      * the net-table entry matched, or leaves WS-PTE-NOT-FOUND when
      * the log holds nothing unclaimed for that student and course.
      ******************************************************************
       FIND-POSITION-PAYTRAN-NET.
           MOVE ZERO TO WS-RC-PAYTRAN-NET.
           SET WS-PTE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-PTE-SUB.
           PERFORM CHECK-ONE-POSITION-PAYTRAN-NET
               UNTIL WS-PTE-FOUND OR WS-PTE-SUB = WS-PTE-COUNT.
           IF WS-PTE-FOUND
               MOVE WS-PTE-NET-AMOUNT(WS-PTE-SUB)
                   TO WS-RC-PAYTRAN-NET
               SET WS-PTE-MATCHED(WS-PTE-SUB) TO TRUE
           END-IF.

       CHECK-ONE-POSITION-PAYTRAN-NET.
           ADD 1 TO WS-PTE-SUB.
           IF WS-PTE-STUDENT-ID(WS-PTE-SUB) =
                  WS-POS-STUDENT-ID(WS-POS-SUB) AND
              WS-PTE-COURSE-CODE(WS-PTE-SUB) =
                  WS-POS-COURSE-CODE(WS-POS-SUB) AND
              WS-PTE-UNMATCHED(WS-PTE-SUB)
               SET WS-PTE-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-RECON-SUMMARY: prints the three control totals and their
      * differences, and an unmissable verdict line.
      ******************************************************************
       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE 'PAYMENT-TRANS NET TOTAL FOR THE DAY:'
               TO WS-RC-S-LABEL.
           MOVE WS-RC-PAYTRAN-TOTAL TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE 'NON-CASH (CHGS/TRANSFERS/BURSARY/W-OFF):'
               TO WS-RC-S-LABEL.
           MOVE WS-RC-NONCASH-TOTAL TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE 'STUDENT MASTER BALANCE MOVEMENT:' TO WS-RC-S-LABEL.
           MOVE WS-RC-MASTER-TOTAL TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE 'BANK DEPOSIT CONTROL TOTAL AS KEYED:'
               TO WS-RC-S-LABEL.
           MOVE WS-RC-BANK-TOTAL TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           COMPUTE WS-RC-MOVE-DIFF =
               WS-RC-PAYTRAN-TOTAL + WS-RC-NONCASH-TOTAL -
               WS-RC-MASTER-TOTAL.
           MOVE 'PAYTRAN LESS MASTER MOVEMENT:' TO WS-RC-S-LABEL.
           MOVE WS-RC-MOVE-DIFF TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           COMPUTE WS-RC-BANK-DIFF =
               WS-RC-BANK-TOTAL - WS-RC-PAYTRAN-TOTAL.
           MOVE 'BANK LESS PAYTRAN:' TO WS-RC-S-LABEL.
           MOVE WS-RC-BANK-DIFF TO WS-RC-S-AMOUNT.
           MOVE WS-RC-SUMMARY-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           MOVE SPACES TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.
           IF WS-RC-MOVE-DIFF = ZERO AND WS-RC-BANK-DIFF = ZERO AND
              WS-RC-DISCREP-COUNT = ZERO
               MOVE '*** DAY IS IN BALANCE ***' TO RC-PRINT-LINE
           ELSE
               MOVE '*** OUT OF BALANCE - SEE DETAIL LINES ***'
                   TO RC-PRINT-LINE
           END-IF.
           WRITE RC-PRINT-LINE.
           DISPLAY RC-PRINT-LINE.

      ******************************************************************
      * WRITE-RECON-CONTROL: leaves the day's PAYTRAN line count and
      * net total - exactly the figures the reconciliation just
      * worked from - on RECONCTL, with the in/out-of-balance
      * verdict, so the GL posting extract that follows can prove
      * it is posting the same day the reconciliation signed off.
      ******************************************************************
       WRITE-RECON-CONTROL.
           OPEN OUTPUT RECON-CONTROL-FILE.
           MOVE SPACES TO RX-CONTROL-RECORD.
           MOVE WS-TODAYS-DATE      TO RX-RUN-DATE.
           MOVE WS-RC-LINE-COUNT    TO RX-LINE-COUNT.
           MOVE WS-RC-PAYTRAN-TOTAL TO RX-PAYTRAN-TOTAL.
           IF WS-RC-MOVE-DIFF = ZERO AND WS-RC-BANK-DIFF = ZERO AND
              WS-RC-DISCREP-COUNT = ZERO
               MOVE 'Y' TO RX-BALANCED-SW
           ELSE
               MOVE 'N' TO RX-BALANCED-SW
           END-IF.
           WRITE RX-CONTROL-RECORD.
           CLOSE RECON-CONTROL-FILE.

      ******************************************************************
      * CHECK-RECEIPT-CONTINUITY: checks the receipt numbers on the
      * day's payment lines run unbroken from the day's lowest to its
      * highest, and reports every missing number on RECONRPT - a gap
      * means a receipt was issued that never reached the log. Lines
      * carrying receipt number zero (reversals, and payment lines
      * logged before receipts existed) are outside the check.
      ******************************************************************
       CHECK-RECEIPT-CONTINUITY.
           MOVE SPACES TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.
           MOVE 'RECEIPT NUMBER CONTINUITY CHECK' TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.

           IF WS-RN-COUNT = ZERO
               MOVE 'NO RECEIPTED PAYMENTS ON TODAYS LOG'
                   TO RC-PRINT-LINE
               WRITE RC-PRINT-LINE
               GO TO CHECK-RECEIPT-CONTINUITY-EXIT
           END-IF.

           MOVE WS-RN-NUMBER(1) TO WS-RN-MIN.
           MOVE WS-RN-NUMBER(1) TO WS-RN-MAX.
           MOVE ZERO TO WS-RN-SUB.
           PERFORM FIND-RECEIPT-RANGE UNTIL WS-RN-SUB = WS-RN-COUNT.

           IF WS-RN-MAX - WS-RN-MIN > 9999
               MOVE 'RECEIPT RANGE TOO WIDE TO CHECK - REVIEW THE LOG'
                   TO RC-PRINT-LINE
               WRITE RC-PRINT-LINE
               GO TO CHECK-RECEIPT-CONTINUITY-EXIT
           END-IF.

           MOVE ZERO TO WS-RN-GAP-COUNT.
           MOVE WS-RN-MIN TO WS-RN-SCAN.
           PERFORM CHECK-ONE-RECEIPT-NUMBER
               UNTIL WS-RN-SCAN > WS-RN-MAX.

           MOVE WS-RN-MIN TO WS-RC-R-MIN.
           MOVE WS-RN-MAX TO WS-RC-R-MAX.
           MOVE WS-RN-GAP-COUNT TO WS-RC-R-GAPS.
           MOVE WS-RC-RANGE-LINE TO RC-PRINT-LINE.
           WRITE RC-PRINT-LINE.
           IF WS-RN-GAP-COUNT > ZERO
               ADD WS-RN-GAP-COUNT TO WS-RC-DISCREP-COUNT
           END-IF.

       CHECK-RECEIPT-CONTINUITY-EXIT.
           EXIT.

       FIND-RECEIPT-RANGE.
           ADD 1 TO WS-RN-SUB.
           IF WS-RN-NUMBER(WS-RN-SUB) < WS-RN-MIN
               MOVE WS-RN-NUMBER(WS-RN-SUB) TO WS-RN-MIN
           END-IF.
           IF WS-RN-NUMBER(WS-RN-SUB) > WS-RN-MAX
               MOVE WS-RN-NUMBER(WS-RN-SUB) TO WS-RN-MAX
           END-IF.

      ******************************************************************
      * CHECK-ONE-RECEIPT-NUMBER: looks for one number in the day's
      * receipt table and writes a gap line when it is missing.
      ******************************************************************
       CHECK-ONE-RECEIPT-NUMBER.
           SET WS-RN-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-RN-SUB.
           PERFORM SCAN-ONE-RECEIPT-ENTRY
               UNTIL WS-RN-FOUND OR WS-RN-SUB = WS-RN-COUNT.
           IF WS-RN-NOT-FOUND
               ADD 1 TO WS-RN-GAP-COUNT
               MOVE WS-RN-SCAN TO WS-RC-G-RECEIPT-NO
               MOVE WS-RC-GAP-LINE TO RC-PRINT-LINE
               WRITE RC-PRINT-LINE
           END-IF.
           ADD 1 TO WS-RN-SCAN.

       SCAN-ONE-RECEIPT-ENTRY.
           ADD 1 TO WS-RN-SUB.
           IF WS-RN-NUMBER(WS-RN-SUB) = WS-RN-SCAN
               SET WS-RN-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * RUN-GL-POSTING-EXTRACT: nightly general ledger posting
      * (PARM='GLPOST', COLPYBAT STEP4, after the reconciliation).
      * Summarises the day's PAYTRAN generation into balanced journal
      * lines - one pair per transaction class ('P' counter payment,
      * 'R' reversal, 'S' sponsor cheque, 'DD' direct debit
      * collection) for each course and each tender - debiting the
      * tender's control account and crediting the ledger account
      * held against the course on COURSMST (the other way round for
      * a reversal). A course with no ledger code posts to the GL
      * suspense account and is counted on the control report. The
      * GLINTFC interface file - header, detail lines, and a trailer
      * carrying the record count, debit and credit totals and an
      * account-code hash - is only written when debits equal
      * credits, every PAYTRAN line was classified, and the cash
      * total and line count agree with the figures the
      * reconciliation left on RECONCTL. Otherwise the control
      * report on GLRPT says why, no file is written and the step
      * ends with return code 8.
      ******************************************************************
       RUN-GL-POSTING-EXTRACT.
           MOVE ZERO TO WS-GLS-COUNT.
           MOVE ZERO TO WS-GL-LINE-COUNT.
           MOVE ZERO TO WS-GL-RECORD-COUNT.
           MOVE ZERO TO WS-GL-SUSPENSE-COUNT.
           MOVE ZERO TO WS-GL-UNKNOWN-COUNT.
           MOVE ZERO TO WS-GL-MEMO-COUNT.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           MOVE ZERO TO WS-GL-CREDIT-TOTAL.
           MOVE ZERO TO WS-GL-CASH-NET.
           MOVE ZERO TO WS-GL-ACCOUNT-HASH.
           SET WS-GL-ACCEPTED TO TRUE.

           PERFORM READ-RECON-CONTROL THRU READ-RECON-CONTROL-EXIT.
           PERFORM LOAD-GL-PAYTRAN-LINES
               THRU LOAD-GL-PAYTRAN-LINES-DONE.

           MOVE ZERO TO WS-GLS-SUB.
           PERFORM TOTAL-ONE-GL-SUMMARY-ENTRY
               UNTIL WS-GLS-SUB = WS-GLS-COUNT.

           OPEN OUTPUT GL-CONTROL-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-GR-H1-DATE.
           MOVE WS-GR-HEADING-1 TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.
           MOVE WS-GR-HEADING-2 TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.
           MOVE ZERO TO WS-GLS-SUB.
           PERFORM WRITE-ONE-GL-REPORT-LINE
               UNTIL WS-GLS-SUB = WS-GLS-COUNT.

           PERFORM CHECK-GL-CONTROL-TOTALS.
           PERFORM WRITE-GL-CONTROL-SUMMARY.

           IF WS-GL-ACCEPTED
               PERFORM WRITE-GL-INTERFACE-FILE
                   THRU WRITE-GL-INTERFACE-FILE-EXIT
           END-IF.
           IF WS-GL-ACCEPTED
               MOVE '*** GL INTERFACE FILE WRITTEN TO GLINTFC ***'
                   TO GR-PRINT-LINE
           ELSE
               MOVE '*** GL INTERFACE FILE REFUSED - NOTHING POSTED ***'
                   TO GR-PRINT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE GR-PRINT-LINE.
           DISPLAY GR-PRINT-LINE.
           CLOSE GL-CONTROL-REPORT-FILE.

       RUN-GL-POSTING-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * READ-RECON-CONTROL: picks up the PAYTRAN line count and net
      * total the reconciliation step left on RECONCTL. A missing
      * control record means the reconciliation has not run against
      * this generation, and the extract will be refused.
      ******************************************************************
       READ-RECON-CONTROL.
           SET WS-RX-NOT-FOUND TO TRUE.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-RX-FILE-STATUS NOT = '00'
               DISPLAY 'NO RECONCILIATION CONTROL RECORD ON RECONCTL'
               GO TO READ-RECON-CONTROL-EXIT
           END-IF.
           READ RECON-CONTROL-FILE
               AT END
                   DISPLAY 'RECONCTL IS EMPTY'
               NOT AT END
                   SET WS-RX-FOUND TO TRUE
           END-READ.
           CLOSE RECON-CONTROL-FILE.

       READ-RECON-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-GL-PAYTRAN-LINES: re-opens the payment log for input and
      * posts every line the PAYTRAN DD supplies into the journal
      * summary table - the same span, unfiltered by date, that the
      * reconciliation totalled. The log is re-opened for extend
      * after, so the shutdown CLOSE in MAIN-PROCEDURE stays happy.
      ******************************************************************
       LOAD-GL-PAYTRAN-LINES.
           CLOSE PAYMENT-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PT-FILE-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT TRANSACTIONS TO POST'
               OPEN EXTEND PAYMENT-TRANS-FILE
               GO TO LOAD-GL-PAYTRAN-LINES-DONE
           END-IF.

           SET WS-PT-NOT-EOF TO TRUE.
           PERFORM READ-ONE-GL-PAYTRAN-LINE UNTIL WS-PT-EOF.

           CLOSE PAYMENT-TRANS-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.

       LOAD-GL-PAYTRAN-LINES-DONE.
           EXIT.

       READ-ONE-GL-PAYTRAN-LINE.
           READ PAYMENT-TRANS-FILE
               AT END
                   SET WS-PT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-LINE-COUNT
                   PERFORM POST-ONE-GL-PAYTRAN-LINE
                       THRU POST-ONE-GL-PAYTRAN-LINE-EXIT
           END-READ.
           IF WS-PT-FILE-STATUS NOT = '00' AND
              WS-PT-FILE-STATUS NOT = '02' AND
           END-IF.

      ******************************************************************
      * POST-ONE-GL-PAYTRAN-LINE: classifies the payment-log line just
      * read, works out the two accounts it moves - the tender's
      * control account and the course's ledger account - and adds
      * its amount to the matching debit and credit summary lines.
      * Cash in (payments, sponsor cheques, DD collections) debits
      * the control account; cash out (reversals) credits it. Late
      * charges and waivers move no cash - the ledger takes the fee
      * income when the charge is paid - so they are counted as
      * non-cash lines and not posted; so is a bad-debt write-off,
      * as fee income never taken needs no reversing. A course
      * transfer is a reclassification between course accounts with
      * no control account leg: the transfer-out debits the old
      * course, the transfer-in credits the new, and the pair
      * balances. A bursary award is paid from the hardship fund, not
      * the till: it debits the bursary fund account in place of a
      * tender control account and takes no part in the cash net. A
      * line of a type the extract does not know is counted and left
      * out, which refuses the file. The accounts are looked up only
      * once the line is known to post, so a memo or unknown line
      * never counts towards suspense; the tender is looked up only
      * for a line with a tender control leg.
      ******************************************************************
       POST-ONE-GL-PAYTRAN-LINE.
           EVALUATE TRUE
               WHEN PT-TRANS-TYPE = 'P' AND PT-TENDER-TYPE = 'D'
                   MOVE 'DD' TO WS-GL-CLASS
                   SET WS-GL-DR-CONTROL TO TRUE
                   SET WS-GL-CASH-IN TO TRUE
               WHEN PT-TRANS-TYPE = 'P'
                   MOVE 'P ' TO WS-GL-CLASS
                   SET WS-GL-DR-CONTROL TO TRUE
                   SET WS-GL-CASH-IN TO TRUE
               WHEN PT-TRANS-TYPE = 'S'
                   MOVE 'S ' TO WS-GL-CLASS
                   SET WS-GL-DR-CONTROL TO TRUE
                   SET WS-GL-CASH-IN TO TRUE
               WHEN PT-TRANS-TYPE = 'R'
                   MOVE 'R ' TO WS-GL-CLASS
                   SET WS-GL-DR-COURSE TO TRUE
                   SET WS-GL-CASH-OUT TO TRUE
               WHEN PT-TRANS-TYPE = 'C' OR PT-TRANS-TYPE = 'W' OR
                    PT-TRANS-TYPE = 'X'
                   ADD 1 TO WS-GL-MEMO-COUNT
                   GO TO POST-ONE-GL-PAYTRAN-LINE-EXIT
               WHEN (PT-TRANS-TYPE = 'O' OR PT-TRANS-TYPE = 'I') AND
                    PT-AMOUNT = ZERO
                   ADD 1 TO WS-GL-MEMO-COUNT
                   GO TO POST-ONE-GL-PAYTRAN-LINE-EXIT
               WHEN PT-TRANS-TYPE = 'O'
                   MOVE 'TO' TO WS-GL-CLASS
                   SET WS-GL-DR-COURSE TO TRUE
                   SET WS-GL-NON-CASH TO TRUE
               WHEN PT-TRANS-TYPE = 'I'
                   MOVE 'TI' TO WS-GL-CLASS
                   SET WS-GL-DR-CONTROL TO TRUE
                   SET WS-GL-NON-CASH TO TRUE
               WHEN PT-TRANS-TYPE = 'B'
                   MOVE 'BU' TO WS-GL-CLASS
                   SET WS-GL-DR-CONTROL TO TRUE
                   SET WS-GL-FUND-PAID TO TRUE
                   MOVE WS-GL-BURSARY-ACCOUNT TO WS-GL-CTL-ACCOUNT
                   MOVE 'BURSARY FUND' TO WS-GL-CTL-NAME
               WHEN OTHER
                   ADD 1 TO WS-GL-UNKNOWN-COUNT
                   DISPLAY 'GL EXTRACT - UNKNOWN TRANSACTION TYPE '
                       PT-TRANS-TYPE ' FOR STUDENT-ID '
                       PT-STUDENT-ID ' NOT POSTED'
                   GO TO POST-ONE-GL-PAYTRAN-LINE-EXIT
           END-EVALUATE.

           IF WS-GL-CASH-IN OR WS-GL-CASH-OUT
               PERFORM FIND-GL-TENDER-ACCOUNT
           END-IF.
           PERFORM FIND-GL-COURSE-ACCOUNT.

           IF WS-GL-CASH-IN
               ADD PT-AMOUNT TO WS-GL-CASH-NET
           END-IF.
           IF WS-GL-CASH-OUT
               SUBTRACT PT-AMOUNT FROM WS-GL-CASH-NET
           END-IF.

           IF NOT WS-GL-NON-CASH
               MOVE WS-GL-CTL-ACCOUNT TO WS-GL-POST-ACCOUNT
               MOVE SPACES            TO WS-GL-POST-COURSE
               MOVE PT-TENDER-TYPE    TO WS-GL-POST-TENDER
               MOVE WS-GL-CTL-NAME    TO WS-GL-POST-NAME
               IF WS-GL-DR-CONTROL
                   MOVE 'D' TO WS-GL-POST-DR-CR
               ELSE
                   MOVE 'C' TO WS-GL-POST-DR-CR
               END-IF
               PERFORM ADD-GL-SUMMARY-LINE
                   THRU ADD-GL-SUMMARY-LINE-EXIT
           END-IF.

           MOVE WS-GL-CRS-ACCOUNT TO WS-GL-POST-ACCOUNT.
           MOVE PT-COURSE-CODE    TO WS-GL-POST-COURSE.
           MOVE SPACES            TO WS-GL-POST-TENDER.
           MOVE WS-GL-CRS-NAME    TO WS-GL-POST-NAME.
           IF WS-GL-DR-COURSE
               MOVE 'D' TO WS-GL-POST-DR-CR
           ELSE
               MOVE 'C' TO WS-GL-POST-DR-CR
           END-IF.
           PERFORM ADD-GL-SUMMARY-LINE THRU ADD-GL-SUMMARY-LINE-EXIT.

       POST-ONE-GL-PAYTRAN-LINE-EXIT.
           EXIT.

      ******************************************************************
      * FIND-GL-TENDER-ACCOUNT: sets WS-GL-CTL-ACCOUNT to the control
      * account for PT-TENDER-TYPE. A tender the table does not know
      * goes to suspense.
      ******************************************************************
       FIND-GL-TENDER-ACCOUNT.
           SET WS-GL-TND-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-GL-TND-SUB.
           PERFORM CHECK-ONE-GL-TENDER
               UNTIL WS-GL-TND-FOUND OR WS-GL-TND-SUB = 6.
           IF WS-GL-TND-FOUND
               MOVE WS-GL-TND-ACCOUNT(WS-GL-TND-SUB)
                   TO WS-GL-CTL-ACCOUNT
               MOVE WS-GL-TND-NAME(WS-GL-TND-SUB) TO WS-GL-CTL-NAME
           ELSE
               MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-GL-CTL-ACCOUNT
               MOVE 'SUSPENSE - TENDER' TO WS-GL-CTL-NAME
               ADD 1 TO WS-GL-SUSPENSE-COUNT
           END-IF.

       CHECK-ONE-GL-TENDER.
           ADD 1 TO WS-GL-TND-SUB.
           IF WS-GL-TND-TYPE(WS-GL-TND-SUB) = PT-TENDER-TYPE
               SET WS-GL-TND-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * FIND-GL-COURSE-ACCOUNT: sets WS-GL-CRS-ACCOUNT to the ledger
      * account COURSMST holds for PT-COURSE-CODE. An unknown course
      * or one with no ledger code set goes to suspense.
      ******************************************************************
       FIND-GL-COURSE-ACCOUNT.
           MOVE PT-COURSE-CODE TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-FOUND
               MOVE WS-CRS-NAME(WS-CRS-SUB) TO WS-GL-CRS-NAME
               IF WS-CRS-GL-ACCOUNT(WS-CRS-SUB) > ZERO
                   MOVE WS-CRS-GL-ACCOUNT(WS-CRS-SUB)
                       TO WS-GL-CRS-ACCOUNT
               ELSE
                   MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-GL-CRS-ACCOUNT
                   MOVE 'SUSPENSE - NO LEDGER' TO WS-GL-CRS-NAME
                   ADD 1 TO WS-GL-SUSPENSE-COUNT
               END-IF
           ELSE
               MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-GL-CRS-ACCOUNT
               MOVE 'SUSPENSE - NO COURSE' TO WS-GL-CRS-NAME
               ADD 1 TO WS-GL-SUSPENSE-COUNT
           END-IF.

      ******************************************************************
      * ADD-GL-SUMMARY-LINE: adds PT-AMOUNT to the summary line for
      * WS-GL-POST-ACCOUNT/DR-CR/COURSE/TENDER in class WS-GL-CLASS,
      * opening a new line when this is the first of its kind.
      ******************************************************************
       ADD-GL-SUMMARY-LINE.
           SET WS-GLS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-GLS-SUB.
           PERFORM CHECK-ONE-GL-SUMMARY-LINE
               UNTIL WS-GLS-FOUND OR WS-GLS-SUB = WS-GLS-COUNT.
           IF WS-GLS-NOT-FOUND
               IF WS-GLS-COUNT = 300
                   DISPLAY 'GL SUMMARY TABLE FULL - LINE FOR STUDENT-'
                       'ID ' PT-STUDENT-ID ' NOT POSTED'
                   ADD 1 TO WS-GL-UNKNOWN-COUNT
                   GO TO ADD-GL-SUMMARY-LINE-EXIT
               END-IF
               ADD 1 TO WS-GLS-COUNT
               MOVE WS-GLS-COUNT TO WS-GLS-SUB
               MOVE WS-GL-POST-ACCOUNT TO WS-GLS-ACCOUNT(WS-GLS-SUB)
               MOVE WS-GL-POST-DR-CR   TO WS-GLS-DR-CR(WS-GLS-SUB)
               MOVE WS-GL-POST-COURSE
                   TO WS-GLS-COURSE-CODE(WS-GLS-SUB)
               MOVE WS-GL-CLASS        TO WS-GLS-CLASS(WS-GLS-SUB)
               MOVE WS-GL-POST-TENDER  TO WS-GLS-TENDER(WS-GLS-SUB)
               MOVE WS-GL-POST-NAME    TO WS-GLS-NAME(WS-GLS-SUB)
               MOVE ZERO               TO WS-GLS-AMOUNT(WS-GLS-SUB)
               MOVE ZERO               TO WS-GLS-LINES(WS-GLS-SUB)
           END-IF.
           ADD PT-AMOUNT TO WS-GLS-AMOUNT(WS-GLS-SUB).
           ADD 1 TO WS-GLS-LINES(WS-GLS-SUB).

       ADD-GL-SUMMARY-LINE-EXIT.
           EXIT.

       CHECK-ONE-GL-SUMMARY-LINE.
           ADD 1 TO WS-GLS-SUB.
           IF WS-GLS-ACCOUNT(WS-GLS-SUB) = WS-GL-POST-ACCOUNT AND
              WS-GLS-DR-CR(WS-GLS-SUB) = WS-GL-POST-DR-CR AND
              WS-GLS-COURSE-CODE(WS-GLS-SUB) = WS-GL-POST-COURSE AND
              WS-GLS-CLASS(WS-GLS-SUB) = WS-GL-CLASS AND
              WS-GLS-TENDER(WS-GLS-SUB) = WS-GL-POST-TENDER
               SET WS-GLS-FOUND TO TRUE
           END-IF.

       TOTAL-ONE-GL-SUMMARY-ENTRY.
           ADD 1 TO WS-GLS-SUB.
           IF WS-GLS-DR-CR(WS-GLS-SUB) = 'D'
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-GL-CREDIT-TOTAL
           END-IF.
           ADD WS-GLS-ACCOUNT(WS-GLS-SUB) TO WS-GL-ACCOUNT-HASH.

       WRITE-ONE-GL-REPORT-LINE.
           ADD 1 TO WS-GLS-SUB.
           MOVE WS-GLS-ACCOUNT(WS-GLS-SUB)     TO WS-GR-D-ACCOUNT.
           MOVE WS-GLS-DR-CR(WS-GLS-SUB)       TO WS-GR-D-DR-CR.
           MOVE WS-GLS-COURSE-CODE(WS-GLS-SUB) TO WS-GR-D-COURSE-CODE.
           MOVE WS-GLS-CLASS(WS-GLS-SUB)       TO WS-GR-D-CLASS.
           MOVE WS-GLS-TENDER(WS-GLS-SUB)      TO WS-GR-D-TENDER.
           MOVE WS-GLS-LINES(WS-GLS-SUB)       TO WS-GR-D-LINES.
           MOVE WS-GLS-AMOUNT(WS-GLS-SUB)      TO WS-GR-D-AMOUNT.
           MOVE WS-GLS-NAME(WS-GLS-SUB)        TO WS-GR-D-NAME.
           MOVE WS-GR-DETAIL-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

      ******************************************************************
      * CHECK-GL-CONTROL-TOTALS: refuses the extract when the journal
      * does not balance, when a line could not be classified, when
      * the reconciliation's control record is missing, or when the
      * cash total or line count posted differs from what the
      * reconciliation worked from.
      ******************************************************************
       CHECK-GL-CONTROL-TOTALS.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               SET WS-GL-REFUSED TO TRUE
               DISPLAY 'GL EXTRACT REFUSED - DEBITS DO NOT EQUAL '
                   'CREDITS'
           END-IF.
           IF WS-GL-UNKNOWN-COUNT > ZERO
               SET WS-GL-REFUSED TO TRUE
               DISPLAY 'GL EXTRACT REFUSED - ' WS-GL-UNKNOWN-COUNT
                   ' PAYTRAN LINES COULD NOT BE POSTED'
           END-IF.
           IF WS-RX-NOT-FOUND
               SET WS-GL-REFUSED TO TRUE
               DISPLAY 'GL EXTRACT REFUSED - RECONCILIATION HAS NOT '
                   'RUN'
           ELSE
               IF RX-PAYTRAN-TOTAL NOT = WS-GL-CASH-NET
                   SET WS-GL-REFUSED TO TRUE
                   DISPLAY 'GL EXTRACT REFUSED - CASH TOTAL DOES NOT '
                       'AGREE WITH THE RECONCILIATION PAYTRAN TOTAL'
               END-IF
               IF RX-LINE-COUNT NOT = WS-GL-LINE-COUNT
                   SET WS-GL-REFUSED TO TRUE
                   DISPLAY 'GL EXTRACT REFUSED - PAYTRAN LINE COUNT '
                       'DOES NOT AGREE WITH THE RECONCILIATION'
               END-IF
               IF RX-BALANCED-SW NOT = 'Y'
                   DISPLAY 'WARNING: THE RECONCILIATION FOR '
                       RX-RUN-DATE ' WAS OUT OF BALANCE'
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-GL-CONTROL-SUMMARY: prints the control totals under the
      * journal lines - what the extract posted set against what the
      * reconciliation totalled.
      ******************************************************************
       WRITE-GL-CONTROL-SUMMARY.
           MOVE SPACES TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'PAYTRAN LINES READ:' TO WS-GR-C-LABEL.
           MOVE WS-GL-LINE-COUNT TO WS-GR-C-COUNT.
           MOVE WS-GR-COUNT-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'PAYTRAN LINES RECONCILED:' TO WS-GR-C-LABEL.
           IF WS-RX-FOUND
               MOVE RX-LINE-COUNT TO WS-GR-C-COUNT
           ELSE
               MOVE ZERO TO WS-GR-C-COUNT
           END-IF.
           MOVE WS-GR-COUNT-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'LINES POSTED TO SUSPENSE:' TO WS-GR-C-LABEL.
           MOVE WS-GL-SUSPENSE-COUNT TO WS-GR-C-COUNT.
           MOVE WS-GR-COUNT-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'NON-CASH MEMO LINES:' TO WS-GR-C-LABEL.
           MOVE WS-GL-MEMO-COUNT TO WS-GR-C-COUNT.
           MOVE WS-GR-COUNT-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'LINES NOT POSTED:' TO WS-GR-C-LABEL.
           MOVE WS-GL-UNKNOWN-COUNT TO WS-GR-C-COUNT.
           MOVE WS-GR-COUNT-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'TOTAL DEBITS:' TO WS-GR-S-LABEL.
           MOVE WS-GL-DEBIT-TOTAL TO WS-GR-S-AMOUNT.
           MOVE WS-GR-SUMMARY-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'TOTAL CREDITS:' TO WS-GR-S-LABEL.
           MOVE WS-GL-CREDIT-TOTAL TO WS-GR-S-AMOUNT.
           MOVE WS-GR-SUMMARY-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'NET CASH THROUGH CONTROL ACCOUNTS:' TO WS-GR-S-LABEL.
           MOVE WS-GL-CASH-NET TO WS-GR-S-AMOUNT.
           MOVE WS-GR-SUMMARY-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE 'RECONCILIATION PAYTRAN TOTAL:' TO WS-GR-S-LABEL.
           IF WS-RX-FOUND
               MOVE RX-PAYTRAN-TOTAL TO WS-GR-S-AMOUNT
           ELSE
               MOVE ZERO TO WS-GR-S-AMOUNT
           END-IF.
           MOVE WS-GR-SUMMARY-LINE TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

           MOVE SPACES TO GR-PRINT-LINE.
           WRITE GR-PRINT-LINE.

      ******************************************************************
      * WRITE-GL-INTERFACE-FILE: writes the header, one detail record
      * per summary line and the trailer to GLINTFC. If GLINTFC will
      * not open the extract is refused, as nothing can be posted.
      ******************************************************************
       WRITE-GL-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GLINTFC - FILE STATUS '
                   WS-GL-FILE-STATUS
               SET WS-GL-REFUSED TO TRUE
               GO TO WRITE-GL-INTERFACE-FILE-EXIT
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'H'        TO GL-RECORD-TYPE.
           MOVE 'COLPYSYS' TO GL-H-SOURCE.
           MOVE RX-RUN-DATE     TO GL-H-BUSINESS-DATE.
           MOVE WS-TODAYS-DATE  TO GL-H-RUN-DATE.
           MOVE WS-CURRENT-TIME TO GL-H-RUN-TIME.
           WRITE GL-INTERFACE-RECORD.

           MOVE ZERO TO WS-GLS-SUB.
           PERFORM WRITE-ONE-GL-DETAIL-RECORD
               UNTIL WS-GLS-SUB = WS-GLS-COUNT.

           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'T' TO GL-RECORD-TYPE.
           MOVE WS-GL-RECORD-COUNT  TO GL-T-RECORD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL   TO GL-T-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL  TO GL-T-CREDIT-TOTAL.
           MOVE WS-GL-ACCOUNT-HASH  TO GL-T-ACCOUNT-HASH.
           WRITE GL-INTERFACE-RECORD.

           CLOSE GL-INTERFACE-FILE.

       WRITE-GL-INTERFACE-FILE-EXIT.
           EXIT.

       WRITE-ONE-GL-DETAIL-RECORD.
           ADD 1 TO WS-GLS-SUB.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'D' TO GL-RECORD-TYPE.
           MOVE WS-GLS-ACCOUNT(WS-GLS-SUB)     TO GL-D-ACCOUNT.
           MOVE WS-GLS-DR-CR(WS-GLS-SUB)       TO GL-D-DR-CR.
           MOVE WS-GLS-AMOUNT(WS-GLS-SUB)      TO GL-D-AMOUNT.
           MOVE WS-GLS-COURSE-CODE(WS-GLS-SUB) TO GL-D-COURSE-CODE.
           MOVE WS-GLS-CLASS(WS-GLS-SUB)       TO GL-D-TRANS-CLASS.
           MOVE WS-GLS-TENDER(WS-GLS-SUB)      TO GL-D-TENDER-TYPE.
           MOVE WS-GLS-LINES(WS-GLS-SUB)       TO GL-D-LINE-COUNT.
           MOVE WS-GLS-NAME(WS-GLS-SUB)        TO GL-D-DESCRIPTION.
           MOVE RX-RUN-DATE                    TO GL-D-BUSINESS-DATE.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.

      ******************************************************************
      * RUN-TERM-END-ROLLOVER: closes a teaching term (PARM='TERMEND',
      * see TERMEND.jcl). Every enrollment in the closing term that is
      * paid up stays put as that term's history; every one still
      * carrying a balance has its term code moved to the new term so
      * the unpaid money is chased in the new teaching period. A
      * closing statement per course - enrollments, fees collected,
      * balances carried forward - goes to TERMRPT. Closing the term
      * the last completed term end closed is refused by run control
      * unless a supervisor overrides it.
      ******************************************************************
       RUN-TERM-END-ROLLOVER.
           DISPLAY 'ENTER THE TERM CODE TO CLOSE'.
           ACCEPT WS-TE-OLD-TERM.
           DISPLAY 'ENTER THE NEW TERM CODE'.
           ACCEPT WS-TE-NEW-TERM.

           IF WS-TE-OLD-TERM = SPACES OR WS-TE-NEW-TERM = SPACES
               DISPLAY 'TERM-END ABANDONED - BOTH TERM CODES ARE '
                   'REQUIRED'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-TERM-END-ROLLOVER-EXIT
           END-IF.
           IF WS-TE-OLD-TERM = WS-TE-NEW-TERM
               DISPLAY 'TERM-END ABANDONED - OLD AND NEW TERM CODES '
                   'MUST DIFFER'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-TERM-END-ROLLOVER-EXIT
           END-IF.
           PERFORM CHECK-TERM-END-REPEAT.
           IF WS-RU-REFUSED
               GO TO RUN-TERM-END-ROLLOVER-EXIT
           END-IF.

           MOVE ZERO TO WS-TE-CLEAR-SUB.
           PERFORM CLEAR-ONE-TERM-BUCKET UNTIL WS-TE-CLEAR-SUB = 20.

           DISPLAY 'TERM-END START - CLOSING TERM ' WS-TE-OLD-TERM
               ' INTO ' WS-TE-NEW-TERM.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE '10' TO WS-SM-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-SM-FILE-STATUS = '10'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM ROLL-ONE-STUDENT-TERM
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           PERFORM WRITE-TERM-END-REPORT.
           DISPLAY 'TERM-END COMPLETE - CLOSING STATEMENT WRITTEN '
               'TO TERMRPT'.

       RUN-TERM-END-ROLLOVER-EXIT.
           EXIT.

       CLEAR-ONE-TERM-BUCKET.
           ADD 1 TO WS-TE-CLEAR-SUB.
           MOVE ZERO TO WS-TE-ENROLLED(WS-TE-CLEAR-SUB).
           MOVE ZERO TO WS-TE-COLLECTED(WS-TE-CLEAR-SUB).
           MOVE ZERO TO WS-TE-CARRIED(WS-TE-CLEAR-SUB).

      ******************************************************************
      * ROLL-ONE-STUDENT-TERM: processes one master record at term
      * end - tallies each enrollment in the closing term and carries
      * any unpaid balance forward by re-stamping its term code, then
      * rewrites the record if anything changed.
      ******************************************************************
       ROLL-ONE-STUDENT-TERM.
           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.
           SET WS-TE-UNCHANGED TO TRUE.
           MOVE ZERO TO WS-TE-SUB.
           PERFORM ROLL-ONE-COURSE-TERM
               THRU ROLL-ONE-COURSE-TERM-EXIT
               UNTIL WS-TE-SUB = 4.
           IF WS-TE-CHANGED
               REWRITE SM-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE STUDENT ' SM-STUDENT-ID
                           ' AT TERM END'
                   NOT INVALID KEY
                       MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                       MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                       MOVE 'TERMEND' TO WS-JR-FUNCTION
                       MOVE 'R' TO WS-JR-ACTION
                       PERFORM JOURNAL-ONE-UPDATE
               END-REWRITE
           END-IF.

       ROLL-ONE-COURSE-TERM.
           ADD 1 TO WS-TE-SUB.
           IF SM-EC-COURSE-CODE(WS-TE-SUB) = SPACES
               GO TO ROLL-ONE-COURSE-TERM-EXIT
           END-IF.
           IF SM-EC-TERM(WS-TE-SUB) NOT = WS-TE-OLD-TERM
               GO TO ROLL-ONE-COURSE-TERM-EXIT
           END-IF.

           MOVE SM-EC-COURSE-CODE(WS-TE-SUB) TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           MOVE WS-TE-SUB TO WS-LC-SLOT.
           PERFORM SUM-COURSE-LATE-CHARGES.
           IF WS-CRS-FOUND
               ADD 1 TO WS-TE-ENROLLED(WS-CRS-SUB)
               COMPUTE WS-TE-COLLECTED(WS-CRS-SUB) =
                   WS-TE-COLLECTED(WS-CRS-SUB) +
                   SM-EC-ORIGINAL-FEE(WS-TE-SUB) + WS-LC-NET-CHARGES -
                   SM-EC-FEES-OWED(WS-TE-SUB)
           END-IF.

           IF SM-EC-FEES-OWED(WS-TE-SUB) > ZERO
               MOVE WS-TE-NEW-TERM TO SM-EC-TERM(WS-TE-SUB)
               SET WS-TE-CHANGED TO TRUE
               IF WS-CRS-FOUND
                   ADD SM-EC-FEES-OWED(WS-TE-SUB)
                       TO WS-TE-CARRIED(WS-CRS-SUB)
               END-IF
           END-IF.

       ROLL-ONE-COURSE-TERM-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-TERM-END-REPORT: prints the closing statement - one line
      * per course on the course table with the closing term's
      * enrollments, fees collected and balances carried forward.
      ******************************************************************
       WRITE-TERM-END-REPORT.
           OPEN OUTPUT TERMEND-REPORT-FILE.
           MOVE WS-TE-OLD-TERM TO WS-TE-H1-TERM.
           MOVE WS-TE-HEADING-1 TO TE-PRINT-LINE.
           WRITE TE-PRINT-LINE.
           MOVE WS-TE-HEADING-2 TO TE-PRINT-LINE.
           WRITE TE-PRINT-LINE.

           MOVE ZERO TO WS-CRS-SUB.
           PERFORM WRITE-ONE-TERM-END-COURSE
               UNTIL WS-CRS-SUB = WS-CRS-COUNT.

           CLOSE TERMEND-REPORT-FILE.

       WRITE-ONE-TERM-END-COURSE.
           ADD 1 TO WS-CRS-SUB.
           MOVE WS-CRS-CODE(WS-CRS-SUB)      TO WS-TE-D-COURSE-CODE
           MOVE WS-CRS-NAME(WS-CRS-SUB)      TO WS-TE-D-COURSE-NAME
           MOVE WS-TE-ENROLLED(WS-CRS-SUB)   TO WS-TE-D-ENROLLED
           MOVE WS-TE-COLLECTED(WS-CRS-SUB)  TO WS-TE-D-COLLECTED
           MOVE WS-TE-CARRIED(WS-CRS-SUB)    TO WS-TE-D-CARRIED
           MOVE WS-TE-DETAIL-LINE TO TE-PRINT-LINE.
           WRITE TE-PRINT-LINE.

      ******************************************************************
      * RUN-DUNNING-LETTERS: batch chase run (PARM='DUNNING', see
      * DUNNING.jcl, run after the overnight load). Walks the same
      * installment schedules the aged arrears report ages and prints
      * one reminder letter per student and course with an installment
      * 30 or more days overdue - a first reminder at 30 days, a
      * second at 60 and a final notice at 90+ - addressed from the
      * student's house number, country and pincode, to the DUNLTR
      * dataset. The notice level each student/course has reached is
      * remembered on the NOTICEMS file, so a rerun only produces a
      * letter when the arrears have aged into a HIGHER level than the
      * one already sent - never a first reminder to an account
      * already on final notice. A control listing of every letter
      * produced goes to DUNLIST for the mailing room.
      ******************************************************************
       RUN-DUNNING-LETTERS.
           PERFORM OPEN-NOTICE-MASTER.
           OPEN OUTPUT DUNNING-LETTER-FILE.
           OPEN OUTPUT DUNNING-LIST-FILE.

           MOVE ZERO TO WS-DU-LETTER-COUNT.
           COMPUTE WS-DU-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).

           MOVE WS-TODAYS-DATE TO WS-DN-H1-DATE.
           MOVE WS-DN-HEADING-1 TO DN-PRINT-LINE.
           WRITE DN-PRINT-LINE.
           MOVE WS-DN-HEADING-2 TO DN-PRINT-LINE.
           WRITE DN-PRINT-LINE.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM DUN-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
               END-IF
           END-PERFORM.

           MOVE SPACES TO DN-PRINT-LINE.
           WRITE DN-PRINT-LINE.
           MOVE WS-DU-LETTER-COUNT TO WS-DN-T-COUNT.
           MOVE WS-DN-TOTAL-LINE TO DN-PRINT-LINE.
           WRITE DN-PRINT-LINE.

           CLOSE DUNNING-LIST-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE NOTICE-MASTER-FILE.
           DISPLAY 'DUNNING RUN COMPLETE - ' WS-DU-LETTER-COUNT
               ' LETTERS WRITTEN TO DUNLTR'.
           DISPLAY 'CONTROL LISTING WRITTEN TO DUNLIST'.

       RUN-DUNNING-LETTERS-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-NOTICE-MASTER: opens the notice-level memory file for
      * update, creating it on the very first dunning run if it does
      * not exist yet.
      ******************************************************************
       OPEN-NOTICE-MASTER.
           OPEN I-O NOTICE-MASTER-FILE.
           IF WS-NM-FILE-STATUS = '35'
               OPEN OUTPUT NOTICE-MASTER-FILE
               CLOSE NOTICE-MASTER-FILE
               OPEN I-O NOTICE-MASTER-FILE
           END-IF.

      ******************************************************************
      * DUN-ONE-STUDENT: checks each enrolled course of the master
      * record just read for overdue installments and produces a
      * letter where the arrears have escalated past the notice level
      * already sent.
      ******************************************************************
       DUN-ONE-STUDENT.
           MOVE ZERO TO WS-DU-SUB.
           PERFORM DUN-ONE-COURSE
               THRU DUN-ONE-COURSE-EXIT
               UNTIL WS-DU-SUB = 4.

      ******************************************************************
      * DUN-ONE-COURSE: ages the installment schedule of one enrolled
      * course. The overdue amount is the unpaid portion of every
      * installment 30 or more days past due, and the notice level
      * needed comes from the WORST overdue installment - 30 days is
      * a first reminder, 60 a second, 90+ a final notice. A letter
      * only goes out when that level is higher than the level
      * already recorded on NOTICEMS for this student and course. A
      * course with NOTHING 30+ days overdue has its NOTICEMS entry
      * cleared, so an account that pays up and later falls into
      * fresh arrears - routine once term-end carries an unpaid
      * balance forward on the same slot - re-enters the cycle at a
      * first reminder instead of staying muted on an old final
      * notice. A course the referral run has passed to the
      * collection agency is left alone: the agency is chasing it.
      ******************************************************************
       DUN-ONE-COURSE.
           ADD 1 TO WS-DU-SUB.
           IF SM-EC-COURSE-CODE(WS-DU-SUB) = SPACES
               GO TO DUN-ONE-COURSE-EXIT
           END-IF.

           PERFORM READ-NOTICE-LEVEL.
           IF WS-DU-NM-FOUND AND NM-REFERRED
               GO TO DUN-ONE-COURSE-EXIT
           END-IF.

           MOVE ZERO TO WS-DU-OVERDUE-AMT.
           MOVE ZERO TO WS-DU-WORST-DAYS.
           MOVE ZERO TO WS-DU-INST-SUB.
           PERFORM DUN-AGE-ONE-INSTALLMENT
               THRU DUN-AGE-ONE-INSTALLMENT-EXIT
               UNTIL WS-DU-INST-SUB = 4.

           IF WS-DU-WORST-DAYS < 30
               PERFORM CLEAR-NOTICE-LEVEL
               GO TO DUN-ONE-COURSE-EXIT
           END-IF.

           IF WS-DU-WORST-DAYS < 60
               MOVE 1 TO WS-DU-NEEDED-LEVEL
           ELSE
               IF WS-DU-WORST-DAYS < 90
                   MOVE 2 TO WS-DU-NEEDED-LEVEL
               ELSE
                   MOVE 3 TO WS-DU-NEEDED-LEVEL
               END-IF
           END-IF.

           IF WS-DU-NEEDED-LEVEL <= WS-DU-PRIOR-LEVEL
               GO TO DUN-ONE-COURSE-EXIT
           END-IF.

           PERFORM WRITE-DUNNING-LETTER.
           PERFORM SAVE-NOTICE-LEVEL.
           PERFORM WRITE-DUNNING-LIST-LINE.
           ADD 1 TO WS-DU-LETTER-COUNT.

       DUN-ONE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * DUN-AGE-ONE-INSTALLMENT: rolls one installment's unpaid
      * portion into the course's overdue total when it is 30 or more
      * days past due, and tracks the worst days-overdue figure for
      * the notice-level decision.
      ******************************************************************
       DUN-AGE-ONE-INSTALLMENT.
           ADD 1 TO WS-DU-INST-SUB.
           COMPUTE WS-DU-OPEN-AMT =
               SM-EC-INST-AMOUNT(WS-DU-SUB, WS-DU-INST-SUB) -
               SM-EC-INST-PAID(WS-DU-SUB, WS-DU-INST-SUB).
           IF WS-DU-OPEN-AMT = ZERO
               GO TO DUN-AGE-ONE-INSTALLMENT-EXIT
           END-IF.

           COMPUTE WS-DU-DUE-INT = FUNCTION INTEGER-OF-DATE(
               SM-EC-INST-DUE-DATE(WS-DU-SUB, WS-DU-INST-SUB)).
           COMPUTE WS-DU-DAYS-OVER = WS-DU-TODAY-INT - WS-DU-DUE-INT.
           IF WS-DU-DAYS-OVER < 30
               GO TO DUN-AGE-ONE-INSTALLMENT-EXIT
           END-IF.

           ADD WS-DU-OPEN-AMT TO WS-DU-OVERDUE-AMT.
           IF WS-DU-DAYS-OVER > WS-DU-WORST-DAYS
               MOVE WS-DU-DAYS-OVER TO WS-DU-WORST-DAYS
           END-IF.

       DUN-AGE-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * READ-NOTICE-LEVEL: fetches the notice level already sent for
      * the current student and course slot from NOTICEMS, leaving
      * zero when no notice has ever gone out.
      ******************************************************************
       READ-NOTICE-LEVEL.
           MOVE ZERO TO WS-DU-PRIOR-LEVEL.
           SET WS-DU-NM-NOT-FOUND TO TRUE.
           MOVE SM-STUDENT-ID TO NM-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO NM-COURSE-CODE.
           READ NOTICE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DU-NM-FOUND TO TRUE
                   MOVE NM-NOTICE-LEVEL TO WS-DU-PRIOR-LEVEL
           END-READ.

      ******************************************************************
      * SAVE-NOTICE-LEVEL: records the notice level just sent on
      * NOTICEMS - rewriting the existing entry, or writing a new one
      * on the first letter for this student and course.
      ******************************************************************
       SAVE-NOTICE-LEVEL.
           MOVE SM-STUDENT-ID TO NM-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO NM-COURSE-CODE.
           MOVE WS-DU-NEEDED-LEVEL TO NM-NOTICE-LEVEL.
           MOVE WS-TODAYS-DATE TO NM-NOTICE-DATE.
           MOVE SPACE TO NM-REFERRAL-FLAG.
           MOVE ZERO TO NM-REFERRAL-DATE.
           MOVE SPACES TO NM-FILLER.
           IF WS-DU-NM-FOUND
               REWRITE NM-NOTICE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE NOTICE LEVEL FOR '
                           NM-STUDENT-ID ' ' NM-COURSE-CODE
               END-REWRITE
           ELSE
               WRITE NM-NOTICE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE NOTICE LEVEL FOR '
                           NM-STUDENT-ID ' ' NM-COURSE-CODE
               END-WRITE
           END-IF.

      ******************************************************************
      * CLEAR-NOTICE-LEVEL: removes the NOTICEMS entry for the
      * current student and course slot, if one exists - performed
      * when the schedule has nothing 30+ days overdue, so the next
      * arrears episode starts a fresh escalation from the first
      * reminder.
      ******************************************************************
       CLEAR-NOTICE-LEVEL.
           MOVE SM-STUDENT-ID TO NM-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO NM-COURSE-CODE.
           DELETE NOTICE-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * WRITE-DUNNING-LETTER: prints one reminder letter - address
      * block from the master record, the notice title for the level
      * being sent, the course and the amount now overdue - onto the
      * DUNLTR dataset, one page per letter.
      ******************************************************************
       WRITE-DUNNING-LETTER.
           MOVE WS-TODAYS-DATE TO WS-DL-H-DATE.
           MOVE WS-DL-DATE-LINE TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.

           MOVE SM-FIRSTNAME TO WS-DL-A-FIRSTNAME.
           MOVE SM-SURNAME   TO WS-DL-A-SURNAME.
           MOVE WS-DL-NAME-LINE TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE SM-HOUSE-NUMBER TO WS-DL-A-HOUSE-NUMBER.
           MOVE SM-COUNTRY      TO WS-DL-A-COUNTRY.
           MOVE WS-DL-ADDRESS-LINE-1 TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE SM-PINCODE TO WS-DL-A-PINCODE.
           MOVE WS-DL-ADDRESS-LINE-2 TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.

           MOVE SPACES TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           IF WS-DU-NEEDED-LEVEL = 1
               MOVE WS-DL-TITLE-1 TO DL-PRINT-LINE
           ELSE
               IF WS-DU-NEEDED-LEVEL = 2
                   MOVE WS-DL-TITLE-2 TO DL-PRINT-LINE
               ELSE
                   MOVE WS-DL-TITLE-3 TO DL-PRINT-LINE
               END-IF
           END-IF.
           WRITE DL-PRINT-LINE.

           MOVE SPACES TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO WS-DL-C-COURSE-CODE.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-FOUND
               MOVE WS-CRS-NAME(WS-CRS-SUB) TO WS-DL-C-COURSE-NAME
           ELSE
               MOVE SPACES TO WS-DL-C-COURSE-NAME
           END-IF.
           MOVE WS-DL-COURSE-LINE TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE WS-DU-OVERDUE-AMT TO WS-DL-A-OVERDUE.
           MOVE WS-DL-AMOUNT-LINE TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.

           MOVE SPACES TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           IF WS-DU-NEEDED-LEVEL = 1
               MOVE 'OUR RECORDS SHOW THE ABOVE INSTALLMENTS ARE NOW'
                   TO DL-PRINT-LINE
               WRITE DL-PRINT-LINE
               MOVE 'OVERDUE. PLEASE ARRANGE PAYMENT WITHIN 14 DAYS.'
                   TO DL-PRINT-LINE
               WRITE DL-PRINT-LINE
           ELSE
               IF WS-DU-NEEDED-LEVEL = 2
                   MOVE 'DESPITE OUR EARLIER REMINDER THIS BALANCE'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
                   MOVE 'REMAINS UNPAID. PLEASE PAY WITHIN 7 DAYS OR'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
                   MOVE 'CONTACT THE BURSAR TO DISCUSS YOUR ACCOUNT.'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
               ELSE
                   MOVE 'THIS IS A FINAL NOTICE. UNLESS PAYMENT IS'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
                   MOVE 'RECEIVED WITHIN 7 DAYS YOUR ACCOUNT WILL BE'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
                   MOVE 'REFERRED FOR COLLECTION AND YOUR ENROLLMENT'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
                   MOVE 'MAY BE SUSPENDED.'
                       TO DL-PRINT-LINE
                   WRITE DL-PRINT-LINE
               END-IF
           END-IF.

           MOVE SPACES TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE 'THE BURSAR' TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.
           MOVE ALL '=' TO DL-PRINT-LINE.
           WRITE DL-PRINT-LINE.

      ******************************************************************
      * WRITE-DUNNING-LIST-LINE: adds the letter just produced to the
      * mailing-room control listing.
      ******************************************************************
       WRITE-DUNNING-LIST-LINE.
           MOVE SM-STUDENT-ID TO WS-DN-D-STUDENT-ID.
           MOVE SM-SURNAME    TO WS-DN-D-SURNAME.
           MOVE SM-EC-COURSE-CODE(WS-DU-SUB) TO WS-DN-D-COURSE-CODE.
           MOVE WS-DU-NEEDED-LEVEL TO WS-DN-D-LEVEL.
           MOVE WS-DU-OVERDUE-AMT  TO WS-DN-D-OVERDUE.
           MOVE WS-DN-DETAIL-LINE TO DN-PRINT-LINE.
           WRITE DN-PRINT-LINE.

      ******************************************************************
      * RUN-BAD-DEBT-REFERRAL: monthly collection agency referral run
      * (PARM='REFERRAL', see BADDEBT.jcl). Reads from SYSIN the
      * number of days an account must have stood at final notice,
      * then walks NOTICEMS for every course at notice level 3 that
      * has been there that long and is not already with the agency.
      * A course still carrying a student balance with no payment on
      * PAYHIST since the final notice went out is written to the
      * AGYREFER file for the agency - student, last known address,
      * course, term, balance and date of last payment - recorded on
      * BADDEBT and marked referred on NOTICEMS, which stops dunning
      * it. The sponsor's share of a balance is never referred. The
      * run ends by printing the bad-debt position on BADDRPT.
      ******************************************************************
       RUN-BAD-DEBT-REFERRAL.
           DISPLAY 'ENTER THE DAYS AN ACCOUNT MUST STAND AT FINAL '
               'NOTICE BEFORE REFERRAL (0 = 30)'.
           ACCEPT WS-RF-DAYS.
           IF WS-RF-DAYS = ZERO
               MOVE 30 TO WS-RF-DAYS
           END-IF.

           PERFORM OPEN-NOTICE-MASTER.
           PERFORM OPEN-BAD-DEBT-FILE.
           IF WS-BD-FILE-STATUS NOT = '00'
               CLOSE NOTICE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO RUN-BAD-DEBT-REFERRAL-EXIT
           END-IF.
           OPEN OUTPUT REFERRAL-FILE.

           MOVE ZERO TO WS-RF-READ-COUNT.
           MOVE ZERO TO WS-RF-COUNT.
           MOVE ZERO TO WS-RF-TOTAL.
           COMPUTE WS-RF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).

           SET WS-RF-NOT-EOF TO TRUE.
           PERFORM REFER-ONE-NOTICE
               THRU REFER-ONE-NOTICE-EXIT
               UNTIL WS-RF-EOF.

           CLOSE REFERRAL-FILE.
           CLOSE NOTICE-MASTER-FILE.
           DISPLAY 'REFERRAL RUN COMPLETE - ' WS-RF-READ-COUNT
               ' NOTICES READ, ' WS-RF-COUNT
               ' COURSES REFERRED TO AGYREFER'.
           DISPLAY 'TOTAL VALUE REFERRED: ' WS-RF-TOTAL.

           PERFORM WRITE-BAD-DEBT-REPORT
               THRU WRITE-BAD-DEBT-REPORT-EXIT.
           CLOSE BAD-DEBT-FILE.

       RUN-BAD-DEBT-REFERRAL-EXIT.
           EXIT.

      ******************************************************************
      * REFER-ONE-NOTICE: reads the next NOTICEMS entry and refers
      * the course if it qualifies.
      ******************************************************************
       REFER-ONE-NOTICE.
           READ NOTICE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-RF-EOF TO TRUE
                   GO TO REFER-ONE-NOTICE-EXIT
           END-READ.
           IF WS-NM-FILE-STATUS NOT = '00' AND
              WS-NM-FILE-STATUS NOT = '02'
               SET WS-RF-EOF TO TRUE
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.
           ADD 1 TO WS-RF-READ-COUNT.

           IF NM-NOTICE-LEVEL < 3 OR NM-REFERRED
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.
           COMPUTE WS-RF-DAYS-AT-FINAL = WS-RF-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(NM-NOTICE-DATE).
           IF WS-RF-DAYS-AT-FINAL < WS-RF-DAYS
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.

           MOVE NM-STUDENT-ID TO SM-STUDENT-ID.
           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.
           MOVE NM-COURSE-CODE TO WS-COURSE-DETAIL.
           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-NOT-FOUND
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.

           COMPUTE WS-RF-SHARE =
               SM-EC-FEES-OWED(WS-PAY-SUB) -
               SM-EC-SPONSOR-OWED(WS-PAY-SUB).
           IF WS-RF-SHARE NOT > ZERO
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.

           PERFORM FIND-LAST-PAYMENT-DATE.
           IF WS-RF-LAST-PAID > NM-NOTICE-DATE
               GO TO REFER-ONE-NOTICE-EXIT
           END-IF.

           PERFORM WRITE-REFERRAL-RECORD.
           PERFORM RECORD-BAD-DEBT-REFERRAL.

           MOVE 'R' TO NM-REFERRAL-FLAG.
           MOVE WS-TODAYS-DATE TO NM-REFERRAL-DATE.
           REWRITE NM-NOTICE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK NOTICE REFERRED FOR '
                       NM-STUDENT-ID ' ' NM-COURSE-CODE
           END-REWRITE.

           ADD 1 TO WS-RF-COUNT.
           ADD WS-RF-SHARE TO WS-RF-TOTAL.

       REFER-ONE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * FIND-LAST-PAYMENT-DATE: reads the student's PAYHIST lines and
      * leaves in WS-RF-LAST-PAID the date of the latest payment or
      * sponsor cheque on the course in slot WS-PAY-SUB, zero when
      * there has never been one.
      ******************************************************************
       FIND-LAST-PAYMENT-DATE.
           MOVE ZERO TO WS-RF-LAST-PAID.
           MOVE SM-STUDENT-ID TO PH-STUDENT-ID.
           MOVE ZERO TO PH-TRANS-DATE.
           MOVE ZERO TO PH-TRANS-TIME.
           MOVE ZERO TO PH-SEQ.
           SET WS-RF-PH-NOT-EOF TO TRUE.
           START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY
                   SET WS-RF-PH-EOF TO TRUE
           END-START.
           PERFORM READ-ONE-LAST-PAYMENT-LINE
               THRU READ-ONE-LAST-PAYMENT-LINE-EXIT
               UNTIL WS-RF-PH-EOF.

       READ-ONE-LAST-PAYMENT-LINE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RF-PH-EOF TO TRUE
                   GO TO READ-ONE-LAST-PAYMENT-LINE-EXIT
           END-READ.
           IF WS-PH-FILE-STATUS NOT = '00' AND
              WS-PH-FILE-STATUS NOT = '02'
               SET WS-RF-PH-EOF TO TRUE
               GO TO READ-ONE-LAST-PAYMENT-LINE-EXIT
           END-IF.
           IF PH-STUDENT-ID NOT = SM-STUDENT-ID
               SET WS-RF-PH-EOF TO TRUE
               GO TO READ-ONE-LAST-PAYMENT-LINE-EXIT
           END-IF.
           IF PH-COURSE-CODE = SM-EC-COURSE-CODE(WS-PAY-SUB) AND
              (PH-TRANS-TYPE = 'P' OR PH-TRANS-TYPE = 'S')
               MOVE PH-TRANS-DATE TO WS-RF-LAST-PAID
           END-IF.

       READ-ONE-LAST-PAYMENT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REFERRAL-RECORD: writes the agency's referral line for
      * the course in slot WS-PAY-SUB.
      ******************************************************************
       WRITE-REFERRAL-RECORD.
           MOVE SPACES TO RF-REFERRAL-RECORD.
           MOVE SM-STUDENT-ID                 TO RF-STUDENT-ID.
           MOVE SM-SURNAME                    TO RF-SURNAME.
           MOVE SM-FIRSTNAME                  TO RF-FIRSTNAME.
           MOVE SM-HOUSE-NUMBER               TO RF-HOUSE-NUMBER.
           MOVE SM-COUNTRY                    TO RF-COUNTRY.
           MOVE SM-PINCODE                    TO RF-PINCODE.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO RF-COURSE-CODE.
           MOVE SM-EC-TERM(WS-PAY-SUB)        TO RF-TERM.
           MOVE WS-RF-SHARE                   TO RF-BALANCE.
           MOVE WS-RF-LAST-PAID               TO RF-LAST-PAID-DATE.
           MOVE WS-TODAYS-DATE                TO RF-REFERRAL-DATE.
           WRITE RF-REFERRAL-RECORD.

      ******************************************************************
      * RECORD-BAD-DEBT-REFERRAL: adds the amount just referred to the
      * course's BADDEBT record, opening one on first referral.
      ******************************************************************
       RECORD-BAD-DEBT-REFERRAL.
           PERFORM READ-BAD-DEBT-RECORD.
           SET BD-REFERRED TO TRUE.
           MOVE WS-TODAYS-DATE TO BD-REFERRAL-DATE.
           MOVE WS-TODAYS-DATE TO BD-LAST-ACTION-DATE.
           ADD WS-RF-SHARE TO BD-REFERRED-AMT.
           PERFORM SAVE-BAD-DEBT-RECORD.

      ******************************************************************
      * OPEN-BAD-DEBT-FILE: opens the bad-debt record file for
      * update, creating it on first use. A failed open is reported
      * here and left in WS-BD-FILE-STATUS for the caller to test.
      ******************************************************************
       OPEN-BAD-DEBT-FILE.
           OPEN I-O BAD-DEBT-FILE.
           IF WS-BD-FILE-STATUS = '35'
               OPEN OUTPUT BAD-DEBT-FILE
               CLOSE BAD-DEBT-FILE
               OPEN I-O BAD-DEBT-FILE
           END-IF.
           IF WS-BD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BADDEBT - FILE STATUS '
                   WS-BD-FILE-STATUS
           END-IF.

      ******************************************************************
      * READ-BAD-DEBT-RECORD: fetches the BADDEBT record for the
      * student and the course in slot WS-PAY-SUB, or sets up an
      * empty one under the course's current term when there is none.
      ******************************************************************
       READ-BAD-DEBT-RECORD.
           MOVE SM-STUDENT-ID                 TO BD-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO BD-COURSE-CODE.
           SET WS-BD-NOT-FOUND TO TRUE.
           READ BAD-DEBT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BD-FOUND TO TRUE
           END-READ.
           IF WS-BD-NOT-FOUND
               MOVE SPACES TO BD-DEBT-RECORD
               MOVE SM-STUDENT-ID                 TO BD-STUDENT-ID
               MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO BD-COURSE-CODE
               MOVE SM-EC-TERM(WS-PAY-SUB)        TO BD-TERM
               MOVE ZERO TO BD-REFERRAL-DATE
               MOVE ZERO TO BD-REFERRED-AMT
               MOVE ZERO TO BD-RECOVERED-AMT
               MOVE ZERO TO BD-WRITTEN-OFF-AMT
               MOVE ZERO TO BD-LAST-ACTION-DATE
           END-IF.

       SAVE-BAD-DEBT-RECORD.
           IF WS-BD-FOUND
               REWRITE BD-DEBT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE BADDEBT FOR '
                           BD-STUDENT-ID ' ' BD-COURSE-CODE
               END-REWRITE
           ELSE
               WRITE BD-DEBT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE BADDEBT FOR '
                           BD-STUDENT-ID ' ' BD-COURSE-CODE
               END-WRITE
           END-IF.

      ******************************************************************
      * CLEAR-REFERRED-NOTICE: the student's share of the course in
      * slot WS-PAY-SUB has been recovered or written off, so its
      * NOTICEMS entry goes - any later arrears start a fresh
      * reminder cycle.
      ******************************************************************
       CLEAR-REFERRED-NOTICE.
           MOVE SM-STUDENT-ID TO NM-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO NM-COURSE-CODE.
           DELETE NOTICE-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * RUN-AGENCY-REMITTANCE: applies the collection agency's
      * remittance file (PARM='AGENCYIN', see BADDEBT.jcl). Each
      * AGYREMIT line for a course currently with the agency is
      * settled through the same APPLY-PAYMENT logic the counter
      * uses, as a bank receipt, and added to the recovered total on
      * BADDEBT; once the student's share is cleared the referral is
      * closed and the NOTICEMS entry removed. Lines for courses not
      * with the agency, or that APPLY-PAYMENT refuses, print on the
      * AGYREJCT listing for the bad-debt clerk.
      ******************************************************************
       RUN-AGENCY-REMITTANCE.
           OPEN INPUT AGENCY-REMIT-FILE.
           IF WS-RM-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE AGENCY REMITTANCE FILE'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-AGENCY-REMITTANCE-EXIT
           END-IF.

           PERFORM OPEN-NOTICE-MASTER.
           PERFORM OPEN-BAD-DEBT-FILE.
           IF WS-BD-FILE-STATUS NOT = '00'
               CLOSE NOTICE-MASTER-FILE
               CLOSE AGENCY-REMIT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO RUN-AGENCY-REMITTANCE-EXIT
           END-IF.
           OPEN OUTPUT AGENCY-REJECT-FILE.
           MOVE WS-TODAYS-DATE TO WS-RJ-H1-DATE.
           MOVE WS-RJ-HEADING-1 TO RJ-PRINT-LINE.
           WRITE RJ-PRINT-LINE.
           MOVE WS-RJ-HEADING-2 TO RJ-PRINT-LINE.
           WRITE RJ-PRINT-LINE.

           MOVE ZERO TO WS-RM-APPLIED-COUNT.
           MOVE ZERO TO WS-RM-APPLIED-TOTAL.
           MOVE ZERO TO WS-RM-REJECT-COUNT.

           SET WS-RM-NOT-EOF TO TRUE.
           PERFORM PROCESS-ONE-REMITTANCE
               THRU PROCESS-ONE-REMITTANCE-EXIT
               UNTIL WS-RM-EOF.

           CLOSE AGENCY-REMIT-FILE.
           CLOSE BAD-DEBT-FILE.
           CLOSE NOTICE-MASTER-FILE.
           MOVE SPACES TO RJ-PRINT-LINE.
           WRITE RJ-PRINT-LINE.
           MOVE WS-RM-REJECT-COUNT TO WS-RJ-T-COUNT.
           MOVE WS-RJ-TOTAL-LINE TO RJ-PRINT-LINE.
           WRITE RJ-PRINT-LINE.
           CLOSE AGENCY-REJECT-FILE.

           DISPLAY 'AGENCY REMITTANCE COMPLETE - ' WS-RM-APPLIED-COUNT
               ' RECOVERIES APPLIED, ' WS-RM-REJECT-COUNT
               ' REJECTIONS LISTED ON AGYREJCT'.
           DISPLAY 'TOTAL VALUE RECOVERED: ' WS-RM-APPLIED-TOTAL.

       RUN-AGENCY-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-REMITTANCE: posts one agency remittance line.
      ******************************************************************
       PROCESS-ONE-REMITTANCE.
           READ AGENCY-REMIT-FILE
               AT END
                   SET WS-RM-EOF TO TRUE
                   GO TO PROCESS-ONE-REMITTANCE-EXIT
           END-READ.
           IF WS-RM-FILE-STATUS NOT = '00' AND
              WS-RM-FILE-STATUS NOT = '02'
               SET WS-RM-EOF TO TRUE
               GO TO PROCESS-ONE-REMITTANCE-EXIT
           END-IF.

           IF RM-AMOUNT NOT NUMERIC OR RM-AMOUNT = ZERO
               MOVE 'NO AMOUNT' TO WS-RJ-D-REASON
               PERFORM WRITE-REMIT-REJECT-LINE
               GO TO PROCESS-ONE-REMITTANCE-EXIT
           END-IF.

           MOVE RM-STUDENT-ID  TO BD-STUDENT-ID.
           MOVE RM-COURSE-CODE TO BD-COURSE-CODE.
           SET WS-BD-NOT-FOUND TO TRUE.
           READ BAD-DEBT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BD-FOUND TO TRUE
           END-READ.
           IF WS-BD-NOT-FOUND OR NOT BD-REFERRED
               MOVE 'ACCOUNT NOT WITH AGENCY' TO WS-RJ-D-REASON
               PERFORM WRITE-REMIT-REJECT-LINE
               GO TO PROCESS-ONE-REMITTANCE-EXIT
           END-IF.

           MOVE RM-STUDENT-ID  TO SM-STUDENT-ID.
           MOVE RM-COURSE-CODE TO WS-COURSE-DETAIL.
           MOVE RM-AMOUNT      TO DEPOSIT.
           MOVE 'B'            TO WS-PT-TENDER-TYPE.
           PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT.
           IF WS-PAY-NOT-APPLIED
               MOVE 'NOT POSTED - SEE LOG' TO WS-RJ-D-REASON
               PERFORM WRITE-REMIT-REJECT-LINE
               GO TO PROCESS-ONE-REMITTANCE-EXIT
           END-IF.

           ADD 1 TO WS-RM-APPLIED-COUNT.
           ADD RM-AMOUNT TO WS-RM-APPLIED-TOTAL.
           ADD RM-AMOUNT TO BD-RECOVERED-AMT.
           MOVE WS-TODAYS-DATE TO BD-LAST-ACTION-DATE.
           IF SM-EC-FEES-OWED(WS-PAY-SUB) NOT >
              SM-EC-SPONSOR-OWED(WS-PAY-SUB)
               SET BD-RECOVERED TO TRUE
               PERFORM CLEAR-REFERRED-NOTICE
           END-IF.
           REWRITE BD-DEBT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE BADDEBT FOR '
                       BD-STUDENT-ID ' ' BD-COURSE-CODE
           END-REWRITE.

       PROCESS-ONE-REMITTANCE-EXIT.
           EXIT.

       WRITE-REMIT-REJECT-LINE.
           ADD 1 TO WS-RM-REJECT-COUNT.
           MOVE RM-STUDENT-ID  TO WS-RJ-D-STUDENT-ID.
           MOVE RM-COURSE-CODE TO WS-RJ-D-COURSE-CODE.
           MOVE RM-AMOUNT      TO WS-RJ-D-AMOUNT.
           MOVE RM-AGENCY-REF  TO WS-RJ-D-AGENCY-REF.
           MOVE WS-RJ-DETAIL-LINE TO RJ-PRINT-LINE.
           WRITE RJ-PRINT-LINE.

      ******************************************************************
      * WRITE-OFF-BAD-DEBT: supervisor-only menu function that clears
      * an uncollectable balance. The operator keys the student, the
      * course and a reason code; the whole of the student's share of
      * the course balance is written off once confirmed.
      ******************************************************************
       WRITE-OFF-BAD-DEBT.
           DISPLAY "ENTER STUDENT-ID"
           ACCEPT SM-STUDENT-ID.

           DISPLAY "ENTER THE COURSE CODE TO WRITE OFF"
           ACCEPT WS-COURSE-DETAIL.

           DISPLAY "ENTER A REASON CODE (UNC=UNCOLLECTABLE, "
               "AGY=RETURNED BY AGENCY, DEC=DECEASED, BKR=BANKRUPT, "
               "SML=SMALL BALANCE)"
           ACCEPT WS-WO-REASON.
           IF NOT WS-WO-REASON-VALID
               DISPLAY 'UNKNOWN REASON CODE - NOTHING WRITTEN OFF'
               GO TO WRITE-OFF-BAD-DEBT-EXIT
           END-IF.

           PERFORM OPEN-NOTICE-MASTER.
           PERFORM OPEN-BAD-DEBT-FILE.
           IF WS-BD-FILE-STATUS NOT = '00'
               CLOSE NOTICE-MASTER-FILE
               DISPLAY 'NOTHING WRITTEN OFF'
               GO TO WRITE-OFF-BAD-DEBT-EXIT
           END-IF.
           PERFORM APPLY-BAD-DEBT-WRITE-OFF
               THRU APPLY-BAD-DEBT-WRITE-OFF-EXIT.
           CLOSE BAD-DEBT-FILE.
           CLOSE NOTICE-MASTER-FILE.

       WRITE-OFF-BAD-DEBT-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-BAD-DEBT-WRITE-OFF: takes the student's share of the
      * course balance off fees owed and settles the open
      * installments with it, as a bursary award does, so nothing is
      * left for dunning, late charges or the DD export to pick up.
      * The sponsor's share is left for the sponsor. The write-off is
      * logged as an 'X' line on PAYTRAN carrying the reason code -
      * no receipt and no tender - and added to the course's BADDEBT
      * record, and any NOTICEMS entry, referred or not, is removed.
      ******************************************************************
       APPLY-BAD-DEBT-WRITE-OFF.
           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               GO TO APPLY-BAD-DEBT-WRITE-OFF-EXIT
           END-IF.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-NOT-FOUND
               DISPLAY 'STUDENT IS NOT ENROLLED IN THAT COURSE'
               GO TO APPLY-BAD-DEBT-WRITE-OFF-EXIT
           END-IF.

           COMPUTE WS-WO-SHARE =
               SM-EC-FEES-OWED(WS-PAY-SUB) -
               SM-EC-SPONSOR-OWED(WS-PAY-SUB).
           IF WS-WO-SHARE NOT > ZERO
               DISPLAY 'NO STUDENT BALANCE TO WRITE OFF ON THAT COURSE'
               GO TO APPLY-BAD-DEBT-WRITE-OFF-EXIT
           END-IF.

           DISPLAY 'STUDENT SHARE OF THE BALANCE: ' WS-WO-SHARE.
           IF SM-EC-SPONSOR-OWED(WS-PAY-SUB) > ZERO
               DISPLAY 'SPONSOR SHARE LEFT FOR THE SPONSOR: '
                   SM-EC-SPONSOR-OWED(WS-PAY-SUB)
           END-IF.
           DISPLAY 'CONFIRM WRITE-OFF OF THE STUDENT SHARE (Y/N)'
           ACCEPT WS-WO-CONFIRM.
           IF WS-WO-CONFIRM NOT = 'Y' AND WS-WO-CONFIRM NOT = 'y'
               DISPLAY 'WRITE-OFF ABANDONED - RECORD UNCHANGED'
               GO TO APPLY-BAD-DEBT-WRITE-OFF-EXIT
           END-IF.

           MOVE WS-WO-SHARE TO DEPOSIT.
           SUBTRACT DEPOSIT FROM SM-EC-FEES-OWED(WS-PAY-SUB).
           PERFORM SETTLE-DEPOSIT-INSTALLMENTS.

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD WRITE-OFF ON STUDENT '
                       'RECORD'
                   GO TO APPLY-BAD-DEBT-WRITE-OFF-EXIT
               NOT INVALID KEY
                   MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                   MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                   MOVE 'WRITEOFF' TO WS-JR-FUNCTION
                   MOVE 'R' TO WS-JR-ACTION
                   PERFORM JOURNAL-ONE-UPDATE
           END-REWRITE.

           MOVE 'X'          TO WS-PT-TRANS-TYPE.
           MOVE WS-WO-REASON TO WS-PT-REASON-CODE.
           MOVE ZERO         TO WS-PT-ORIG-REF.
           MOVE ZERO         TO WS-PT-RECEIPT-NO.
           MOVE SPACE        TO WS-PT-TENDER-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           PERFORM READ-BAD-DEBT-RECORD.
           SET BD-WRITTEN-OFF TO TRUE.
           ADD WS-WO-SHARE TO BD-WRITTEN-OFF-AMT.
           MOVE WS-TODAYS-DATE TO BD-LAST-ACTION-DATE.
           MOVE WS-WO-REASON   TO BD-WRITE-OFF-REASON.
           MOVE WS-OP-ID       TO BD-WRITE-OFF-OPERATOR.
           PERFORM SAVE-BAD-DEBT-RECORD.

           PERFORM CLEAR-REFERRED-NOTICE.

           DISPLAY 'WRITTEN OFF ' WS-WO-SHARE ' (' WS-WO-REASON
               ') - BALANCE NOW ' SM-EC-FEES-OWED(WS-PAY-SUB).

       APPLY-BAD-DEBT-WRITE-OFF-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-BAD-DEBT-REPORT: prints the bad-debt position on BADDRPT
      * by term and course - accounts on BADDEBT, amounts referred to
      * the agency, recovered through it and written off, and what is
      * still with the agency - with a total for each term and for
      * the whole file. BADDEBT is keyed by student, so the rows are
      * gathered into term and course order in a table first.
      ******************************************************************
       WRITE-BAD-DEBT-REPORT.
           OPEN OUTPUT BAD-DEBT-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-DB-H1-DATE.
           MOVE WS-DB-HEADING-1 TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE SPACES TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE WS-DB-COLUMN-HEADING TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

           MOVE ZERO TO WS-DB-ROW-COUNT.
           MOVE ZERO TO WS-DB-OVERFLOW-COUNT.
           MOVE ZERO TO WS-DB-TERM-TOTALS.
           MOVE ZERO TO WS-DB-GRAND-TOTALS.

           MOVE LOW-VALUES TO BD-DEBT-KEY.
           SET WS-DB-NOT-EOF TO TRUE.
           START BAD-DEBT-FILE KEY IS NOT LESS THAN BD-DEBT-KEY
               INVALID KEY
                   SET WS-DB-EOF TO TRUE
           END-START.
           PERFORM LOAD-ONE-BAD-DEBT-RECORD
               THRU LOAD-ONE-BAD-DEBT-RECORD-EXIT
               UNTIL WS-DB-EOF.

           MOVE ZERO TO WS-DB-SUB.
           PERFORM PRINT-ONE-BAD-DEBT-ROW
               UNTIL WS-DB-SUB = WS-DB-ROW-COUNT.
           IF WS-DB-ROW-COUNT > ZERO
               PERFORM WRITE-BAD-DEBT-TERM-TOTAL
           END-IF.

           MOVE 'ALL'                TO WS-DB-D-TERM.
           MOVE 'TOTAL'              TO WS-DB-D-COURSE.
           MOVE WS-DB-GT-ACCOUNTS    TO WS-DB-D-ACCOUNTS.
           MOVE WS-DB-GT-REFERRED    TO WS-DB-D-REFERRED.
           MOVE WS-DB-GT-RECOVERED   TO WS-DB-D-RECOVERED.
           MOVE WS-DB-GT-WRITTEN-OFF TO WS-DB-D-WRITTEN-OFF.
           MOVE WS-DB-GT-OUTSTANDING TO WS-DB-D-OUTSTANDING.
           MOVE WS-DB-DETAIL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

           IF WS-DB-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO DB-PRINT-LINE
               WRITE DB-PRINT-LINE
               MOVE 'WARNING: TERM/COURSE TABLE FULL - ACCOUNTS LEFT '
                   TO DB-PRINT-LINE
               MOVE 'OFF' TO DB-PRINT-LINE(50:3)
               WRITE DB-PRINT-LINE
               DISPLAY 'WARNING: ' WS-DB-OVERFLOW-COUNT
                   ' BADDEBT RECORDS LEFT OFF BADDRPT - TABLE FULL'
           END-IF.

           CLOSE BAD-DEBT-REPORT-FILE.
           DISPLAY 'BAD DEBT POSITION WRITTEN TO BADDRPT'.

       WRITE-BAD-DEBT-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-ONE-BAD-DEBT-RECORD: reads the next BADDEBT record and
      * adds it to its term and course row, inserting the row in key
      * order the first time the term and course are seen.
      ******************************************************************
       LOAD-ONE-BAD-DEBT-RECORD.
           READ BAD-DEBT-FILE NEXT RECORD
               AT END
                   SET WS-DB-EOF TO TRUE
                   GO TO LOAD-ONE-BAD-DEBT-RECORD-EXIT
           END-READ.
           IF WS-BD-FILE-STATUS NOT = '00' AND
              WS-BD-FILE-STATUS NOT = '02'
               SET WS-DB-EOF TO TRUE
               GO TO LOAD-ONE-BAD-DEBT-RECORD-EXIT
           END-IF.

           MOVE BD-TERM        TO WS-DB-NEW-TERM.
           MOVE BD-COURSE-CODE TO WS-DB-NEW-COURSE.
           MOVE SPACE TO WS-DB-ROW-FOUND-SW.
           MOVE ZERO TO WS-DB-SUB.
           PERFORM CHECK-ONE-BAD-DEBT-ROW
               UNTIL WS-DB-ROW-FOUND OR WS-DB-ROW-NOT-FOUND.

           IF WS-DB-ROW-NOT-FOUND
               IF WS-DB-ROW-COUNT = 200
                   ADD 1 TO WS-DB-OVERFLOW-COUNT
                   GO TO LOAD-ONE-BAD-DEBT-RECORD-EXIT
               END-IF
               MOVE WS-DB-ROW-COUNT TO WS-DB-SHIFT-SUB
               PERFORM SHIFT-ONE-BAD-DEBT-ROW
                   UNTIL WS-DB-SHIFT-SUB < WS-DB-SUB
               ADD 1 TO WS-DB-ROW-COUNT
               MOVE WS-DB-NEW-KEY TO WS-DB-ROW-KEY(WS-DB-SUB)
               MOVE ZERO TO WS-DB-ROW-AMOUNTS(WS-DB-SUB)
           END-IF.

           ADD 1                  TO WS-DB-ROW-ACCOUNTS(WS-DB-SUB).
           ADD BD-REFERRED-AMT    TO WS-DB-ROW-REFERRED(WS-DB-SUB).
           ADD BD-RECOVERED-AMT   TO WS-DB-ROW-RECOVERED(WS-DB-SUB).
           ADD BD-WRITTEN-OFF-AMT TO WS-DB-ROW-WRITTEN-OFF(WS-DB-SUB).
           IF BD-REFERRED AND
              BD-REFERRED-AMT > BD-RECOVERED-AMT + BD-WRITTEN-OFF-AMT
               COMPUTE WS-DB-ROW-OUTSTANDING(WS-DB-SUB) =
                   WS-DB-ROW-OUTSTANDING(WS-DB-SUB) + BD-REFERRED-AMT -
                   BD-RECOVERED-AMT - BD-WRITTEN-OFF-AMT
           END-IF.

       LOAD-ONE-BAD-DEBT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ONE-BAD-DEBT-ROW: steps WS-DB-SUB along the table until
      * it reaches the row for WS-DB-NEW-KEY (found) or the place
      * such a row belongs (not found).
      ******************************************************************
       CHECK-ONE-BAD-DEBT-ROW.
           ADD 1 TO WS-DB-SUB.
           IF WS-DB-SUB > WS-DB-ROW-COUNT
               SET WS-DB-ROW-NOT-FOUND TO TRUE
           ELSE
               IF WS-DB-ROW-KEY(WS-DB-SUB) = WS-DB-NEW-KEY
                   SET WS-DB-ROW-FOUND TO TRUE
               ELSE
                   IF WS-DB-ROW-KEY(WS-DB-SUB) > WS-DB-NEW-KEY
                       SET WS-DB-ROW-NOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       SHIFT-ONE-BAD-DEBT-ROW.
           MOVE WS-DB-ROW(WS-DB-SHIFT-SUB)
               TO WS-DB-ROW(WS-DB-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-DB-SHIFT-SUB.

      ******************************************************************
      * PRINT-ONE-BAD-DEBT-ROW: prints the next term and course row,
      * closing the previous term with its total when the term
      * changes.
      ******************************************************************
       PRINT-ONE-BAD-DEBT-ROW.
           ADD 1 TO WS-DB-SUB.
           IF WS-DB-SUB > 1 AND
              WS-DB-ROW-TERM(WS-DB-SUB) NOT = WS-DB-BREAK-TERM
               PERFORM WRITE-BAD-DEBT-TERM-TOTAL
           END-IF.
           MOVE WS-DB-ROW-TERM(WS-DB-SUB) TO WS-DB-BREAK-TERM.

           MOVE WS-DB-ROW-TERM(WS-DB-SUB)     TO WS-DB-D-TERM.
           MOVE WS-DB-ROW-COURSE(WS-DB-SUB)   TO WS-DB-D-COURSE.
           MOVE WS-DB-ROW-ACCOUNTS(WS-DB-SUB) TO WS-DB-D-ACCOUNTS.
           MOVE WS-DB-ROW-REFERRED(WS-DB-SUB) TO WS-DB-D-REFERRED.
           MOVE WS-DB-ROW-RECOVERED(WS-DB-SUB)
               TO WS-DB-D-RECOVERED.
           MOVE WS-DB-ROW-WRITTEN-OFF(WS-DB-SUB)
               TO WS-DB-D-WRITTEN-OFF.
           MOVE WS-DB-ROW-OUTSTANDING(WS-DB-SUB)
               TO WS-DB-D-OUTSTANDING.
           MOVE WS-DB-DETAIL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

           ADD WS-DB-ROW-ACCOUNTS(WS-DB-SUB)    TO WS-DB-TT-ACCOUNTS.
           ADD WS-DB-ROW-REFERRED(WS-DB-SUB)    TO WS-DB-TT-REFERRED.
           ADD WS-DB-ROW-RECOVERED(WS-DB-SUB)   TO WS-DB-TT-RECOVERED.
           ADD WS-DB-ROW-WRITTEN-OFF(WS-DB-SUB)
               TO WS-DB-TT-WRITTEN-OFF.
           ADD WS-DB-ROW-OUTSTANDING(WS-DB-SUB)
               TO WS-DB-TT-OUTSTANDING.

      ******************************************************************
      * WRITE-BAD-DEBT-TERM-TOTAL: prints the total for the term in
      * WS-DB-BREAK-TERM, adds it to the grand total and clears it.
      ******************************************************************
       WRITE-BAD-DEBT-TERM-TOTAL.
           MOVE WS-DB-BREAK-TERM     TO WS-DB-D-TERM.
           MOVE 'TOTAL'              TO WS-DB-D-COURSE.
           MOVE WS-DB-TT-ACCOUNTS    TO WS-DB-D-ACCOUNTS.
           MOVE WS-DB-TT-REFERRED    TO WS-DB-D-REFERRED.
           MOVE WS-DB-TT-RECOVERED   TO WS-DB-D-RECOVERED.
           MOVE WS-DB-TT-WRITTEN-OFF TO WS-DB-D-WRITTEN-OFF.
           MOVE WS-DB-TT-OUTSTANDING TO WS-DB-D-OUTSTANDING.
           MOVE WS-DB-DETAIL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE SPACES TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

           ADD WS-DB-TT-ACCOUNTS    TO WS-DB-GT-ACCOUNTS.
           ADD WS-DB-TT-REFERRED    TO WS-DB-GT-REFERRED.
           ADD WS-DB-TT-RECOVERED   TO WS-DB-GT-RECOVERED.
           ADD WS-DB-TT-WRITTEN-OFF TO WS-DB-GT-WRITTEN-OFF.
           ADD WS-DB-TT-OUTSTANDING TO WS-DB-GT-OUTSTANDING.
           MOVE ZERO TO WS-DB-TERM-TOTALS.

      ******************************************************************
      * RUN-DD-COLLECTION-EXPORT: direct debit collection run
      * (PARM='DDEXPORT', see DDEXPORT.jcl). Reads the collection
      * window in days from SYSIN, then walks the student master and,
      * for every student with an active mandate, picks each
      * installment still carrying an open amount whose due date
      * falls on or before the end of the window - including anything
      * already past due - and writes one bank submission line per
      * installment to DDSUBMIT: student, mandate reference, sort
      * code, account, course, amount and due date. The file goes to
      * the bank as keyed; the bank's return file comes back through
      * RUN-DD-RETURN-IMPORT.
      ******************************************************************
       RUN-DD-COLLECTION-EXPORT.
           DISPLAY 'ENTER THE COLLECTION WINDOW IN DAYS'.
           ACCEPT WS-DD-WINDOW-DAYS.
           IF WS-DD-WINDOW-DAYS = ZERO
               DISPLAY 'NO WINDOW KEYED - DEFAULTING TO 14 DAYS'
               MOVE 14 TO WS-DD-WINDOW-DAYS
           END-IF.

           OPEN OUTPUT DD-SUBMIT-FILE.
           MOVE ZERO TO WS-DD-PICK-COUNT.
           MOVE ZERO TO WS-DD-PICK-TOTAL.
           COMPUTE WS-DD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).
           COMPUTE WS-DD-WINDOW-END-INT =
               WS-DD-TODAY-INT + WS-DD-WINDOW-DAYS.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       IF SM-DD-MANDATE-ACTIVE
                           PERFORM EXPORT-ONE-STUDENT-DD
                       END-IF
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
                   MOVE '10' TO WS-SM-FILE-STATUS
               END-IF
           END-PERFORM.

           CLOSE DD-SUBMIT-FILE.
           DISPLAY 'DD EXPORT COMPLETE - ' WS-DD-PICK-COUNT
               ' COLLECTIONS WRITTEN TO DDSUBMIT'.
           DISPLAY 'TOTAL VALUE SUBMITTED: ' WS-DD-PICK-TOTAL.

       RUN-DD-COLLECTION-EXPORT-EXIT.
           EXIT.

      ******************************************************************
      * EXPORT-ONE-STUDENT-DD: picks the collectable installments of
      * every enrolled course of the mandated student just read. When
      * anything was picked the submission date is stamped on the
      * master, so the late-charge run knows a collection is with the
      * bank until the return file clears it.
      ******************************************************************
       EXPORT-ONE-STUDENT-DD.
           MOVE WS-DD-PICK-COUNT TO WS-DD-PRIOR-PICK-COUNT.
           MOVE ZERO TO WS-DD-SUB.
           PERFORM EXPORT-ONE-COURSE-DD
               THRU EXPORT-ONE-COURSE-DD-EXIT
               UNTIL WS-DD-SUB = 4.
           IF WS-DD-PICK-COUNT > WS-DD-PRIOR-PICK-COUNT
               MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE
               MOVE WS-TODAYS-DATE TO SM-DD-SUBMIT-DATE
               REWRITE SM-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO STAMP DD SUBMISSION FOR '
                           'STUDENT ' SM-STUDENT-ID
                   NOT INVALID KEY
                       MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                       MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                       MOVE 'DDEXPORT' TO WS-JR-FUNCTION
                       MOVE 'R' TO WS-JR-ACTION
                       PERFORM JOURNAL-ONE-UPDATE
               END-REWRITE
           END-IF.

       EXPORT-ONE-COURSE-DD.
           ADD 1 TO WS-DD-SUB.
           IF SM-EC-COURSE-CODE(WS-DD-SUB) = SPACES
               GO TO EXPORT-ONE-COURSE-DD-EXIT
           END-IF.
           IF SM-EC-SPONSOR-OWED(WS-DD-SUB) >=
               SM-EC-FEES-OWED(WS-DD-SUB)
               MOVE ZERO TO WS-DD-SHARE-REMAINING
           ELSE
               COMPUTE WS-DD-SHARE-REMAINING =
                   SM-EC-FEES-OWED(WS-DD-SUB) -
                   SM-EC-SPONSOR-OWED(WS-DD-SUB)
           END-IF.
           MOVE ZERO TO WS-DD-INST-SUB.
           PERFORM EXPORT-ONE-DD-INSTALLMENT
               THRU EXPORT-ONE-DD-INSTALLMENT-EXIT
               UNTIL WS-DD-INST-SUB = 4.

       EXPORT-ONE-COURSE-DD-EXIT.
           EXIT.

      ******************************************************************
      * EXPORT-ONE-DD-INSTALLMENT: writes one bank submission line for
      * an installment with an open amount due inside the collection
      * window. The amount collected is the open portion, so a partly
      * paid installment is only collected for what remains - and
      * never more than what is left of the STUDENT'S own share of
      * the course balance, because the sponsor portion is invoiced
      * to the sponsor and APPLY-PAYMENT would refuse to post it
      * against the student.
      ******************************************************************
       EXPORT-ONE-DD-INSTALLMENT.
           ADD 1 TO WS-DD-INST-SUB.
           IF WS-DD-SHARE-REMAINING = ZERO
               GO TO EXPORT-ONE-DD-INSTALLMENT-EXIT
           END-IF.
           COMPUTE WS-DD-OPEN-AMT =
               SM-EC-INST-AMOUNT(WS-DD-SUB, WS-DD-INST-SUB) -
               SM-EC-INST-PAID(WS-DD-SUB, WS-DD-INST-SUB).
           IF WS-DD-OPEN-AMT = ZERO
               GO TO EXPORT-ONE-DD-INSTALLMENT-EXIT
           END-IF.
           IF WS-DD-OPEN-AMT > WS-DD-SHARE-REMAINING
               MOVE WS-DD-SHARE-REMAINING TO WS-DD-OPEN-AMT
           END-IF.

           COMPUTE WS-DD-DUE-INT = FUNCTION INTEGER-OF-DATE(
               SM-EC-INST-DUE-DATE(WS-DD-SUB, WS-DD-INST-SUB)).
           IF WS-DD-DUE-INT > WS-DD-WINDOW-END-INT
               GO TO EXPORT-ONE-DD-INSTALLMENT-EXIT
           END-IF.

           MOVE SPACES TO DS-SUBMIT-RECORD.
           MOVE SM-STUDENT-ID      TO DS-STUDENT-ID.
           MOVE SM-BANK-REFERENCE  TO DS-BANK-REFERENCE.
           MOVE SM-BANK-SORT-CODE  TO DS-BANK-SORT-CODE.
           MOVE SM-BANK-ACCOUNT    TO DS-BANK-ACCOUNT.
           MOVE SM-EC-COURSE-CODE(WS-DD-SUB) TO DS-COURSE-CODE.
           MOVE WS-DD-OPEN-AMT     TO DS-AMOUNT.
           MOVE SM-EC-INST-DUE-DATE(WS-DD-SUB, WS-DD-INST-SUB)
               TO DS-DUE-DATE.
           WRITE DS-SUBMIT-RECORD.
           ADD 1 TO WS-DD-PICK-COUNT.
           ADD WS-DD-OPEN-AMT TO WS-DD-PICK-TOTAL.
           SUBTRACT WS-DD-OPEN-AMT FROM WS-DD-SHARE-REMAINING.

       EXPORT-ONE-DD-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * RUN-DD-RETURN-IMPORT: applies the bank's direct debit return
      * file (PARM='DDIMPORT', see DDIMPORT.jcl). Each DDRETURN line
      * marked 'A' (collected) is applied through the same
      * APPLY-PAYMENT settlement the counter and the batch load use,
      * so the payment log and the installment flags come out exactly
      * as if the money had been keyed; every other status is a
      * rejection and is listed on DDREJECT for manual follow-up.
      ******************************************************************
       RUN-DD-RETURN-IMPORT.
           OPEN INPUT DD-RETURN-FILE.
           IF WS-DR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE BANK RETURN FILE'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-DD-RETURN-IMPORT-EXIT
           END-IF.

           OPEN OUTPUT DD-REJECT-FILE.
           MOVE WS-TODAYS-DATE TO WS-DJ-H1-DATE.
           MOVE WS-DJ-HEADING-1 TO DJ-PRINT-LINE.
           WRITE DJ-PRINT-LINE.
           MOVE WS-DJ-HEADING-2 TO DJ-PRINT-LINE.
           WRITE DJ-PRINT-LINE.

           MOVE ZERO TO WS-DD-APPLIED-COUNT.
           MOVE ZERO TO WS-DD-APPLIED-TOTAL.
           MOVE ZERO TO WS-DD-REJECT-COUNT.

           SET WS-DR-NOT-EOF TO TRUE.
           PERFORM PROCESS-ONE-DD-RETURN
               THRU PROCESS-ONE-DD-RETURN-EXIT
               UNTIL WS-DR-EOF.

           CLOSE DD-RETURN-FILE.
           MOVE SPACES TO DJ-PRINT-LINE.
           WRITE DJ-PRINT-LINE.
           MOVE WS-DD-REJECT-COUNT TO WS-DJ-T-COUNT.
           MOVE WS-DJ-TOTAL-LINE TO DJ-PRINT-LINE.
           WRITE DJ-PRINT-LINE.
           CLOSE DD-REJECT-FILE.

           DISPLAY 'DD IMPORT COMPLETE - ' WS-DD-APPLIED-COUNT
               ' COLLECTIONS APPLIED, ' WS-DD-REJECT-COUNT
               ' REJECTIONS LISTED ON DDREJECT'.
           DISPLAY 'TOTAL VALUE APPLIED: ' WS-DD-APPLIED-TOTAL.

       RUN-DD-RETURN-IMPORT-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-DD-RETURN: routes one bank return line - an 'A'
      * through APPLY-PAYMENT, anything else onto the rejection
      * listing.
      ******************************************************************
       PROCESS-ONE-DD-RETURN.
           READ DD-RETURN-FILE
               AT END
                   SET WS-DR-EOF TO TRUE
                   GO TO PROCESS-ONE-DD-RETURN-EXIT
           END-READ.
           IF WS-DR-FILE-STATUS NOT = '00' AND
              WS-DR-FILE-STATUS NOT = '02'
               SET WS-DR-EOF TO TRUE
               GO TO PROCESS-ONE-DD-RETURN-EXIT
           END-IF.

           IF DR-STATUS = 'A'
               MOVE DR-STUDENT-ID  TO SM-STUDENT-ID
               MOVE DR-COURSE-CODE TO WS-COURSE-DETAIL
               MOVE DR-AMOUNT      TO DEPOSIT
               MOVE 'D'            TO WS-PT-TENDER-TYPE
               PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT
               IF WS-PAY-APPLIED
                   ADD 1 TO WS-DD-APPLIED-COUNT
                   ADD DR-AMOUNT TO WS-DD-APPLIED-TOTAL
               ELSE
                   ADD 1 TO WS-DD-REJECT-COUNT
                   MOVE DR-STUDENT-ID  TO WS-DJ-D-STUDENT-ID
                   MOVE DR-COURSE-CODE TO WS-DJ-D-COURSE-CODE
                   MOVE DR-AMOUNT      TO WS-DJ-D-AMOUNT
                   MOVE 'NOT POSTED - SEE LOG' TO WS-DJ-D-REASON
                   MOVE WS-DJ-DETAIL-LINE TO DJ-PRINT-LINE
                   WRITE DJ-PRINT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-DD-REJECT-COUNT
               MOVE DR-STUDENT-ID      TO WS-DJ-D-STUDENT-ID
               MOVE DR-COURSE-CODE     TO WS-DJ-D-COURSE-CODE
               MOVE DR-AMOUNT          TO WS-DJ-D-AMOUNT
               MOVE DR-REJECT-REASON   TO WS-DJ-D-REASON
               MOVE WS-DJ-DETAIL-LINE TO DJ-PRINT-LINE
               WRITE DJ-PRINT-LINE
           END-IF.

           PERFORM CLEAR-DD-SUBMIT-DATE.

       PROCESS-ONE-DD-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * CLEAR-DD-SUBMIT-DATE: the bank has answered for the student on
      * the return line just processed - collected or rejected - so
      * the collection is no longer pending and the submission stamp
      * the export left on the master is cleared.
      ******************************************************************
       CLEAR-DD-SUBMIT-DATE.
           MOVE DR-STUDENT-ID TO SM-STUDENT-ID.
           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-FOUND AND SM-DD-SUBMIT-DATE NUMERIC AND
              SM-DD-SUBMIT-DATE NOT = ZERO
               MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE
               MOVE ZERO TO SM-DD-SUBMIT-DATE
               REWRITE SM-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO CLEAR DD SUBMISSION FOR '
                           'STUDENT ' SM-STUDENT-ID
                   NOT INVALID KEY
                       MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                       MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                       MOVE 'DDIMPORT' TO WS-JR-FUNCTION
                       MOVE 'R' TO WS-JR-ACTION
                       PERFORM JOURNAL-ONE-UPDATE
               END-REWRITE
           END-IF.

      ******************************************************************
      * RUN-LATE-CHARGES: monthly late-payment charge run
      * (PARM='LATECHG', see LATECHG.jcl). Reads from SYSIN the number
      * of days an installment may stand open past its due date, the
      * charge basis - 'F' a flat amount per installment, 'P' a
      * percentage of the overdue amount - and the flat amount or
      * percentage itself. Every installment still open more than
      * that many days is charged once: the charge is added to the
      * installment and to the course's fees owed, so the statement,
      * the aged arrears report, dunning and the DD export all pick
      * it up, and is logged on PAYTRAN as a 'C' line with reason
      * LAT. LATECHMS remembers each installment charged so a rerun
      * never charges it twice, and is what WAIVE-LATE-CHARGE works
      * from. The sponsor's share of a course is never charged, and
      * a student whose direct debit collection is still with the
      * bank is left alone until the return file has been applied.
      * Every charge and exemption is listed on LATERPT.
      ******************************************************************
       RUN-LATE-CHARGES.
           DISPLAY 'ENTER THE DAYS OVERDUE BEFORE A CHARGE IS RAISED'.
           ACCEPT WS-LC-DAYS-OVER-MIN.
           IF WS-LC-DAYS-OVER-MIN = ZERO
               DISPLAY 'NO DAYS KEYED - DEFAULTING TO 30 DAYS'
               MOVE 30 TO WS-LC-DAYS-OVER-MIN
           END-IF.

           DISPLAY 'ENTER THE CHARGE BASIS (F=FLAT, P=PERCENTAGE)'.
           ACCEPT WS-LC-BASIS.
           IF NOT WS-LC-FLAT AND NOT WS-LC-PERCENT
               DISPLAY 'NO VALID BASIS KEYED - DEFAULTING TO FLAT'
               SET WS-LC-FLAT TO TRUE
           END-IF.

           DISPLAY 'ENTER THE FLAT CHARGE OR THE PERCENTAGE'.
           ACCEPT WS-LC-CHARGE-VALUE.
           IF WS-LC-CHARGE-VALUE = ZERO
               IF WS-LC-FLAT
                   DISPLAY 'NO CHARGE KEYED - DEFAULTING TO 25.00'
                   MOVE 25 TO WS-LC-CHARGE-VALUE
               ELSE
                   DISPLAY 'NO PERCENTAGE KEYED - DEFAULTING TO 5'
                   MOVE 5 TO WS-LC-CHARGE-VALUE
               END-IF
           END-IF.

           PERFORM OPEN-LATE-CHARGE-MASTER.
           IF WS-LC-FILE-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-LATE-CHARGES-EXIT
           END-IF.
           OPEN OUTPUT LATE-CHARGE-REPORT-FILE.
           IF WS-LR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE LATE CHARGE LISTING LATERPT'
               CLOSE LATE-CHARGE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO RUN-LATE-CHARGES-EXIT
           END-IF.

           MOVE ZERO TO WS-LC-CHARGE-COUNT.
           MOVE ZERO TO WS-LC-CHARGE-TOTAL.
           MOVE ZERO TO WS-LC-EXEMPT-DD-COUNT.
           MOVE ZERO TO WS-LC-EXEMPT-SPON-COUNT.
           MOVE ZERO TO WS-LC-PRIOR-COUNT.
           COMPUTE WS-LC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).

           MOVE WS-TODAYS-DATE TO WS-LR-H1-DATE.
           MOVE WS-LR-HEADING-1 TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE WS-LC-DAYS-OVER-MIN TO WS-LR-H2-DAYS.
           MOVE WS-LC-BASIS TO WS-LR-H2-BASIS.
           MOVE WS-LC-CHARGE-VALUE TO WS-LR-H2-VALUE.
           MOVE WS-LR-HEADING-2 TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE SPACES TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE WS-LR-COLUMN-HEADING TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.

           MOVE 0 TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
                   AT END
                       MOVE '10' TO WS-SM-FILE-STATUS
                   NOT AT END
                       PERFORM LATE-CHARGE-ONE-STUDENT
               END-READ
               IF WS-SM-FILE-STATUS NOT = '00' AND
                  WS-SM-FILE-STATUS NOT = '02'
               END-IF
           END-PERFORM.

           MOVE SPACES TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE 'LATE CHARGES RAISED:' TO WS-LR-T-LABEL.
           MOVE WS-LC-CHARGE-COUNT TO WS-LR-T-COUNT.
           MOVE WS-LC-CHARGE-TOTAL TO WS-LR-T-AMOUNT.
           MOVE WS-LR-TOTAL-LINE TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE ZERO TO WS-LR-T-AMOUNT.
           MOVE 'EXEMPT - SPONSOR SHARE:' TO WS-LR-T-LABEL.
           MOVE WS-LC-EXEMPT-SPON-COUNT TO WS-LR-T-COUNT.
           MOVE WS-LR-TOTAL-LINE TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE 'EXEMPT - DIRECT DEBIT PENDING:' TO WS-LR-T-LABEL.
           MOVE WS-LC-EXEMPT-DD-COUNT TO WS-LR-T-COUNT.
           MOVE WS-LR-TOTAL-LINE TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.
           MOVE 'ALREADY CHARGED ON AN EARLIER RUN:' TO WS-LR-T-LABEL.
           MOVE WS-LC-PRIOR-COUNT TO WS-LR-T-COUNT.
           MOVE WS-LR-TOTAL-LINE TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.

           CLOSE LATE-CHARGE-REPORT-FILE.
           CLOSE LATE-CHARGE-FILE.
           DISPLAY 'LATE CHARGE RUN COMPLETE - ' WS-LC-CHARGE-COUNT
               ' CHARGES RAISED TOTALLING ' WS-LC-CHARGE-TOTAL.
           DISPLAY 'CHARGE LISTING WRITTEN TO LATERPT'.

       RUN-LATE-CHARGES-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-LATE-CHARGE-MASTER: opens the late-charge memory file for
      * update, creating it on the very first charge run or waiver if
      * it does not exist yet. A failed open is reported here and left
      * in WS-LC-FILE-STATUS for the caller to test.
      ******************************************************************
       OPEN-LATE-CHARGE-MASTER.
           OPEN I-O LATE-CHARGE-FILE.
           IF WS-LC-FILE-STATUS = '35'
               OPEN OUTPUT LATE-CHARGE-FILE
               CLOSE LATE-CHARGE-FILE
               OPEN I-O LATE-CHARGE-FILE
           END-IF.
           IF WS-LC-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LATECHMS - FILE STATUS '
                   WS-LC-FILE-STATUS
           END-IF.

      ******************************************************************
      * LATE-CHARGE-ONE-STUDENT: works out whether the student just
      * read has a direct debit collection still with the bank - an
      * active mandate whose last export is no more than
      * WS-LC-DD-PENDING-DAYS old and not yet cleared by the return
      * import - then checks each enrolled course.
      ******************************************************************
       LATE-CHARGE-ONE-STUDENT.
           SET WS-LC-DD-NOT-PENDING TO TRUE.
           IF SM-DD-MANDATE-ACTIVE AND SM-DD-SUBMIT-DATE NUMERIC AND
              SM-DD-SUBMIT-DATE > ZERO
               COMPUTE WS-LC-SUBMIT-INT =
                   FUNCTION INTEGER-OF-DATE(SM-DD-SUBMIT-DATE)
               IF WS-LC-TODAY-INT - WS-LC-SUBMIT-INT <=
                   WS-LC-DD-PENDING-DAYS
                   SET WS-LC-DD-PENDING TO TRUE
               END-IF
           END-IF.
           MOVE ZERO TO WS-LC-SLOT.
           PERFORM LATE-CHARGE-ONE-COURSE
               THRU LATE-CHARGE-ONE-COURSE-EXIT
               UNTIL WS-LC-SLOT = 4.

      ******************************************************************
      * LATE-CHARGE-ONE-COURSE: sets up the student's own share of the
      * course balance - what is owed less the sponsor's portion - and
      * checks each installment of the schedule against it.
      ******************************************************************
       LATE-CHARGE-ONE-COURSE.
           ADD 1 TO WS-LC-SLOT.
           IF SM-EC-COURSE-CODE(WS-LC-SLOT) = SPACES
               GO TO LATE-CHARGE-ONE-COURSE-EXIT
           END-IF.
           IF SM-EC-SPONSOR-OWED(WS-LC-SLOT) >=
               SM-EC-FEES-OWED(WS-LC-SLOT)
               MOVE ZERO TO WS-LC-SHARE-REMAINING
           ELSE
               COMPUTE WS-LC-SHARE-REMAINING =
                   SM-EC-FEES-OWED(WS-LC-SLOT) -
                   SM-EC-SPONSOR-OWED(WS-LC-SLOT)
           END-IF.
           MOVE ZERO TO WS-LC-INST-SUB.
           PERFORM LATE-CHARGE-ONE-INSTALLMENT
               THRU LATE-CHARGE-ONE-INSTALLMENT-EXIT
               UNTIL WS-LC-INST-SUB = 4.

       LATE-CHARGE-ONE-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * LATE-CHARGE-ONE-INSTALLMENT: charges one installment open more
      * than the threshold number of days. The overdue amount is
      * allocated against the student's own share in schedule order,
      * the way the DD export allocates it; whatever the share does
      * not cover belongs to the sponsor and is exempt. A percentage
      * charge is worked on the student's part of the overdue amount
      * only. The master is rewritten and journaled, then the PAYTRAN
      * line and the LATECHMS entry are written.
      ******************************************************************
       LATE-CHARGE-ONE-INSTALLMENT.
           ADD 1 TO WS-LC-INST-SUB.
           COMPUTE WS-LC-OPEN-AMT =
               SM-EC-INST-AMOUNT(WS-LC-SLOT, WS-LC-INST-SUB) -
               SM-EC-INST-PAID(WS-LC-SLOT, WS-LC-INST-SUB).
           IF WS-LC-OPEN-AMT = ZERO
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.

           COMPUTE WS-LC-DUE-INT = FUNCTION INTEGER-OF-DATE(
               SM-EC-INST-DUE-DATE(WS-LC-SLOT, WS-LC-INST-SUB)).
           COMPUTE WS-LC-DAYS-OVER = WS-LC-TODAY-INT - WS-LC-DUE-INT.
           IF WS-LC-DAYS-OVER NOT > WS-LC-DAYS-OVER-MIN
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.

           IF WS-LC-OPEN-AMT > WS-LC-SHARE-REMAINING
               MOVE WS-LC-SHARE-REMAINING TO WS-LC-BASE-AMT
           ELSE
               MOVE WS-LC-OPEN-AMT TO WS-LC-BASE-AMT
           END-IF.
           SUBTRACT WS-LC-BASE-AMT FROM WS-LC-SHARE-REMAINING.

           MOVE SM-STUDENT-ID TO LC-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-LC-SLOT) TO LC-COURSE-CODE.
           MOVE SM-EC-INST-DUE-DATE(WS-LC-SLOT, WS-LC-INST-SUB)
               TO LC-DUE-DATE.
           SET WS-LC-NOT-FOUND TO TRUE.
           READ LATE-CHARGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LC-FOUND TO TRUE
           END-READ.
           IF WS-LC-FOUND
               ADD 1 TO WS-LC-PRIOR-COUNT
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.

           MOVE ZERO TO WS-LC-CHARGE-AMT.
           IF WS-LC-BASE-AMT = ZERO
               ADD 1 TO WS-LC-EXEMPT-SPON-COUNT
               MOVE 'EXEMPT - SPONSORED' TO WS-LR-D-ACTION
               PERFORM WRITE-LATE-CHARGE-LINE
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.
           IF WS-LC-DD-PENDING
               ADD 1 TO WS-LC-EXEMPT-DD-COUNT
               MOVE 'EXEMPT - DD PENDING' TO WS-LR-D-ACTION
               PERFORM WRITE-LATE-CHARGE-LINE
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.

           IF WS-LC-FLAT
               MOVE WS-LC-CHARGE-VALUE TO WS-LC-CHARGE-AMT
           ELSE
               COMPUTE WS-LC-CHARGE-AMT ROUNDED =
                   WS-LC-BASE-AMT * WS-LC-CHARGE-VALUE / 100
           END-IF.
           IF WS-LC-CHARGE-AMT = ZERO
               GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
           END-IF.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.
           ADD WS-LC-CHARGE-AMT TO SM-EC-FEES-OWED(WS-LC-SLOT).
           ADD WS-LC-CHARGE-AMT
               TO SM-EC-INST-AMOUNT(WS-LC-SLOT, WS-LC-INST-SUB).

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RAISE LATE CHARGE FOR STUDENT '
                       SM-STUDENT-ID
                   MOVE WS-JR-BEFORE-IMAGE TO SM-STUDENT-RECORD
                   GO TO LATE-CHARGE-ONE-INSTALLMENT-EXIT
               NOT INVALID KEY
                   MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                   MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                   MOVE 'LATECHG' TO WS-JR-FUNCTION
                   MOVE 'R' TO WS-JR-ACTION
                   PERFORM JOURNAL-ONE-UPDATE
           END-REWRITE.

           MOVE WS-LC-SLOT       TO WS-PAY-SUB.
           MOVE WS-LC-CHARGE-AMT TO DEPOSIT.
           MOVE 'C'              TO WS-PT-TRANS-TYPE.
           MOVE 'LAT'            TO WS-PT-REASON-CODE.
           MOVE SM-EC-INST-DUE-DATE(WS-LC-SLOT, WS-LC-INST-SUB)
               TO WS-PT-ORIG-DATE.
           MOVE ZERO             TO WS-PT-ORIG-TIME.
           MOVE ZERO             TO WS-PT-RECEIPT-NO.
           MOVE SPACE            TO WS-PT-TENDER-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           MOVE SPACES TO LC-CHARGE-RECORD.
           MOVE SM-STUDENT-ID TO LC-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-LC-SLOT) TO LC-COURSE-CODE.
           MOVE SM-EC-INST-DUE-DATE(WS-LC-SLOT, WS-LC-INST-SUB)
               TO LC-DUE-DATE.
           MOVE WS-LC-CHARGE-AMT TO LC-CHARGE-AMOUNT.
           MOVE WS-TODAYS-DATE   TO LC-CHARGE-DATE.
           MOVE WS-CURRENT-TIME  TO LC-CHARGE-TIME.
           SET LC-CHARGED TO TRUE.
           MOVE ZERO TO LC-WAIVE-DATE.
           WRITE LC-CHARGE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD LATE CHARGE FOR STUDENT '
                       SM-STUDENT-ID ' ON LATECHMS'
           END-WRITE.

           ADD 1 TO WS-LC-CHARGE-COUNT.
           ADD WS-LC-CHARGE-AMT TO WS-LC-CHARGE-TOTAL.
           MOVE 'LATE CHARGE RAISED' TO WS-LR-D-ACTION.
           PERFORM WRITE-LATE-CHARGE-LINE.

       LATE-CHARGE-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LATE-CHARGE-LINE: lists the installment just dealt with
      * on LATERPT, with the action taken.
      ******************************************************************
       WRITE-LATE-CHARGE-LINE.
           MOVE SM-STUDENT-ID TO WS-LR-D-STUDENT-ID.
           MOVE SM-SURNAME    TO WS-LR-D-SURNAME.
           MOVE SM-EC-COURSE-CODE(WS-LC-SLOT) TO WS-LR-D-COURSE-CODE.
           MOVE SM-EC-INST-DUE-DATE(WS-LC-SLOT, WS-LC-INST-SUB)
               TO WS-LR-D-DUE-DATE.
           MOVE WS-LC-DAYS-OVER  TO WS-LR-D-DAYS.
           MOVE WS-LC-OPEN-AMT   TO WS-LR-D-OPEN-AMT.
           MOVE WS-LC-CHARGE-AMT TO WS-LR-D-CHARGE.
           MOVE WS-LR-DETAIL-LINE TO LR-PRINT-LINE.
           WRITE LR-PRINT-LINE.

      ******************************************************************
      * WAIVE-LATE-CHARGE: supervisor menu function for taking a late
      * charge back off - hardship, or a charge raised in error. The
      * operator keys the student, course and the due date of the
      * charged installment as shown on LATERPT, and a 3-character
      * reason code; APPLY-LATE-CHARGE-WAIVER does the work.
      ******************************************************************
       WAIVE-LATE-CHARGE.
           DISPLAY "ENTER STUDENT-ID"
           ACCEPT SM-STUDENT-ID.

           DISPLAY "ENTER THE COURSE CODE THE CHARGE WAS RAISED ON"
           ACCEPT WS-COURSE-DETAIL.

           DISPLAY "ENTER THE DUE DATE OF THE CHARGED INSTALLMENT "
               "(YYYYMMDD AS SHOWN ON THE LATE CHARGE LISTING)"
           ACCEPT WS-LC-WAIVE-DUE-DATE.

           DISPLAY "ENTER A REASON CODE (E.G. HRD=HARDSHIP, "
               "ERR=RAISED IN ERROR)"
           ACCEPT WS-PT-REASON-CODE.

           PERFORM OPEN-LATE-CHARGE-MASTER.
           IF WS-LC-FILE-STATUS NOT = '00'
               DISPLAY 'NOTHING WAIVED'
               GO TO WAIVE-LATE-CHARGE-EXIT
           END-IF.
           PERFORM APPLY-LATE-CHARGE-WAIVER
               THRU APPLY-LATE-CHARGE-WAIVER-EXIT.
           CLOSE LATE-CHARGE-FILE.

       WAIVE-LATE-CHARGE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-LATE-CHARGE-WAIVER: finds the charge on LATECHMS and
      * takes it back off the installment it was raised on and the
      * course's fees owed, logging a 'W' line on PAYTRAN that refers
      * back to the charge's own date and time. If the schedule has
      * been re-keyed since, the charge sits on the earliest open
      * installment, where MODIFY-STUDENT re-raised it. A charge the
      * student has already paid cannot be waived - that is money
      * back, and goes through REVERSE A PAYMENT.
      ******************************************************************
       APPLY-LATE-CHARGE-WAIVER.
           MOVE SM-STUDENT-ID        TO LC-STUDENT-ID.
           MOVE WS-COURSE-DETAIL     TO LC-COURSE-CODE.
           MOVE WS-LC-WAIVE-DUE-DATE TO LC-DUE-DATE.
           SET WS-LC-NOT-FOUND TO TRUE.
           READ LATE-CHARGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LC-FOUND TO TRUE
           END-READ.
           IF WS-LC-NOT-FOUND
               DISPLAY 'NO LATE CHARGE ON FILE FOR THAT INSTALLMENT'
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.
           IF LC-WAIVED
               DISPLAY 'THAT LATE CHARGE WAS ALREADY WAIVED ON '
                   LC-WAIVE-DATE
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.

           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-NOT-FOUND
               DISPLAY 'STUDENT IS NOT ENROLLED IN THAT COURSE'
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.

           MOVE ZERO TO WS-INST-PICK.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM CHECK-ONE-CHARGED-INSTALLMENT
               UNTIL WS-INST-SUB = 4.
           IF WS-INST-PICK = ZERO
               PERFORM FIND-EARLIEST-OPEN-INSTALLMENT
           END-IF.

           IF WS-INST-PICK = ZERO
               DISPLAY 'THE CHARGE HAS ALREADY BEEN PAID - USE '
                   'REVERSE A PAYMENT TO REFUND IT'
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.
           IF SM-EC-INST-AMOUNT(WS-PAY-SUB, WS-INST-PICK) -
              SM-EC-INST-PAID(WS-PAY-SUB, WS-INST-PICK) <
              LC-CHARGE-AMOUNT OR
              SM-EC-FEES-OWED(WS-PAY-SUB) <
              LC-CHARGE-AMOUNT + SM-EC-SPONSOR-OWED(WS-PAY-SUB)
               DISPLAY 'THE CHARGE HAS ALREADY BEEN PAID - USE '
                   'REVERSE A PAYMENT TO REFUND IT'
               GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
           END-IF.

           SUBTRACT LC-CHARGE-AMOUNT FROM SM-EC-FEES-OWED(WS-PAY-SUB).
           SUBTRACT LC-CHARGE-AMOUNT
               FROM SM-EC-INST-AMOUNT(WS-PAY-SUB, WS-INST-PICK).

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD WAIVER ON STUDENT RECORD'
                   GO TO APPLY-LATE-CHARGE-WAIVER-EXIT
               NOT INVALID KEY
                   MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                   MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                   MOVE 'WAIVER' TO WS-JR-FUNCTION
                   MOVE 'R' TO WS-JR-ACTION
                   PERFORM JOURNAL-ONE-UPDATE
           END-REWRITE.

           MOVE LC-CHARGE-AMOUNT TO DEPOSIT.
           MOVE 'W'              TO WS-PT-TRANS-TYPE.
           MOVE LC-CHARGE-DATE   TO WS-PT-ORIG-DATE.
           MOVE LC-CHARGE-TIME   TO WS-PT-ORIG-TIME.
           MOVE ZERO             TO WS-PT-RECEIPT-NO.
           MOVE SPACE            TO WS-PT-TENDER-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           SET LC-WAIVED TO TRUE.
           MOVE WS-TODAYS-DATE    TO LC-WAIVE-DATE.
           MOVE WS-OP-ID          TO LC-WAIVE-OPERATOR.
           MOVE WS-PT-REASON-CODE TO LC-WAIVE-REASON.
           REWRITE LC-CHARGE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK THE CHARGE WAIVED ON '
                       'LATECHMS'
           END-REWRITE.

           DISPLAY 'LATE CHARGE OF ' LC-CHARGE-AMOUNT ' WAIVED - '
               'BALANCE NOW ' SM-EC-FEES-OWED(WS-PAY-SUB).

       APPLY-LATE-CHARGE-WAIVER-EXIT.
           EXIT.

       CHECK-ONE-CHARGED-INSTALLMENT.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-PICK = ZERO AND
              SM-EC-INST-DUE-DATE(WS-PAY-SUB, WS-INST-SUB) =
              WS-LC-WAIVE-DUE-DATE
               MOVE WS-INST-SUB TO WS-INST-PICK
           END-IF.

      ******************************************************************
      * SUM-COURSE-LATE-CHARGES: leaves in WS-LC-NET-CHARGES the late
      * charges still standing on course slot WS-LC-SLOT of the record
      * in SM-STUDENT-RECORD. The schedule totals the original fee at
      * enrollment and every charge or waiver moves an installment by
      * the same amount, so whatever the installments add up to above
      * the original fee is the net of charges less waivers. Anything
      * working out fees collected as original fee less fees owed
      * adds this back.
      ******************************************************************
       SUM-COURSE-LATE-CHARGES.
           MOVE ZERO TO WS-INST-TOTAL.
           MOVE ZERO TO WS-LC-SUM-SUB.
           PERFORM ADD-ONE-CHARGED-INST-AMOUNT
               UNTIL WS-LC-SUM-SUB = 4.
           IF WS-INST-TOTAL > SM-EC-ORIGINAL-FEE(WS-LC-SLOT)
               COMPUTE WS-LC-NET-CHARGES =
                   WS-INST-TOTAL - SM-EC-ORIGINAL-FEE(WS-LC-SLOT)
           ELSE
               MOVE ZERO TO WS-LC-NET-CHARGES
           END-IF.

       ADD-ONE-CHARGED-INST-AMOUNT.
           ADD 1 TO WS-LC-SUM-SUB.
           ADD SM-EC-INST-AMOUNT(WS-LC-SLOT, WS-LC-SUM-SUB)
               TO WS-INST-TOTAL.

      ******************************************************************
      * OPEN-BURSARY-FILES: opens the bursary fund and award files for
      * update, creating each on the very first fund set-up or award
      * if it does not exist yet. WS-BF-FILES-OPEN is set only when
      * both are open; if either fails, neither is left open.
      ******************************************************************
       OPEN-BURSARY-FILES.
           SET WS-BF-FILES-NOT-OPEN TO TRUE.
           OPEN I-O BURSARY-FUND-FILE.
           IF WS-BF-FILE-STATUS = '35'
               OPEN OUTPUT BURSARY-FUND-FILE
               CLOSE BURSARY-FUND-FILE
               OPEN I-O BURSARY-FUND-FILE
           END-IF.
           IF WS-BF-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BURSFUND - FILE STATUS '
                   WS-BF-FILE-STATUS
               GO TO OPEN-BURSARY-FILES-EXIT
           END-IF.

           OPEN I-O BURSARY-AWARD-FILE.
           IF WS-BA-FILE-STATUS = '35'
               OPEN OUTPUT BURSARY-AWARD-FILE
               CLOSE BURSARY-AWARD-FILE
               OPEN I-O BURSARY-AWARD-FILE
           END-IF.
           IF WS-BA-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BURSAWRD - FILE STATUS '
                   WS-BA-FILE-STATUS
               CLOSE BURSARY-FUND-FILE
               GO TO OPEN-BURSARY-FILES-EXIT
           END-IF.
           SET WS-BF-FILES-OPEN TO TRUE.

       OPEN-BURSARY-FILES-EXIT.
           EXIT.

      ******************************************************************
      * BURSARY-FUND-MAINTENANCE: supervisor menu function to set up
      * a hardship bursary fund for a term with its budget, or amend
      * a fund's name and budget, straight onto the BURSFUND file.
      * A budget cannot be cut below what the committee has already
      * committed from the fund.
      ******************************************************************
       BURSARY-FUND-MAINTENANCE.
           DISPLAY "*****************************************"
           DISPLAY "BURSARY FUND MAINTENANCE"
           DISPLAY "*****************************************"
           DISPLAY "1. ADD FUND" " 2. AMEND FUND"
               " 3. RETURN TO MAIN MENU"
           ACCEPT WS-BF-MAINT-PROMPT.

           PERFORM OPEN-BURSARY-FILES THRU OPEN-BURSARY-FILES-EXIT.
           IF WS-BF-FILES-NOT-OPEN
               DISPLAY 'BURSARY FILES NOT AVAILABLE'
               GO TO BURSARY-FUND-MAINTENANCE-EXIT
           END-IF.
           IF WS-BF-MAINT-PROMPT = 1
               PERFORM BURSARY-FUND-MAINT-ADD
                   THRU BURSARY-FUND-MAINT-ADD-EXIT
           END-IF.
           IF WS-BF-MAINT-PROMPT = 2
               PERFORM BURSARY-FUND-MAINT-AMEND
                   THRU BURSARY-FUND-MAINT-AMEND-EXIT
           END-IF.
           CLOSE BURSARY-FUND-FILE.
           CLOSE BURSARY-AWARD-FILE.

       BURSARY-FUND-MAINTENANCE-EXIT.
           EXIT.

       BURSARY-FUND-MAINT-ADD.
           DISPLAY 'ENTER THE NEW FUND CODE'
           ACCEPT BF-FUND-CODE.
           IF BF-FUND-CODE = SPACES
               DISPLAY 'ERROR: FUND CODE CANNOT BE BLANK'
               GO TO BURSARY-FUND-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE TERM THE FUND IS FOR'
           ACCEPT BF-TERM.
           IF BF-TERM = SPACES
               DISPLAY 'ERROR: TERM CANNOT BE BLANK'
               GO TO BURSARY-FUND-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE FUND NAME'
           ACCEPT BF-FUND-NAME.
           IF BF-FUND-NAME = SPACES
               DISPLAY 'ERROR: FUND NAME CANNOT BE BLANK'
               GO TO BURSARY-FUND-MAINT-ADD-EXIT
           END-IF.

           DISPLAY 'ENTER THE FUND BUDGET FOR THE TERM'
           ACCEPT BF-BUDGET.
           IF BF-BUDGET = ZERO
               DISPLAY 'ERROR: BUDGET MUST BE GREATER THAN ZERO'
               GO TO BURSARY-FUND-MAINT-ADD-EXIT
           END-IF.

           MOVE ZERO   TO BF-COMMITTED.
           MOVE ZERO   TO BF-PAID.
           MOVE SPACES TO BF-FILLER.
           WRITE BF-FUND-RECORD
               INVALID KEY
                   DISPLAY
                   'FUND ALREADY EXISTS FOR THAT TERM - FUND NOT SAVED'
               NOT INVALID KEY
                   DISPLAY 'FUND ' BF-FUND-CODE ' TERM ' BF-TERM
                       ' ADDED'
           END-WRITE.

       BURSARY-FUND-MAINT-ADD-EXIT.
           EXIT.

       BURSARY-FUND-MAINT-AMEND.
           DISPLAY 'ENTER THE FUND CODE TO AMEND'
           ACCEPT BF-FUND-CODE.
           DISPLAY 'ENTER THE TERM'
           ACCEPT BF-TERM.
           READ BURSARY-FUND-FILE
               INVALID KEY
                   DISPLAY 'NO FUND FOUND FOR THAT FUND CODE AND TERM'
                   GO TO BURSARY-FUND-MAINT-AMEND-EXIT
           END-READ.

           DISPLAY 'CURRENT NAME: ' BF-FUND-NAME
           DISPLAY 'CURRENT BUDGET: ' BF-BUDGET
               ' COMMITTED: ' BF-COMMITTED
           DISPLAY 'ENTER THE FUND NAME'
           ACCEPT BF-FUND-NAME.
           IF BF-FUND-NAME = SPACES
               DISPLAY 'ERROR: FUND NAME CANNOT BE BLANK'
               GO TO BURSARY-FUND-MAINT-AMEND-EXIT
           END-IF.
           DISPLAY 'ENTER THE FUND BUDGET FOR THE TERM'
           ACCEPT WS-BF-AMOUNT.
           IF WS-BF-AMOUNT < BF-COMMITTED
               DISPLAY 'ERROR: BUDGET CANNOT BE LESS THAN THE '
                   BF-COMMITTED ' ALREADY COMMITTED'
               GO TO BURSARY-FUND-MAINT-AMEND-EXIT
           END-IF.
           MOVE WS-BF-AMOUNT TO BF-BUDGET.

           REWRITE BF-FUND-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE FUND RECORD'
               NOT INVALID KEY
                   DISPLAY 'FUND ' BF-FUND-CODE ' TERM ' BF-TERM
                       ' AMENDED'
           END-REWRITE.

       BURSARY-FUND-MAINT-AMEND-EXIT.
           EXIT.

      ******************************************************************
      * AWARD-BURSARY: supervisor menu function for a hardship bursary
      * award. The operator keys the student, course, fund and amount;
      * APPLY-BURSARY-AWARD checks the fund for the course's term has
      * the headroom and posts the award against the course balance.
      ******************************************************************
       AWARD-BURSARY.
           DISPLAY "ENTER STUDENT-ID"
           ACCEPT SM-STUDENT-ID.

           DISPLAY "ENTER THE COURSE CODE THE AWARD IS FOR"
           ACCEPT WS-COURSE-DETAIL.

           DISPLAY "ENTER THE BURSARY FUND CODE"
           ACCEPT WS-BF-FUND-CODE.

           DISPLAY "ENTER THE AMOUNT AWARDED"
           ACCEPT WS-BF-AMOUNT.

           PERFORM OPEN-BURSARY-FILES THRU OPEN-BURSARY-FILES-EXIT.
           IF WS-BF-FILES-NOT-OPEN
               DISPLAY 'NOTHING AWARDED'
               GO TO AWARD-BURSARY-EXIT
           END-IF.
           PERFORM APPLY-BURSARY-AWARD
               THRU APPLY-BURSARY-AWARD-EXIT.
           CLOSE BURSARY-FUND-FILE.
           CLOSE BURSARY-AWARD-FILE.

       AWARD-BURSARY-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-BURSARY-AWARD: reads the student and the fund set up for
      * the term the course is taken in, refuses an award larger than
      * the student's own share of the balance or than the fund has
      * left uncommitted, then takes the award off the course's fees
      * owed and settles installments earliest first as a payment
      * would. The award is logged as a 'B' line on PAYTRAN - no
      * receipt and no tender, as no money changes hands at the
      * counter - recorded on BURSAWRD and added to the fund's
      * committed and paid totals.
      ******************************************************************
       APPLY-BURSARY-AWARD.
           IF WS-BF-AMOUNT = ZERO
               DISPLAY 'AWARD MUST BE GREATER THAN ZERO'
               GO TO APPLY-BURSARY-AWARD-EXIT
           END-IF.

           SET WS-STUDENT-NOT-FOUND TO TRUE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO STUDENT FOUND FOR THAT STUDENT-ID'
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ.
           IF WS-STUDENT-NOT-FOUND
               GO TO APPLY-BURSARY-AWARD-EXIT
           END-IF.

           MOVE SM-STUDENT-RECORD TO WS-JR-BEFORE-IMAGE.

           PERFORM FIND-PAYMENT-COURSE-SLOT.
           IF WS-EC-NOT-FOUND
               DISPLAY 'STUDENT IS NOT ENROLLED IN THAT COURSE'
               GO TO APPLY-BURSARY-AWARD-EXIT
           END-IF.

           MOVE WS-BF-FUND-CODE          TO BF-FUND-CODE.
           MOVE SM-EC-TERM(WS-PAY-SUB)   TO BF-TERM.
           READ BURSARY-FUND-FILE
               INVALID KEY
                   DISPLAY 'NO BURSARY FUND ' WS-BF-FUND-CODE
                       ' SET UP FOR TERM ' SM-EC-TERM(WS-PAY-SUB)
                   GO TO APPLY-BURSARY-AWARD-EXIT
           END-READ.

           COMPUTE WS-BF-STUDENT-SHARE =
               SM-EC-FEES-OWED(WS-PAY-SUB) -
               SM-EC-SPONSOR-OWED(WS-PAY-SUB).
           IF WS-BF-AMOUNT > WS-BF-STUDENT-SHARE
               DISPLAY 'AWARD EXCEEDS THE STUDENT SHARE OF THE '
                   'BALANCE (' WS-BF-STUDENT-SHARE ') - NOT AWARDED'
               GO TO APPLY-BURSARY-AWARD-EXIT
           END-IF.

           COMPUTE WS-BF-HEADROOM = BF-BUDGET - BF-COMMITTED.
           IF WS-BF-AMOUNT > WS-BF-HEADROOM
               DISPLAY 'FUND ' BF-FUND-CODE ' HAS ONLY '
                   WS-BF-HEADROOM ' UNCOMMITTED - NOT AWARDED'
               GO TO APPLY-BURSARY-AWARD-EXIT
           END-IF.

           MOVE WS-BF-AMOUNT TO DEPOSIT.
           SUBTRACT DEPOSIT FROM SM-EC-FEES-OWED(WS-PAY-SUB).
           PERFORM SETTLE-DEPOSIT-INSTALLMENTS.

           REWRITE SM-STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD AWARD ON STUDENT RECORD'
                   GO TO APPLY-BURSARY-AWARD-EXIT
               NOT INVALID KEY
                   MOVE SM-STUDENT-RECORD TO WS-JR-AFTER-IMAGE
                   MOVE SM-STUDENT-ID TO WS-JR-STUDENT-ID
                   MOVE 'BURSARY' TO WS-JR-FUNCTION
                   MOVE 'R' TO WS-JR-ACTION
                   PERFORM JOURNAL-ONE-UPDATE
           END-REWRITE.

           MOVE 'B'    TO WS-PT-TRANS-TYPE.
           MOVE 'BUR'  TO WS-PT-REASON-CODE.
           MOVE ZERO   TO WS-PT-ORIG-REF.
           MOVE ZERO   TO WS-PT-RECEIPT-NO.
           MOVE SPACE  TO WS-PT-TENDER-TYPE.
           PERFORM WRITE-PAYMENT-TRANS-RECORD.

           MOVE BF-FUND-CODE                  TO BA-FUND-CODE.
           MOVE BF-TERM                       TO BA-TERM.
           MOVE SM-STUDENT-ID                 TO BA-STUDENT-ID.
           MOVE SM-EC-COURSE-CODE(WS-PAY-SUB) TO BA-COURSE-CODE.
           MOVE WS-TODAYS-DATE                TO BA-AWARD-DATE.
           MOVE WS-CURRENT-TIME               TO BA-AWARD-TIME.
           MOVE WS-BF-AMOUNT                  TO BA-AMOUNT.
           MOVE WS-OP-ID                      TO BA-OPERATOR-ID.
           MOVE SPACES                        TO BA-FILLER.
           WRITE BA-AWARD-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD THE AWARD ON BURSAWRD'
           END-WRITE.

           ADD WS-BF-AMOUNT TO BF-COMMITTED.
           ADD WS-BF-AMOUNT TO BF-PAID.
           REWRITE BF-FUND-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE THE FUND TOTALS ON '
                       'BURSFUND'
           END-REWRITE.

           DISPLAY 'BURSARY OF ' WS-BF-AMOUNT ' AWARDED FROM FUND '
               BF-FUND-CODE ' - BALANCE NOW '
               SM-EC-FEES-OWED(WS-PAY-SUB).
           COMPUTE WS-BF-HEADROOM = BF-BUDGET - BF-COMMITTED.
           DISPLAY 'FUND ' BF-FUND-CODE ' UNCOMMITTED BALANCE '
               WS-BF-HEADROOM.

       APPLY-BURSARY-AWARD-EXIT.
           EXIT.

      ******************************************************************
      * BURSARY-FUND-REPORT: fund-position listing for the bursary
      * committee, written to BURSRPT. For every fund and term on
      * BURSFUND it prints the budget, each award made from it by
      * student and course, and the fund's committed, paid and
      * remaining balance, with grand totals across all funds.
      ******************************************************************
       BURSARY-FUND-REPORT.
           OPEN INPUT BURSARY-FUND-FILE.
           IF WS-BF-FILE-STATUS NOT = '00'
               DISPLAY 'NO BURSARY FUNDS ON FILE'
               GO TO BURSARY-FUND-REPORT-EXIT
           END-IF.
           OPEN INPUT BURSARY-AWARD-FILE.
           OPEN OUTPUT BURSARY-REPORT-FILE.

           MOVE ZERO TO WS-BR-FUND-COUNT.
           MOVE ZERO TO WS-BR-TOTAL-BUDGET.
           MOVE ZERO TO WS-BR-TOTAL-COMMITTED.
           MOVE ZERO TO WS-BR-TOTAL-PAID.
           MOVE WS-TODAYS-DATE TO WS-BR-H1-DATE.
           MOVE WS-BR-HEADING-1 TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.

           SET WS-BF-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO BF-FUND-KEY.
           START BURSARY-FUND-FILE KEY IS NOT LESS THAN BF-FUND-KEY
               INVALID KEY
                   SET WS-BF-EOF TO TRUE
           END-START.
           PERFORM REPORT-ONE-BURSARY-FUND
               THRU REPORT-ONE-BURSARY-FUND-EXIT
               UNTIL WS-BF-EOF.

           MOVE SPACES TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE 'FUNDS ON FILE / TOTAL BUDGET:' TO WS-BR-T-LABEL.
           MOVE WS-BR-FUND-COUNT   TO WS-BR-T-COUNT.
           MOVE WS-BR-TOTAL-BUDGET TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE 'TOTAL COMMITTED:'      TO WS-BR-T-LABEL.
           MOVE ZERO                    TO WS-BR-T-COUNT.
           MOVE WS-BR-TOTAL-COMMITTED   TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE 'TOTAL PAID:'           TO WS-BR-T-LABEL.
           MOVE WS-BR-TOTAL-PAID        TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           COMPUTE WS-BR-REMAINING =
               WS-BR-TOTAL-BUDGET - WS-BR-TOTAL-COMMITTED.
           MOVE 'TOTAL REMAINING:'      TO WS-BR-T-LABEL.
           MOVE WS-BR-REMAINING         TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.

           CLOSE BURSARY-FUND-FILE.
           CLOSE BURSARY-AWARD-FILE.
           CLOSE BURSARY-REPORT-FILE.
           DISPLAY 'BURSARY FUND POSITION WRITTEN TO BURSRPT'.

       BURSARY-FUND-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * REPORT-ONE-BURSARY-FUND: reads the next fund, prints its
      * heading and budget, lists its awards from BURSAWRD and closes
      * it off with the committed, paid and remaining figures.
      ******************************************************************
       REPORT-ONE-BURSARY-FUND.
           READ BURSARY-FUND-FILE NEXT RECORD
               AT END
                   SET WS-BF-EOF TO TRUE
                   GO TO REPORT-ONE-BURSARY-FUND-EXIT
           END-READ.
           IF WS-BF-FILE-STATUS NOT = '00' AND
              WS-BF-FILE-STATUS NOT = '02'
               SET WS-BF-EOF TO TRUE
               GO TO REPORT-ONE-BURSARY-FUND-EXIT
           END-IF.

           ADD 1            TO WS-BR-FUND-COUNT.
           ADD BF-BUDGET    TO WS-BR-TOTAL-BUDGET.
           ADD BF-COMMITTED TO WS-BR-TOTAL-COMMITTED.
           ADD BF-PAID      TO WS-BR-TOTAL-PAID.

           MOVE SPACES TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE BF-FUND-CODE TO WS-BR-F-FUND-CODE.
           MOVE BF-TERM      TO WS-BR-F-TERM.
           MOVE BF-FUND-NAME TO WS-BR-F-NAME.
           MOVE BF-BUDGET    TO WS-BR-F-BUDGET.
           MOVE WS-BR-FUND-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE WS-BR-COLUMN-HEADING TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.

           MOVE ZERO TO WS-BR-AWARD-COUNT.
           MOVE ZERO TO WS-BR-FUND-AWARDS.
           SET WS-BA-NOT-EOF TO TRUE.
           MOVE LOW-VALUES   TO BA-AWARD-KEY.
           MOVE BF-FUND-CODE TO BA-FUND-CODE.
           MOVE BF-TERM      TO BA-TERM.
           START BURSARY-AWARD-FILE KEY IS NOT LESS THAN BA-AWARD-KEY
               INVALID KEY
                   SET WS-BA-EOF TO TRUE
           END-START.
           IF WS-BA-FILE-STATUS NOT = '00'
               SET WS-BA-EOF TO TRUE
           END-IF.
           PERFORM REPORT-ONE-BURSARY-AWARD
               THRU REPORT-ONE-BURSARY-AWARD-EXIT
               UNTIL WS-BA-EOF.

           MOVE 'AWARDS MADE:'       TO WS-BR-T-LABEL.
           MOVE WS-BR-AWARD-COUNT    TO WS-BR-T-COUNT.
           MOVE WS-BR-FUND-AWARDS    TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE 'COMMITTED:'         TO WS-BR-T-LABEL.
           MOVE ZERO                 TO WS-BR-T-COUNT.
           MOVE BF-COMMITTED         TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE 'PAID TO STUDENT ACCOUNTS:' TO WS-BR-T-LABEL.
           MOVE BF-PAID              TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           COMPUTE WS-BR-REMAINING = BF-BUDGET - BF-COMMITTED.
           MOVE 'REMAINING BALANCE:' TO WS-BR-T-LABEL.
           MOVE WS-BR-REMAINING      TO WS-BR-T-AMOUNT.
           MOVE WS-BR-TOTAL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.

       REPORT-ONE-BURSARY-FUND-EXIT.
           EXIT.

       REPORT-ONE-BURSARY-AWARD.
           READ BURSARY-AWARD-FILE NEXT RECORD
               AT END
                   SET WS-BA-EOF TO TRUE
                   GO TO REPORT-ONE-BURSARY-AWARD-EXIT
           END-READ.
           IF WS-BA-FILE-STATUS NOT = '00' AND
              WS-BA-FILE-STATUS NOT = '02'
               SET WS-BA-EOF TO TRUE
               GO TO REPORT-ONE-BURSARY-AWARD-EXIT
           END-IF.
           IF BA-FUND-CODE NOT = BF-FUND-CODE OR
              BA-TERM NOT = BF-TERM
               SET WS-BA-EOF TO TRUE
               GO TO REPORT-ONE-BURSARY-AWARD-EXIT
           END-IF.

           ADD 1         TO WS-BR-AWARD-COUNT.
           ADD BA-AMOUNT TO WS-BR-FUND-AWARDS.

           MOVE BA-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE '(NOT ON FILE)' TO SM-SURNAME
           END-READ.
           MOVE BA-STUDENT-ID   TO WS-BR-D-STUDENT-ID.
           MOVE SM-SURNAME      TO WS-BR-D-SURNAME.
           MOVE BA-COURSE-CODE  TO WS-BR-D-COURSE-CODE.
           MOVE BA-AWARD-DATE   TO WS-BR-D-DATE.
           MOVE BA-OPERATOR-ID  TO WS-BR-D-OPERATOR.
           MOVE BA-AMOUNT       TO WS-BR-D-AMOUNT.
           MOVE WS-BR-DETAIL-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.

       REPORT-ONE-BURSARY-AWARD-EXIT.
           EXIT.

      ******************************************************************
           ELSE
               MOVE ZERO TO PH-RECEIPT-NO
           END-IF.
           MOVE PT-TENDER-TYPE TO PH-TENDER-TYPE.
           MOVE SPACES TO PH-FILLER.

           SET WS-PH-NOT-WRITTEN TO TRUE.
      * failure prints on EDITRPT with the record number, the
      * failing field and the reason, and the report closes with
      * totals of records by type and in error. An 'A' record's
      * student ID is remembered so a later 'P', 'R' or 'T' for a
      * student the same file is about to add is not flagged as
      * unknown, and a second 'A' for the same ID is flagged as a
      * duplicate.
      ******************************************************************
       RUN-BATCH-EDIT-PASS.
           OPEN INPUT BATCH-TRANS-FILE.
           IF WS-BT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BATCH TRANSACTION FILE'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-BATCH-EDIT-PASS-EXIT
           END-IF.

           MOVE ZERO TO WS-ED-A-COUNT.
           MOVE ZERO TO WS-ED-P-COUNT.
           MOVE ZERO TO WS-ED-R-COUNT.
           MOVE ZERO TO WS-ED-TRF-COUNT.
           MOVE ZERO TO WS-ED-OTHER-COUNT.
           MOVE ZERO TO WS-ED-ERROR-RECORDS.
           MOVE ZERO TO WS-ED-ERROR-COUNT.
                   ADD 1 TO WS-ED-R-COUNT
                   PERFORM EDIT-REVERSAL-RECORD
                       THRU EDIT-REVERSAL-RECORD-EXIT
               WHEN 'T'
                   ADD 1 TO WS-ED-TRF-COUNT
                   PERFORM EDIT-TRANSFER-RECORD
                       THRU EDIT-TRANSFER-RECORD-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ED-OTHER-COUNT
                   MOVE ZERO TO WS-ED-D-STUDENT-ID
       EDIT-REVERSAL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * EDIT-TRANSFER-RECORD: the checks BATCH-TRANSFER-COURSE /
      * PRICE-COURSE-TRANSFER would apply to a 'T' record that can be
      * made without the live master moving under them - enrollment
      * on the course being left, and the course being joined on
      * sale and not already held. Capacity and the money checks
      * depend on the day's earlier records and are left to the live
      * load, which reports any refusal.
      ******************************************************************
       EDIT-TRANSFER-RECORD.
           MOVE BT-TRF-STUDENT-ID TO WS-ED-D-STUDENT-ID.

           IF BT-TRF-TO-COURSE = BT-TRF-FROM-COURSE
               MOVE 'TO-COURSE' TO WS-ED-D-FIELD
               MOVE 'SAME AS THE COURSE BEING LEFT' TO WS-ED-D-MESSAGE
               PERFORM WRITE-EDIT-ERROR-LINE
           END-IF.

           MOVE BT-TRF-TO-COURSE TO WS-COURSE-DETAIL.
           PERFORM FIND-COURSE-TABLE-ENTRY.
           IF WS-CRS-NOT-FOUND
               MOVE 'TO-COURSE' TO WS-ED-D-FIELD
               MOVE 'DOES NOT MATCH ANY COURSE' TO WS-ED-D-MESSAGE
               PERFORM WRITE-EDIT-ERROR-LINE
           ELSE
               IF WS-CRS-RETIRED(WS-CRS-SUB)
                   MOVE 'TO-COURSE' TO WS-ED-D-FIELD
                   MOVE 'COURSE IS RETIRED FROM SALE'
                       TO WS-ED-D-MESSAGE
                   PERFORM WRITE-EDIT-ERROR-LINE
               END-IF
           END-IF.

           MOVE BT-TRF-STUDENT-ID TO WS-ED-LOOKUP-ID.
           PERFORM EDIT-RESOLVE-STUDENT.
           IF WS-ED-STUDENT-UNKNOWN
               MOVE 'STUDENT-ID' TO WS-ED-D-FIELD
               MOVE 'NOT ON THE STUDENT MASTER' TO WS-ED-D-MESSAGE
               PERFORM WRITE-EDIT-ERROR-LINE
               GO TO EDIT-TRANSFER-RECORD-EXIT
           END-IF.

           MOVE BT-TRF-FROM-COURSE TO WS-COURSE-DETAIL.
           IF WS-ED-ON-MASTER
               PERFORM FIND-PAYMENT-COURSE-SLOT
               IF WS-EC-NOT-FOUND
                   MOVE 'FROM-COURSE' TO WS-ED-D-FIELD
                   MOVE 'STUDENT NOT ENROLLED IN THAT COURSE'
                       TO WS-ED-D-MESSAGE
                   PERFORM WRITE-EDIT-ERROR-LINE
               END-IF
               MOVE BT-TRF-TO-COURSE TO WS-COURSE-DETAIL
               PERFORM FIND-PAYMENT-COURSE-SLOT
               IF WS-EC-FOUND
                   MOVE 'TO-COURSE' TO WS-ED-D-FIELD
                   MOVE 'STUDENT ALREADY ENROLLED IN THAT COURSE'
                       TO WS-ED-D-MESSAGE
                   PERFORM WRITE-EDIT-ERROR-LINE
               END-IF
           ELSE
               PERFORM FIND-COURSE-TABLE-ENTRY
               IF WS-CRS-NOT-FOUND
                   MOVE 'FROM-COURSE' TO WS-ED-D-FIELD
                   MOVE 'DOES NOT MATCH ANY COURSE'
                       TO WS-ED-D-MESSAGE
                   PERFORM WRITE-EDIT-ERROR-LINE
               END-IF
           END-IF.

       EDIT-TRANSFER-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * EDIT-READ-MASTER: random-reads the student master for
      * WS-ED-LOOKUP-ID, leaving WS-ED-ON-MASTER set when the record
           MOVE WS-ED-TOTAL-LINE TO ED-PRINT-LINE.
           WRITE ED-PRINT-LINE.

           MOVE 'TRANSFER (T) RECORDS READ:' TO WS-ED-T-LABEL.
           MOVE WS-ED-TRF-COUNT TO WS-ED-T-COUNT.
           MOVE WS-ED-TOTAL-LINE TO ED-PRINT-LINE.
           WRITE ED-PRINT-LINE.

           MOVE 'UNKNOWN-TYPE RECORDS READ:' TO WS-ED-T-LABEL.
           MOVE WS-ED-OTHER-COUNT TO WS-ED-T-COUNT.
           MOVE WS-ED-TOTAL-LINE TO ED-PRINT-LINE.
               MOVE SM-EC-COURSE-CODE(WS-ES-SUB) TO WS-COURSE-DETAIL
               PERFORM FIND-COURSE-TABLE-ENTRY
               IF WS-CRS-FOUND
                   MOVE WS-ES-SUB TO WS-LC-SLOT
                   PERFORM SUM-COURSE-LATE-CHARGES
                   ADD 1 TO WS-ES-HEADCOUNT(WS-CRS-SUB)
                   COMPUTE WS-ES-FEES-COLLECTED(WS-CRS-SUB) =
                       WS-ES-FEES-COLLECTED(WS-CRS-SUB) +
                       SM-EC-ORIGINAL-FEE(WS-ES-SUB) +
                       WS-LC-NET-CHARGES -
                       SM-EC-FEES-OWED(WS-ES-SUB)
               END-IF
           END-IF.
               IF PH-TRANS-TYPE = 'R'
                   SUBTRACT PH-AMOUNT
                       FROM WS-FC-PAST-AMT(WS-FC-MSUB)
               END-IF
               IF PH-TRANS-TYPE = 'P' OR PH-TRANS-TYPE = 'S'
                   ADD PH-AMOUNT TO WS-FC-PAST-AMT(WS-FC-MSUB)
               END-IF
           END-IF.
