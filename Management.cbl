           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TxnJournalFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\txnjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TxnSeqFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\txnseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-LEDGER-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\templedger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RecoveryReportFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\recoveryreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JobLogFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\joblog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JobCheckpointFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\jobcheckpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-CHECKPOINT-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\tempcheckpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TransferFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\transfers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-TRANSFER-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\temptransfers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT FinReconFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\financialrecon.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT ChartOfAccountsFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\chartofaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-CHART-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\tempchartofaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT GlBatchFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\glbatches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT GlJournalFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\gljournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT VatConfigFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\vatconfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT ReceiptSeqFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\receiptseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT ReceiptFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-RECEIPT-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\tempreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT VatSummaryFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\vatsummary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PointsFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\loyaltypoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TEMP-POINTS-FILE
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\temployaltypoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT EventLimitFile
           ASSIGN TO
           "C:\Users\kal\OneDrive\Documents\eventlimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.



       DATA DIVISION.
              02 ATTENDEE-STORED-USER-TYPE PIC X(1).
              02 ATTENDEE-STORED-STATUS PIC X(1).
              02 ATTENDEE-FORCE-CHANGE PIC X(1).
              02 ATTENDEE-STORED-ORG-NAME PIC X(20).
              02 ATTENDEE-STORED-SALT PIC X(16).
              02 ATTENDEE-STORED-HASH PIC X(64).

       FD AdminFile.
       01 AdminRecord.
               02 ADMIN-STORED-USER-TYPE PIC X(1).
               02 ADMIN-STORED-STATUS PIC X(1).
               02 ADMIN-FORCE-CHANGE PIC X(1).
               02 ADMIN-STORED-ORG-NAME PIC X(20).
               02 ADMIN-STORED-SALT PIC X(16).
               02 ADMIN-STORED-HASH PIC X(64).
               FD VIEW-MY-BOOKINGS-FILE.

       01 MyBookingsRecord.
               02 BOOKED-CHECKIN-TIME         PIC X(14).
               02 BOOKED-EVENT-ID             PIC 9(6).
               02 BOOKED-PAID                 PIC X(9).
               02 BOOKED-BAND                 PIC X(10).

       FD TEMP-BOOKINGS-FILE.
       01 TEMP-BOOKINGS-RECORD.
               02 BOOKED-CHECKIN-TIME2        PIC X(14).
               02 BOOKED-EVENT-ID2            PIC 9(6).
               02 BOOKED-PAID2                PIC X(9).
               02 BOOKED-BAND2                PIC X(10).

       FD TicketTierFile.
       01 TicketTierRecord.
               02 TIER-PRICE                  PIC 9(5).
               02 TIER-SEATS                  PIC 9(4).
               02 TIER-EVENT-ID               PIC 9(6).
               02 TIER-SCHEDULE.
                   03 TIER-BAND OCCURS 3 TIMES.
                       04 TIER-BAND-NAME      PIC X(10).
                       04 TIER-BAND-START     PIC X(8).
                       04 TIER-BAND-PRICE     PIC 9(5).

       FD TEMP-TIER-FILE.
       01 TEMP-TIER-RECORD.
               02 TIER-PRICE2                 PIC 9(5).
               02 TIER-SEATS2                 PIC 9(4).
               02 TIER-EVENT-ID2              PIC 9(6).
               02 TIER-SCHEDULE2.
                   03 TIER-BAND2 OCCURS 3 TIMES.
                       04 TIER-BAND-NAME2     PIC X(10).
                       04 TIER-BAND-START2    PIC X(8).
                       04 TIER-BAND-PRICE2    PIC 9(5).

       FD EVENT-BACKUP-FILE.
       01 EVENT-BACKUP-RECORD.
               02 BOOK-BACKUP-CHECKIN-TIME    PIC X(14).
               02 BOOK-BACKUP-EVENT-ID        PIC 9(6).
               02 BOOK-BACKUP-PAID            PIC X(9).
               02 BOOK-BACKUP-BAND            PIC X(10).

       FD AuditLogFile.
       01 AuditLogRecord                      PIC X(250).
               02 LEDGER-AMOUNT               PIC 9(7).
               02 LEDGER-BALANCE              PIC 9(7).
               02 LEDGER-OPERATOR             PIC X(30).
               02 LEDGER-EVENT-ID             PIC 9(6).

       FD EventHistoryFile.
       01 EventHistoryRecord.
               02 ATTENDEE-STORED-USER-TYPE2  PIC X(1).
               02 ATTENDEE-STORED-STATUS2     PIC X(1).
               02 ATTENDEE-FORCE-CHANGE2      PIC X(1).
               02 ATTENDEE-STORED-ORG-NAME2   PIC X(20).
               02 ATTENDEE-STORED-SALT2       PIC X(16).
               02 ATTENDEE-STORED-HASH2       PIC X(64).

       FD TEMP-ADMIN-FILE.
       01 TempAdminRecord.
               02 ADMIN-STORED-USER-TYPE2     PIC X(1).
               02 ADMIN-STORED-STATUS2        PIC X(1).
               02 ADMIN-FORCE-CHANGE2         PIC X(1).
               02 ADMIN-STORED-ORG-NAME2      PIC X(20).
               02 ADMIN-STORED-SALT2          PIC X(16).
               02 ADMIN-STORED-HASH2          PIC X(64).

       FD NoticeFile.
       01 NoticeRecord.
               02 HOLD-SEATS                  PIC 9(4).
               02 HOLD-PRICE                  PIC 9(5).
               02 HOLD-EXPIRY                 PIC X(10).
               02 HOLD-BAND                   PIC X(10).

       FD TEMP-HOLD-FILE.
       01 TempHoldRecord.
               02 HOLD-SEATS2                 PIC 9(4).
               02 HOLD-PRICE2                 PIC 9(5).
               02 HOLD-EXPIRY2                PIC X(10).
               02 HOLD-BAND2                  PIC X(10).

       FD HoldSeqFile.
       01 HoldSeqRecord.
               02 HOLD-SEQ-LAST               PIC 9(6).

       FD GroupInvoiceFile.
       01 GroupInvoiceRecord                  PIC X(130).

       FD SeatMapFile.
       01 SeatMapRecord.
       FD ImportRejectFile.
       01 ImportRejectRecord                  PIC X(250).

       FD TxnJournalFile.
       01 TxnJournalRecord                    PIC X(250).

       FD TxnSeqFile.
       01 TxnSeqRecord.
               02 TXN-SEQ-LAST                PIC 9(6).

       FD TEMP-LEDGER-FILE.
       01 TempLedgerRecord.
               02 LEDGER-USERNAME2            PIC X(30).
               02 LEDGER-DATE2                PIC X(8).
               02 LEDGER-REF2                 PIC X(6).
               02 LEDGER-TYPE2                PIC X(7).
               02 LEDGER-AMOUNT2              PIC 9(7).
               02 LEDGER-BALANCE2             PIC 9(7).
               02 LEDGER-OPERATOR2            PIC X(30).
               02 LEDGER-EVENT-ID2            PIC 9(6).

       FD RecoveryReportFile.
       01 RecoveryReportRecord                PIC X(150).

       FD JobLogFile.
       01 JobLogRecord                        PIC X(150).

       FD JobCheckpointFile.
       01 JobCheckpointRecord                 PIC X(200).

       FD TEMP-CHECKPOINT-FILE.
       01 TempCheckpointRecord                PIC X(200).

       FD TransferFile.
       01 TransferRecord.
               02 XFER-LOG-DATE               PIC X(8).
               02 XFER-LOG-OLD-REF            PIC 9(6).
               02 XFER-LOG-NEW-REF            PIC 9(6).
               02 XFER-LOG-FROM               PIC X(30).
               02 XFER-LOG-TO                 PIC X(30).
               02 XFER-LOG-EVENT-ID           PIC 9(6).
               02 XFER-LOG-EVENTNAME          PIC X(50).
               02 XFER-LOG-SEATS              PIC 9(4).
               02 XFER-LOG-PAID               PIC X(9).

       FD TEMP-TRANSFER-FILE.
       01 TempTransferRecord                  PIC X(149).

       FD FinReconFile.
       01 FinReconRecord                      PIC X(150).

       FD ChartOfAccountsFile.
       01 ChartOfAccountsRecord.
               02 COA-KEY                     PIC X(12).
               02 COA-CODE                    PIC X(10).
               02 COA-NAME                    PIC X(30).

       FD TEMP-CHART-FILE.
       01 TempChartRecord.
               02 COA-KEY2                    PIC X(12).
               02 COA-CODE2                   PIC X(10).
               02 COA-NAME2                   PIC X(30).

       FD GlBatchFile.
       01 GlBatchRecord.
               02 GLB-BATCH-NO                PIC 9(6).
               02 GLB-FROM-DATE               PIC 9(8).
               02 GLB-TO-DATE                 PIC 9(8).
               02 GLB-RUN-TIME                PIC X(14).
               02 GLB-ENTRIES                 PIC 9(6).
               02 GLB-LINES                   PIC 9(6).
               02 GLB-DEBITS                  PIC 9(11).
               02 GLB-CREDITS                 PIC 9(11).
               02 GLB-OPERATOR                PIC X(30).

       FD GlJournalFile.
       01 GlJournalRecord.
               02 GLJ-BATCH-NO                PIC 9(6).
               02 GLJ-ENTRY-NO                PIC 9(6).
               02 GLJ-LINE-NO                 PIC 9(2).
               02 GLJ-DATE                    PIC X(8).
               02 GLJ-ACCOUNT                 PIC X(10).
               02 GLJ-DEBIT                   PIC 9(9).
               02 GLJ-CREDIT                  PIC 9(9).
               02 GLJ-SOURCE                  PIC X(8).
               02 GLJ-REF                     PIC X(10).
               02 GLJ-TEXT                    PIC X(40).

       FD VatConfigFile.
       01 VatConfigRecord.
               02 VAT-CFG-RATE                PIC 9(2)V99.
               02 VAT-CFG-CHANGED             PIC X(14).
               02 VAT-CFG-BY                  PIC X(30).

       FD ReceiptSeqFile.
       01 ReceiptSeqRecord.
               02 RCPT-SEQ-LAST-OR            PIC 9(8).
               02 RCPT-SEQ-LAST-CM            PIC 9(8).

       FD ReceiptFile.
       01 ReceiptRecord.
               02 RCPT-TYPE                   PIC X(2).
               02 RCPT-NO                     PIC 9(8).
               02 RCPT-DATE                   PIC X(8).
               02 RCPT-TIME                   PIC X(6).
               02 RCPT-STATUS                 PIC X(1).
               02 RCPT-BOOKING-REF            PIC 9(6).
               02 RCPT-USERNAME               PIC X(30).
               02 RCPT-EVENTNAME              PIC X(50).
               02 RCPT-NET                    PIC 9(9).
               02 RCPT-VAT                    PIC 9(9).
               02 RCPT-TOTAL                  PIC 9(9).
               02 RCPT-RATE                   PIC 9(2)V99.
               02 RCPT-ORIG-NO                PIC 9(8).
               02 RCPT-SOURCE                 PIC X(8).
               02 RCPT-EVENT-ID               PIC 9(6).

       FD TEMP-RECEIPT-FILE.
       01 TempReceiptRecord                   PIC X(164).

       FD VatSummaryFile.
       01 VatSummaryRecord                    PIC X(132).

       FD PointsFile.
       01 PointsRecord.
               02 PTS-USERNAME                PIC X(30).
               02 PTS-DATE                    PIC X(8).
               02 PTS-TYPE                    PIC X(8).
               02 PTS-POINTS                  PIC 9(7).
               02 PTS-REF                     PIC 9(6).
               02 PTS-EXPIRY                  PIC X(8).
               02 PTS-TXN-ID                  PIC 9(6).

       FD TEMP-POINTS-FILE.
       01 TempPointsRecord                    PIC X(73).

       FD EventLimitFile.
       01 EventLimitRecord.
               02 LIMIT-EVENT-ID              PIC 9(6).
               02 LIMIT-MODE                  PIC X(1).
               02 LIMIT-MAX                   PIC 9(4).
               02 LIMIT-CHANGED               PIC X(14).
               02 LIMIT-BY                    PIC X(30).


       WORKING-STORAGE SECTION.
       *> =================== USER INPUT ===================
       01 BOOK-LOCATION          PIC X(20).
       01 BOOK-ORGANIZER         PIC X(20).
       01 TIER-BOOK-NAME         PIC X(15).
       01 TIER-BOOK-BAND         PIC X(10).
       01 TIER-REMAIN            PIC 9(4) VALUE 0.
       01 TIER-ADJ-EVENTNAME     PIC X(50).
       01 TIER-ADJ-TIERNAME      PIC X(15).
       01 CLOSED-COUNT           PIC 9(3) VALUE 0.
       01 CLOSE-IDX              PIC 9(3) VALUE 0.
       01 CLOSE-MAX              PIC 9(3) VALUE 50.
       01 CLOSE-MORE             PIC 9 VALUE 0.
       01 CLOSE-PASS             PIC 9(4) VALUE 0.
       01 CLOSE-READ-TOTAL       PIC 9(6) VALUE 0.
       01 CLOSE-TOTAL            PIC 9(6) VALUE 0.
       01 CLOSE-RESUMED          PIC 9(6) VALUE 0.
       01 CLOSE-LOSS-COUNT       PIC 9(6) VALUE 0.
       01 CLOSE-HIST-FOUND       PIC 9 VALUE 0.
       01 CLOSE-FIND-IDX         PIC 9(3) VALUE 0.
       01 CLOSE-CONF-LEFT        PIC 9(3) VALUE 0.
       01 CLOSE-FIND-PTR         PIC 9(3) VALUE 0.
       01 CLOSE-FIND-LINE        PIC X(150).
       01 CLOSE-LINE-FOUND       PIC 9 VALUE 0.
       01 CLOSE-STMT-DONE        PIC 9 VALUE 0.
       01 CLOSE-TABLE.
           05 CLOSE-ENTRY OCCURS 50 TIMES.
               10 CLOSE-EVENTNAME     PIC X(20).
               10 CLOSE-ORGANIZER     PIC X(20).
               10 CLOSE-REV           PIC 9(9).
               10 CLOSE-VENUE-COST    PIC 9(5).
               10 CLOSE-INTENT        PIC 9.
               10 CLOSE-INTENT-AMT    PIC 9(9).
       01 CLOSE-EVENT-UP         PIC X(20).
       01 CLOSE-SOLD             PIC 9(5) VALUE 0.
       01 CLOSE-REVENUE          PIC 9(9) VALUE 0.
       01 RECON-COUNT            PIC 9(3) VALUE 0.
       01 RECON-IDX              PIC 9(3) VALUE 0.
       01 RECON-MAX              PIC 9(3) VALUE 50.
       01 RECON-MORE             PIC 9 VALUE 0.
       01 RECON-LAST-ID          PIC 9(6) VALUE 0.
       01 RECON-TOTAL            PIC 9(6) VALUE 0.
       01 RECON-RESUMED          PIC 9(6) VALUE 0.
       01 RECON-DISC-FLAG        PIC 9 VALUE 0.
       01 RECON-TABLE.
           05 RECON-ENTRY OCCURS 50 TIMES.
               10 RECON-EVENTNAME     PIC X(20).
       01 RECON-BACKUP-SEATS     PIC 9(4) VALUE 0.
       01 RECON-BACKUP-ANY       PIC 9 VALUE 0.
       01 RECON-IMPLIED          PIC 9(5) VALUE 0.
       01 RECON-DISC-COUNT       PIC 9(5) VALUE 0.
       01 RECON-FIX-SEATS        PIC 9(4) VALUE 0.
       01 RECON-FIX-NAME         PIC X(20).
       01 RECON-FIX-ID           PIC 9(6) VALUE 0.
               10 TIER-LIST-NAME     PIC X(15).
               10 TIER-LIST-PRICE    PIC 9(5).
               10 TIER-LIST-SEATS    PIC 9(4).
               10 TIER-LIST-BAND     PIC X(10).

       01 SRCH-MODE              PIC 9 VALUE 1.
       01 SRCH-ORG               PIC X(20).
       01 MAINT-FILE             PIC X(1).
       01 MAINT-USERNAME         PIC X(30).
       01 MAINT-FOUND            PIC 9 VALUE 0.
       01 MAINT-NEW-SALT         PIC X(16).
       01 MAINT-NEW-HASH         PIC X(64).
       01 MAINT-NEW-STATUS       PIC X(1).
       01 MAINT-NEW-FORCE        PIC X(1).
       01 MAINT-NEW-TYPE         PIC X(1).
       01 MAINT-STATUS-CHOICE    PIC X(1).
       01 MAINT-NEW-ORG          PIC X(20).
       01 SIGNIN-STATUS          PIC X(1).
       01 SIGNIN-FORCE           PIC X(1).

           05 PAYOUT-ENTRY OCCURS 50 TIMES.
               10 PAYOUT-ORGANIZER    PIC X(20).
               10 PAYOUT-GROSS        PIC 9(9).
               10 PAYOUT-VAT          PIC 9(9).
               10 PAYOUT-STATED       PIC 9.
       01 PAYOUT-ORG-UP          PIC X(20).
       01 PAYOUT-ADD-AMT         PIC 9(9) VALUE 0.
       01 PAYOUT-ADD-VAT         PIC 9(9) VALUE 0.
       01 PAYOUT-PCT             PIC 9(3) VALUE 0.
       01 PAYOUT-PCT-FOUND       PIC 9 VALUE 0.
       01 PAYOUT-COMMISSION      PIC 9(9) VALUE 0.
       01 HOLD-BOOK-LOCATION     PIC X(20).
       01 HOLD-BOOK-ORGANIZER    PIC X(20).
       01 HOLD-BOOK-PRICE        PIC 9(5) VALUE 0.
       01 HOLD-BOOK-BAND         PIC X(10).
       01 HOLD-LIVE-SEATS        PIC 9(4) VALUE 0.
       01 HOLD-SAVE-CLIENT       PIC X(30).
       01 HOLD-SAVE-EVENT-ID     PIC 9(6) VALUE 0.
       01 HOLD-SAVE-SEATS        PIC 9(4) VALUE 0.
       01 HOLD-SAVE-PRICE        PIC 9(5) VALUE 0.
       01 HOLD-SAVE-EXPIRY       PIC X(10).
       01 HOLD-SAVE-BAND         PIC X(10).
       01 HOLD-TOTAL             PIC 9(9) VALUE 0.
       01 HOLD-EXP-NUM           PIC 9(8) VALUE 0.
       01 HOLD-TEMP-YEAR         PIC 9(4) VALUE 0.
       01 HOLD-SWEEP-COUNT       PIC 9(2) VALUE 0.
       01 HOLD-SWEEP-IDX         PIC 9(2) VALUE 0.
       01 HOLD-SWEEP-MAX         PIC 9(2) VALUE 50.
       01 HOLD-SWEEP-MORE        PIC 9 VALUE 0.
       01 HOLD-SWEEP-PASS        PIC 9(4) VALUE 0.
       01 HOLD-SWEEP-READ        PIC 9(6) VALUE 0.
       01 HOLD-SWEEP-TOTAL       PIC 9(6) VALUE 0.
       01 HOLD-SWEEP-RESUMED     PIC 9(6) VALUE 0.
       01 HOLD-SWEEP-FIND-IDX    PIC 9(2) VALUE 0.
       01 HOLD-SWEEP-DROP        PIC 9 VALUE 0.
       01 HOLD-SWEEP-TABLE.
           05 HOLD-SWEEP-ENTRY OCCURS 50 TIMES.
               10 HOLD-SWEEP-REF        PIC 9(6).
               10 HOLD-SWEEP-TIER       PIC X(15).
               10 HOLD-SWEEP-SEATS      PIC 9(4).
               10 HOLD-SWEEP-CLIENT     PIC X(30).
               10 HOLD-SWEEP-PRICE      PIC 9(5).
       01 INVOICE-LINE           PIC X(120).
       01 INVOICE-CONFIRM-LINE.
           05 INV-CONF-STATUS        PIC X(11) VALUE "CONFIRMED  ".
           05 FILLER                 PIC X(10) VALUE "HOLD REF: ".
           05 INV-CONF-HOLD-REF      PIC 9(6).
           05 FILLER                 PIC X(15) VALUE
               "  BOOKING REF: ".
           05 INV-CONF-BOOK-REF      PIC 9(6).
           05 FILLER                 PIC X(9) VALUE "  SEATS: ".
           05 INV-CONF-SEATS         PIC 9(4).
           05 FILLER                 PIC X(11) VALUE "  AMOUNT: P".
           05 INV-CONF-AMOUNT        PIC 9(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 INV-CONF-USER          PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 INV-CONF-DATE          PIC X(8).

       01 SEATMAP-FOUND          PIC 9 VALUE 0.
       01 SEATMAP-NEW-ROWS       PIC 9(3) VALUE 0.
       01 SEAT-TAKEN             PIC 9 VALUE 0.
       01 SEAT-PICK-STOP         PIC 9 VALUE 0.
       01 TICKET-AMOUNT          PIC 9(9) VALUE 0.
       01 TICKET-BAND            PIC X(10).
       01 TICKET-UNIT-PRICE      PIC 9(7) VALUE 0.
       01 SEAT-PICKS-WANTED      PIC 9(2) VALUE 0.
       01 SEAT-LIST-TEXT         PIC X(100).
       01 SEAT-LIST-PTR          PIC 9(3) VALUE 1.
       01 PRD-ANY                PIC 9 VALUE 0.

       01 LEDGER-ENTRY-OPERATOR  PIC X(30) VALUE SPACES.
       01 LEDGER-ENTRY-EVENT-ID  PIC 9(6) VALUE 0.
       01 CASH-MENU-CHOICE       PIC 9(2) VALUE 0.
       01 CASH-SES-FOUND         PIC 9 VALUE 0.
       01 CASH-FLOAT-IN          PIC 9(7) VALUE 0.
       01 IMP-GOOD-COUNT         PIC 9(4) VALUE 0.
       01 IMP-REJECT-COUNT       PIC 9(4) VALUE 0.
       01 IMP-TIER-COUNT         PIC 9(4) VALUE 0.
       01 IMP-BAND-COUNT         PIC 9(4) VALUE 0.
       01 IMP-LAST-ID            PIC 9(6) VALUE 0.
       01 IMP-LAST-NAME          PIC X(20).
       01 IMP-LOC-FOUND          PIC 9 VALUE 0.
       01 XFER-TP                PIC X(30).
       01 XFER-STB               PIC X(4).
       01 XFER-TIER              PIC X(15).
       01 XFER-BAND              PIC X(10).
       01 XFER-EVENT-ID          PIC 9(6) VALUE 0.
       01 XFER-SEATS-NUM         PIC 9(4) VALUE 0.
       01 XFER-TP-NUM            PIC 9(7) VALUE 0.
       01 XFER-PAID              PIC X(9).
       01 XFER-SAVE-USER         PIC X(30).
       01 CONVERT-COUNT          PIC 9(4) VALUE 0.

       01 TXN-REC.
           05 TXN-ID                 PIC 9(6).
           05 TXN-KIND               PIC X(8).
           05 TXN-STEP               PIC X(8).
           05 TXN-USER               PIC X(30).
           05 TXN-OTHER-USER         PIC X(30).
           05 TXN-REF                PIC 9(6).
           05 TXN-NEW-REF            PIC 9(6).
           05 TXN-EVENT-ID           PIC 9(6).
           05 TXN-EVENTNAME          PIC X(50).
           05 TXN-TIER               PIC X(15).
           05 TXN-SEATS              PIC 9(4).
           05 TXN-AMOUNT             PIC 9(9).
           05 TXN-BEFORE             PIC 9(9).
           05 TXN-CODE               PIC X(10).
           05 TXN-TIME               PIC X(14).
           05 TXN-PTS-USER           PIC X(30).
           05 TXN-PTS-REF            PIC 9(6).
       01 TXN-NEXT-ID            PIC 9(6) VALUE 0.
       01 TXN-FOUND              PIC 9 VALUE 0.
       01 TXN-EOF                PIC 9 VALUE 0.
       01 TXN-SAVE-USER          PIC X(30).
       01 TXN-REF-TEXT           PIC X(6).
       01 TXN-TICKET-REF         PIC 9(6) VALUE 0.
       01 TXN-OPEN-MAX           PIC 9(3) VALUE 20.
       01 TXN-OPEN-COUNT         PIC 9(3) VALUE 0.
       01 TXN-OPEN-IDX           PIC 9(3) VALUE 0.
       01 TXN-OPEN-HIT           PIC 9(3) VALUE 0.
       01 TXN-OVERFLOW           PIC 9 VALUE 0.
       01 TXN-LOST-BEGINS        PIC 9(5) VALUE 0.
       01 TXN-LOST-STEPS         PIC 9(5) VALUE 0.
       01 TXN-OPEN-TABLE.
           05 TXN-OPEN-ENTRY OCCURS 20 TIMES.
               10 TXN-OPEN-ID         PIC 9(6).
               10 TXN-OPEN-STATE      PIC X(1).
               10 TXN-OPEN-STEPS      PIC 9(3).
               10 TXN-OPEN-BEGIN      PIC X(250).
       01 TXN-STEP-MAX           PIC 9(3) VALUE 200.
       01 TXN-STEP-COUNT         PIC 9(3) VALUE 0.
       01 TXN-STEP-IDX           PIC 9(3) VALUE 0.
       01 TXN-STEP-TABLE.
           05 TXN-STEP-ENTRY OCCURS 200 TIMES PIC X(250).
       01 TXN-ROLLED-BACK        PIC 9(3) VALUE 0.
       01 TXN-REPORT-LINE        PIC X(150).

       01 JOB-COMMAND-LINE       PIC X(80).
       01 JOB-BATCH              PIC 9 VALUE 0.
       01 JOB-NAME               PIC X(20).
       01 JOB-RUN-DATE           PIC X(8).
       01 JOB-RUN-DATE-NUM       PIC 9(8) VALUE 0.
       01 JOB-EXTRA              PIC X(20).
       01 JOB-RC                 PIC 9(2) VALUE 0.
       01 JOB-READ-COUNT         PIC 9(6) VALUE 0.
       01 JOB-DONE-COUNT         PIC 9(6) VALUE 0.
       01 JOB-RESUMED-COUNT      PIC 9(6) VALUE 0.
       01 JOB-EXCEPTION-COUNT    PIC 9(6) VALUE 0.
       01 JOB-START-TIME         PIC X(14).
       01 JOB-END-TIME           PIC X(14).
       01 JOB-MESSAGE            PIC X(80).
       01 JOB-LOG-LINE           PIC X(150).
       01 JOB-CKPT-EOF           PIC 9 VALUE 0.
       01 JOB-CKPT-REC.
           05 JOB-CKPT-JOB           PIC X(20).
           05 JOB-CKPT-RUN-DATE      PIC X(8).
           05 JOB-CKPT-STATUS        PIC X(8).
           05 JOB-CKPT-KEY           PIC 9(6).
           05 JOB-CKPT-EVENT-ID      PIC 9(6).
           05 JOB-CKPT-NAME          PIC X(50).
           05 JOB-CKPT-DATE          PIC X(10).
           05 JOB-CKPT-SEATS         PIC 9(4).
           05 JOB-CKPT-ORGANIZER     PIC X(20).
           05 JOB-CKPT-TIER          PIC X(15).
           05 JOB-CKPT-CLIENT        PIC X(30).
           05 JOB-CKPT-AMOUNT        PIC 9(9).
       01 JOB-CKPT-CURRENT       PIC X(20).

       01 FIN-MENU-CHOICE        PIC 9(2) VALUE 0.
       01 FRC-EOF                PIC 9 VALUE 0.
       01 FRC-CHECK              PIC X(8).
       01 FRC-USER               PIC X(30).
       01 FRC-REF                PIC 9(6) VALUE 0.
       01 FRC-REF-TEXT           PIC X(10).
       01 FRC-CHAIN-REF          PIC 9(6) VALUE 0.
       01 FRC-HOPS               PIC 9(2) VALUE 0.
       01 FRC-DONE               PIC 9 VALUE 0.
       01 FRC-AMOUNT             PIC 9(9) VALUE 0.
       01 FRC-EXPECTED           PIC S9(9) VALUE 0.
       01 FRC-ACTUAL             PIC S9(9) VALUE 0.
       01 FRC-NOTE               PIC X(40).
       01 FRC-BOOK-FOUND         PIC 9 VALUE 0.
       01 FRC-BOOK-PAID          PIC 9(9) VALUE 0.
       01 FRC-BOOK-EVENT-ID      PIC 9(6) VALUE 0.
       01 FRC-FIND-TYPE          PIC X(7).
       01 FRC-LEDGER-FOUND       PIC 9 VALUE 0.
       01 FRC-LEDGER-AMT         PIC 9(9) VALUE 0.
       01 FRC-XFER-FOUND         PIC 9 VALUE 0.
       01 FRC-XFER-REF           PIC 9(6) VALUE 0.
       01 FRC-XFER-EVENT-ID      PIC 9(6) VALUE 0.
       01 FRC-INV-FOUND          PIC 9 VALUE 0.
       01 FRC-INV-AMT            PIC 9(9) VALUE 0.
       01 FRC-CHECKED            PIC 9(6) VALUE 0.
       01 FRC-MISMATCHES         PIC 9(6) VALUE 0.
       01 FRC-TOTAL-MISMATCHES   PIC 9(6) VALUE 0.
       01 FRC-OVERFLOW           PIC 9(6) VALUE 0.
       01 FRC-IDX                PIC 9(4) VALUE 0.
       01 FRC-FOUND-IDX          PIC 9(4) VALUE 0.
       01 FRC-ACCT-MAX           PIC 9(4) VALUE 500.
       01 FRC-ACCT-COUNT         PIC 9(4) VALUE 0.
       01 FRC-ACCT-TABLE.
           05 FRC-ACCT-ENTRY OCCURS 500 TIMES.
               10 FRC-ACCT-USER       PIC X(30).
               10 FRC-ACCT-ON-FILE    PIC 9.
               10 FRC-ACCT-BALANCE    PIC 9(9).
               10 FRC-ACCT-REPLAY     PIC S9(9).
       01 FRC-OPER-MAX           PIC 9(4) VALUE 50.
       01 FRC-OPER-COUNT         PIC 9(4) VALUE 0.
       01 FRC-OPER-TABLE.
           05 FRC-OPER-ENTRY OCCURS 50 TIMES.
               10 FRC-OPER-NAME       PIC X(30).
               10 FRC-OPER-LEDGER     PIC 9(9).
               10 FRC-OPER-SESSION    PIC 9(9).
       01 FRC-EVT-MAX            PIC 9(4) VALUE 500.
       01 FRC-EVT-COUNT          PIC 9(4) VALUE 0.
       01 FRC-EVT-TABLE.
           05 FRC-EVT-ENTRY OCCURS 500 TIMES.
               10 FRC-EVT-ID          PIC 9(6).
               10 FRC-EVT-NAME        PIC X(20).
               10 FRC-EVT-LEDGER      PIC S9(9).
               10 FRC-EVT-SETTLED     PIC 9(9).
               10 FRC-EVT-ON-SETTLE   PIC 9.
       01 FRC-EVENT-ID           PIC 9(6) VALUE 0.
       01 FRC-SET-NAME           PIC X(20).
       01 FRC-SET-DATE           PIC X(10).
       01 FRC-SET-REST           PIC X(150).
       01 FRC-SET-POS            PIC 9(3) VALUE 0.
       01 FRC-SET-REV            PIC 9(9) VALUE 0.
       01 FRC-LINE               PIC X(150).
       01 FRC-WORK-LINE          PIC X(150).
       01 FRC-DETAIL.
           05 FRC-D-CHECK            PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 FRC-D-USER             PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 FRC-D-REF              PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 FRC-D-EXPECTED         PIC -(9)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 FRC-D-ACTUAL           PIC -(9)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FRC-D-NOTE             PIC X(40).

       01 GL-KEY                 PIC X(12).
       01 GL-CHART-OK            PIC 9 VALUE 0.
       01 GL-CHT-MAX             PIC 9(2) VALUE 50.
       01 GL-CHT-COUNT           PIC 9(2) VALUE 0.
       01 GL-IDX                 PIC 9(2) VALUE 0.
       01 GL-FOUND-IDX           PIC 9(2) VALUE 0.
       01 GL-CHART-TABLE.
           05 GL-CHT-ENTRY OCCURS 50 TIMES.
               10 GL-CHT-KEY          PIC X(12).
               10 GL-CHT-CODE         PIC X(10).
               10 GL-CHT-NAME         PIC X(30).
       01 GL-EDIT-KEY            PIC X(12).
       01 GL-EDIT-CODE           PIC X(10).
       01 GL-EDIT-NAME           PIC X(30).
       01 GL-EDIT-FOUND          PIC 9 VALUE 0.
       01 GL-EDIT-OLD-CODE       PIC X(10).
       01 GL-LAST-BATCH          PIC 9(6) VALUE 0.
       01 GL-LAST-TO             PIC 9(8) VALUE 0.
       01 GL-BATCH-NO            PIC 9(6) VALUE 0.
       01 GL-FROM-DATE           PIC 9(8) VALUE 0.
       01 GL-TO-DATE             PIC 9(8) VALUE 0.
       01 GL-TO-TEXT             PIC X(8).
       01 GL-TODAY               PIC 9(8) VALUE 0.
       01 GL-DAY-NUMBER          PIC 9(8) VALUE 0.
       01 GL-ITEM-DATE           PIC 9(8) VALUE 0.
       01 GL-IN-PERIOD           PIC 9 VALUE 0.
       01 GL-BLOCK-DATE          PIC 9(8) VALUE 0.
       01 GL-EOF                 PIC 9 VALUE 0.
       01 GL-READ-COUNT          PIC 9(6) VALUE 0.
       01 GL-ENTRY-NO            PIC 9(6) VALUE 0.
       01 GL-LINE-COUNT          PIC 9(6) VALUE 0.
       01 GL-DEBIT-TOTAL         PIC 9(11) VALUE 0.
       01 GL-CREDIT-TOTAL        PIC 9(11) VALUE 0.
       01 GL-AMOUNT              PIC 9(9) VALUE 0.
       01 GL-DR-KEY              PIC X(12).
       01 GL-CR-KEY              PIC X(12).
       01 GL-ENT-DATE            PIC X(8).
       01 GL-ENT-SOURCE          PIC X(8).
       01 GL-ENT-REF             PIC X(10).
       01 GL-ENT-TEXT            PIC X(40).
       01 GL-ENT-COUNT           PIC 9 VALUE 0.
       01 GL-ENT-IDX             PIC 9 VALUE 0.
       01 GL-ENT-TABLE.
           05 GL-ENT-LINE OCCURS 3 TIMES.
               10 GL-ENT-KEY          PIC X(12).
               10 GL-ENT-DEBIT        PIC 9(9).
               10 GL-ENT-CREDIT       PIC 9(9).
       01 GL-EVENT-ID            PIC 9(6) VALUE 0.
       01 GL-LINE                PIC X(150).
       01 GL-POS                 PIC 9(3) VALUE 0.
       01 GL-REVENUE             PIC 9(9) VALUE 0.
       01 GL-VENUE               PIC 9(9) VALUE 0.
       01 GL-GROSS               PIC 9(9) VALUE 0.
       01 GL-COMMISSION          PIC 9(9) VALUE 0.
       01 GL-NET                 PIC 9(9) VALUE 0.
       01 GL-EVT-NAME            PIC X(20).
       01 GL-EVT-REST            PIC X(150).
       01 GL-ORGANIZER           PIC X(30).
       01 GL-VAT                 PIC 9(9) VALUE 0.
       01 GL-NET-AMT             PIC 9(9) VALUE 0.
       01 GL-RCPT-TYPE           PIC X(2).
       01 GL-RCPT-REF            PIC 9(6) VALUE 0.
       01 GL-RCPT-FOUND          PIC 9 VALUE 0.
       01 GL-EVT-UP              PIC X(20).
       01 GL-SET-EVENT-ID        PIC 9(6) VALUE 0.
       01 GL-HIST-EOF            PIC 9 VALUE 0.
       01 EVAT-EVENT-ID          PIC 9(6) VALUE 0.
       01 EVAT-NAME              PIC X(20).
       01 EVAT-ASOF              PIC 9(8) VALUE 0.
       01 EVAT-MATCH             PIC 9 VALUE 0.
       01 EVAT-OR                PIC 9(11) VALUE 0.
       01 EVAT-CM                PIC 9(11) VALUE 0.
       01 EVAT-AMOUNT            PIC 9(9) VALUE 0.
       01 VAT-RATE               PIC 9(2)V99 VALUE 12.00.
       01 VAT-RATE-NEW           PIC 9(2)V99 VALUE 0.
       01 VAT-RATE-INPUT         PIC X(6).
       01 VAT-RATE-SHOW          PIC Z9.99.
       01 VAT-CONFIRM            PIC X.
       01 RCPT-ISSUE-TYPE        PIC X(2) VALUE SPACES.
       01 RCPT-ISSUE-NO          PIC 9(8) VALUE 0.
       01 RCPT-ISSUE-AMOUNT      PIC 9(9) VALUE 0.
       01 RCPT-ISSUE-NET         PIC 9(9) VALUE 0.
       01 RCPT-ISSUE-VAT         PIC 9(9) VALUE 0.
       01 RCPT-ISSUE-RATE        PIC 9(2)V99 VALUE 0.
       01 RCPT-ISSUE-REF         PIC 9(6) VALUE 0.
       01 RCPT-ISSUE-EVENT       PIC X(50).
       01 RCPT-ISSUE-SOURCE      PIC X(8).
       01 RCPT-ISSUE-EVENT-ID    PIC 9(6) VALUE 0.
       01 RCPT-ISSUE-ORIG        PIC 9(8) VALUE 0.
       01 RCPT-ISSUE-JOURNAL     PIC 9 VALUE 0.
       01 RCPT-ISSUE-DATE        PIC X(8).
       01 RCPT-ON-TICKET         PIC 9 VALUE 0.
       01 RCPT-ORIG-FOUND        PIC 9 VALUE 0.
       01 RCPT-ORIG-RATE         PIC 9(2)V99 VALUE 0.
       01 RCPT-ORIG-EVENT-ID     PIC 9(6) VALUE 0.
       01 RCPT-HOPS              PIC 9(2) VALUE 0.
       01 RCPT-FOUND             PIC 9 VALUE 0.
       01 RCPT-LAST-OR           PIC 9(8) VALUE 0.
       01 RCPT-LAST-CM           PIC 9(8) VALUE 0.
       01 RCPT-NO-TEXT           PIC X(11).
       01 RCPT-ORIG-TEXT         PIC X(11).
       01 VATS-MONTH             PIC X(6).
       01 VATS-INPUT             PIC X(6).
       01 VATS-LINE              PIC X(132).
       01 VATS-OR-COUNT          PIC 9(6) VALUE 0.
       01 VATS-OR-NET            PIC 9(11) VALUE 0.
       01 VATS-OR-VAT            PIC 9(11) VALUE 0.
       01 VATS-OR-TOTAL          PIC 9(11) VALUE 0.
       01 VATS-OR-FIRST          PIC 9(8) VALUE 0.
       01 VATS-OR-LAST           PIC 9(8) VALUE 0.
       01 VATS-VOID-COUNT        PIC 9(6) VALUE 0.
       01 VATS-VOID-TOTAL        PIC 9(11) VALUE 0.
       01 VATS-CM-COUNT          PIC 9(6) VALUE 0.
       01 VATS-CM-NET            PIC 9(11) VALUE 0.
       01 VATS-CM-VAT            PIC 9(11) VALUE 0.
       01 VATS-CM-TOTAL          PIC 9(11) VALUE 0.
       01 VATS-CM-VOID-COUNT     PIC 9(6) VALUE 0.
       01 VATS-PAYABLE           PIC S9(11) VALUE 0.
       01 VATS-PAYABLE-SHOW      PIC -(11)9.
       01 VATS-PASS              PIC 9 VALUE 0.
       01 ORGP-NAME              PIC X(20).
       01 ORGP-FILE              PIC X(1).
       01 ORGP-LINKED            PIC 9 VALUE 0.
       01 ORGP-EVENT-TABLE.
           05 ORGP-EVENT OCCURS 50 TIMES.
               10 ORGP-EV-ID          PIC 9(6).
               10 ORGP-EV-NAME        PIC X(20).
               10 ORGP-EV-DATE        PIC X(10).
               10 ORGP-EV-AVAIL       PIC 9(4).
       01 ORGP-EV-COUNT          PIC 9(3) VALUE 0.
       01 ORGP-EV-MAX            PIC 9(3) VALUE 50.
       01 ORGP-EV-IDX            PIC 9(3) VALUE 0.
       01 ORGP-TRUNCATED         PIC 9 VALUE 0.
       01 ORGP-TIER-TABLE.
           05 ORGP-TIER OCCURS 20 TIMES.
               10 ORGP-TIER-NAME      PIC X(15).
               10 ORGP-TIER-SOLD      PIC 9(6).
               10 ORGP-TIER-LEFT      PIC 9(6).
               10 ORGP-TIER-PRICE     PIC 9(5).
       01 ORGP-TIER-COUNT        PIC 9(2) VALUE 0.
       01 ORGP-TIER-IDX          PIC 9(2) VALUE 0.
       01 ORGP-TIER-FOUND        PIC 9(2) VALUE 0.
       01 ORGP-MATCH             PIC 9 VALUE 0.
       01 ORGP-SEATS             PIC 9(6) VALUE 0.
       01 ORGP-UP-NAME           PIC X(50).
       01 ORGP-UP-TIER           PIC X(15).
       01 ORGP-BOOKINGS          PIC 9(6) VALUE 0.
       01 ORGP-BOOKED-SEATS      PIC 9(6) VALUE 0.
       01 ORGP-IN-BOOKINGS       PIC 9(6) VALUE 0.
       01 ORGP-IN-SEATS          PIC 9(6) VALUE 0.
       01 ORGP-WL-COUNT          PIC 9(4) VALUE 0.
       01 ORGP-WL-SEATS          PIC 9(6) VALUE 0.
       01 ORGP-STMT-SHOW         PIC 9 VALUE 0.
       01 ORGP-STMT-ANY          PIC 9 VALUE 0.
       01 ORGP-STMT-TALLY        PIC 9(3) VALUE 0.
       01 ORGP-STMT-ORG          PIC X(20).
       01 PTS-EARN-PER           PIC 9(5) VALUE 100.
       01 PTS-PESO-VALUE         PIC 9(3) VALUE 1.
       01 PTS-LOT-TABLE.
           05 PTS-LOT OCCURS 2000 TIMES.
               10 PTS-LOT-USER        PIC X(30).
               10 PTS-LOT-REF         PIC 9(6).
               10 PTS-LOT-EXPIRY      PIC X(8).
               10 PTS-LOT-REMAIN      PIC 9(7).
       01 PTS-LOT-COUNT          PIC 9(4) VALUE 0.
       01 PTS-LOT-MAX            PIC 9(4) VALUE 2000.
       01 PTS-LOT-IDX            PIC 9(4) VALUE 0.
       01 PTS-LOT-FULL           PIC 9 VALUE 0.
       01 PTS-USER               PIC X(30).
       01 PTS-ASOF               PIC X(8).
       01 PTS-PERIOD-FROM        PIC X(8).
       01 PTS-TODAY              PIC X(8).
       01 PTS-EXP-YEAR           PIC 9(4) VALUE 0.
       01 PTS-IN-PERIOD          PIC 9 VALUE 0.
       01 PTS-NEED               PIC 9(7) VALUE 0.
       01 PTS-TAKE               PIC 9(7) VALUE 0.
       01 PTS-BALANCE            PIC 9(7) VALUE 0.
       01 PTS-EXPIRED            PIC 9(7) VALUE 0.
       01 PTS-NEXT-EXPIRY        PIC X(8).
       01 PTS-NEXT-AMOUNT        PIC 9(7) VALUE 0.
       01 PTS-PRD-EARNED         PIC 9(7) VALUE 0.
       01 PTS-PRD-REDEEMED       PIC 9(7) VALUE 0.
       01 PTS-PRD-REVERSED       PIC 9(7) VALUE 0.
       01 PTS-PRD-EXPIRED        PIC 9(7) VALUE 0.
       01 PTS-LIABILITY          PIC 9(9) VALUE 0.
       01 PTS-REDEEM-INPUT       PIC X(7).
       01 PTS-REDEEM             PIC 9(7) VALUE 0.
       01 PTS-DISCOUNT           PIC 9(7) VALUE 0.
       01 PTS-PAID-AMOUNT        PIC 9(9) VALUE 0.
       01 PTS-EARNED             PIC 9(7) VALUE 0.
       01 PTS-ON-TICKET          PIC 9 VALUE 0.
       01 PTS-TICKET-USED        PIC 9(7) VALUE 0.
       01 PTS-TICKET-DISCOUNT    PIC 9(7) VALUE 0.
       01 PTS-TICKET-EARNED      PIC 9(7) VALUE 0.
       01 PTS-W-USER             PIC X(30).
       01 PTS-W-TYPE             PIC X(8).
       01 PTS-W-POINTS           PIC 9(7) VALUE 0.
       01 PTS-W-REF              PIC 9(6) VALUE 0.
       01 PTS-W-TXN-ID           PIC 9(6) VALUE 0.
       01 PTS-REV-FOUND          PIC 9 VALUE 0.
       01 PTS-REV-EARNED         PIC 9(7) VALUE 0.
       01 PTS-REV-REDEEMED       PIC 9(7) VALUE 0.
       01 PTS-REV-EARN-USER      PIC X(30).
       01 PTS-REV-REDEEM-USER    PIC X(30).
       01 BAND-TABLE.
           05 BAND-ENTRY OCCURS 3 TIMES.
               10 BAND-E-NAME         PIC X(10).
               10 BAND-E-START        PIC X(8).
               10 BAND-E-PRICE        PIC 9(5).
       01 BAND-COUNT             PIC 9 VALUE 0.
       01 BAND-MAX               PIC 9 VALUE 3.
       01 BAND-IDX               PIC 9 VALUE 0.
       01 BAND-STOP              PIC 9 VALUE 0.
       01 BAND-ASOF              PIC X(8).
       01 BAND-PRICE             PIC 9(5) VALUE 0.
       01 BAND-NAME              PIC X(10).
       01 BAND-BEST-START        PIC X(8).
       01 BAND-IN-NAME           PIC X(10).
       01 BAND-IN-DATE           PIC X(10).
       01 BAND-IN-PRICE          PIC X(7).
       01 BAND-DATE-NUM          PIC 9(8) VALUE 0.
       01 BAND-DATE-TEXT         PIC X(8).
       01 BAND-TEMP-YEAR         PIC 9(4) VALUE 0.
       01 BAND-SHOW-DATE         PIC X(10).
       01 BAND-EVENT-ID          PIC 9(6) VALUE 0.
       01 BAND-EVENT-NAME        PIC X(20).
       01 BAND-TIER              PIC X(15).
       01 BAND-FOUND             PIC 9 VALUE 0.
       01 BAND-CONFIRM           PIC X(1).
       01 BAND-REASON            PIC X(60).
       01 IMP-LAST-TIER          PIC X(15).
       01 BANDR-TABLE.
           05 BANDR-ROW OCCURS 500 TIMES.
               10 BANDR-EV-ID         PIC 9(6).
               10 BANDR-EV-NAME       PIC X(30).
               10 BANDR-TIER          PIC X(15).
               10 BANDR-BAND          PIC X(10).
               10 BANDR-SEATS         PIC 9(6).
               10 BANDR-BOOKINGS      PIC 9(5).
               10 BANDR-REV           PIC 9(9).
               10 BANDR-DONE          PIC 9.
       01 BANDR-COUNT            PIC 9(3) VALUE 0.
       01 BANDR-MAX              PIC 9(3) VALUE 500.
       01 BANDR-IDX              PIC 9(3) VALUE 0.
       01 BANDR-JDX              PIC 9(3) VALUE 0.
       01 BANDR-FOUND            PIC 9(3) VALUE 0.
       01 BANDR-TRUNCATED        PIC 9 VALUE 0.
       01 BANDR-ORG              PIC X(20).
       01 BANDR-KEY-ID           PIC 9(6) VALUE 0.
       01 BANDR-KEY-NAME         PIC X(30).
       01 BANDR-KEY-TIER         PIC X(15).
       01 BANDR-KEY-BAND         PIC X(10).
       01 BANDR-SEATS-NUM        PIC 9(6) VALUE 0.
       01 BANDR-AMT              PIC 9(9) VALUE 0.
       01 BANDR-EV-SEATS         PIC 9(7) VALUE 0.
       01 BANDR-EV-REV           PIC 9(10) VALUE 0.
       01 BANDR-AVG              PIC 9(7) VALUE 0.
       01 BANDR-PCT              PIC 9(3) VALUE 0.
       01 BANDR-SAME             PIC 9 VALUE 0.
       01 LIM-TABLE.
           05 LIM-ENTRY OCCURS 500 TIMES.
               10 LIM-T-ID            PIC 9(6).
               10 LIM-T-MODE          PIC X(1).
               10 LIM-T-MAX           PIC 9(4).
       01 LIM-COUNT              PIC 9(4) VALUE 0.
       01 LIM-TABLE-MAX          PIC 9(4) VALUE 500.
       01 LIM-IDX                PIC 9(4) VALUE 0.
       01 LIM-FOUND              PIC 9(4) VALUE 0.
       01 LIM-DEFAULT            PIC 9(4) VALUE 0.
       01 LIM-EVENT-ID           PIC 9(6) VALUE 0.
       01 LIM-KEY-ID             PIC 9(6) VALUE 0.
       01 LIM-EVENT-NAME         PIC X(50).
       01 LIM-USER               PIC X(30).
       01 LIM-MAX-NOW            PIC 9(4) VALUE 0.
       01 LIM-SOURCE             PIC X(7).
       01 LIM-OWN                PIC 9(6) VALUE 0.
       01 LIM-XFER               PIC 9(6) VALUE 0.
       01 LIM-HOLD               PIC 9(6) VALUE 0.
       01 LIM-HELD               PIC 9(6) VALUE 0.
       01 LIM-LEFT               PIC 9(6) VALUE 0.
       01 LIM-OVER               PIC 9 VALUE 0.
       01 LIM-SEATS-NUM          PIC 9(6) VALUE 0.
       01 LIM-EOF                PIC 9 VALUE 0.
       01 LIM-MATCH              PIC 9 VALUE 0.
       01 LIM-XREF-TABLE.
           05 LIM-XREF OCCURS 200 TIMES PIC 9(6).
       01 LIM-XREF-COUNT         PIC 9(4) VALUE 0.
       01 LIM-XREF-MAX           PIC 9(4) VALUE 200.
       01 LIM-XREF-IDX           PIC 9(4) VALUE 0.
       01 LIM-IS-XFER            PIC 9 VALUE 0.
       01 LIM-MENU-CHOICE        PIC 9(2) VALUE 0.
       01 LIM-PICK-ID            PIC 9(6) VALUE 0.
       01 LIM-PICK-NAME          PIC X(20).
       01 LIM-PICK-FOUND         PIC 9 VALUE 0.
       01 LIM-NEW-MODE           PIC X(1).
       01 LIM-NEW-MAX            PIC 9(4) VALUE 0.
       01 LIM-SHOW               PIC X(8).
       01 LIM-OLD-SHOW           PIC X(8).
       01 LIM-INPUT              PIC X(6).
       01 ANOM-XFER-MIN          PIC 9(4) VALUE 3.
       01 ANOM-CYCLE-DAYS        PIC 9(3) VALUE 3.
       01 ANOM-CYCLE-MIN         PIC 9(4) VALUE 2.
       01 ANOM-NEW-DAYS          PIC 9(3) VALUE 7.
       01 ANOM-BURST-DAYS        PIC 9(3) VALUE 2.
       01 ANOM-BURST-MIN         PIC 9(4) VALUE 3.
       01 ANOM-LOCK-MIN          PIC 9(4) VALUE 2.
       01 ANOM-FLAGS             PIC 9(5) VALUE 0.
       01 ANOM-TRUNCATED         PIC 9 VALUE 0.
       01 ANOM-DATE-NUM          PIC 9(8) VALUE 0.
       01 ANOM-DAY               PIC 9(8) VALUE 0.
       01 ANOM-GAP               PIC S9(8) VALUE 0.
       01 ANOM-FOUND             PIC 9(4) VALUE 0.
       01 ANOM-EVENT-ID          PIC 9(6) VALUE 0.
       01 ANOM-EVENT-NAME        PIC X(50).
       01 ANOM-A-USER            PIC X(30).
       01 ANOM-A-ACTION          PIC X(30).
       01 ANOM-A-BEFORE          PIC X(80).
       01 ANOM-A-AFTER           PIC X(80).
       01 ANOM-A-STAMP           PIC X(30).
       01 ANOMX-TABLE.
           05 ANOMX-ENTRY OCCURS 500 TIMES.
               10 ANOMX-USER          PIC X(30).
               10 ANOMX-EV-ID         PIC 9(6).
               10 ANOMX-EV-NAME       PIC X(50).
               10 ANOMX-TIMES         PIC 9(5).
               10 ANOMX-SEATS         PIC 9(6).
               10 ANOMX-LAST          PIC X(8).
       01 ANOMX-COUNT            PIC 9(4) VALUE 0.
       01 ANOMX-MAX              PIC 9(4) VALUE 500.
       01 ANOMX-IDX              PIC 9(4) VALUE 0.
       01 ANOMC-TABLE.
           05 ANOMC-ENTRY OCCURS 500 TIMES.
               10 ANOMC-USER          PIC X(30).
               10 ANOMC-DEP-DAY       PIC 9(8).
               10 ANOMC-CYCLES        PIC 9(5).
               10 ANOMC-REFUND        PIC 9(9).
               10 ANOMC-LAST          PIC X(8).
       01 ANOMC-COUNT            PIC 9(4) VALUE 0.
       01 ANOMC-MAX              PIC 9(4) VALUE 500.
       01 ANOMC-IDX              PIC 9(4) VALUE 0.
       01 ANOMS-TABLE.
           05 ANOMS-ENTRY OCCURS 1000 TIMES.
               10 ANOMS-USER          PIC X(30).
               10 ANOMS-DAY           PIC 9(8).
               10 ANOMS-BOUGHT        PIC 9.
       01 ANOMS-COUNT            PIC 9(4) VALUE 0.
       01 ANOMS-MAX              PIC 9(4) VALUE 1000.
       01 ANOMS-IDX              PIC 9(4) VALUE 0.
       01 ANOMN-TABLE.
           05 ANOMN-ENTRY OCCURS 1000 TIMES.
               10 ANOMN-EV-ID         PIC 9(6).
               10 ANOMN-USER          PIC X(30).
               10 ANOMN-DAY           PIC 9(8).
               10 ANOMN-DATE          PIC X(8).
               10 ANOMN-DONE          PIC 9.
       01 ANOMN-COUNT            PIC 9(4) VALUE 0.
       01 ANOMN-MAX              PIC 9(4) VALUE 1000.
       01 ANOMN-IDX              PIC 9(4) VALUE 0.
       01 ANOMN-JDX              PIC 9(4) VALUE 0.
       01 ANOMN-IN-BURST         PIC 9(4) VALUE 0.
       01 ANOML-TABLE.
           05 ANOML-ENTRY OCCURS 500 TIMES.
               10 ANOML-USER          PIC X(30).
               10 ANOML-TIMES         PIC 9(5).
               10 ANOML-LAST          PIC X(8).
       01 ANOML-COUNT            PIC 9(4) VALUE 0.
       01 ANOML-MAX              PIC 9(4) VALUE 500.
       01 ANOML-IDX              PIC 9(4) VALUE 0.
       01 ANOM-X-CHECK           PIC X(14).
       01 ANOM-X-ACCOUNT         PIC X(30).
       01 ANOM-X-EVENT-ID        PIC 9(6) VALUE 0.
       01 ANOM-X-EVENT-NAME      PIC X(50).
       01 ANOM-X-COUNT           PIC 9(5) VALUE 0.
       01 ANOM-X-AMOUNT          PIC 9(9) VALUE 0.
       01 ANOM-X-DATE            PIC X(8).
       01 PWH-READY              PIC 9 VALUE 0.
       01 PWH-SEEDED             PIC 9 VALUE 0.
       01 PWH-ROUNDS             PIC 9(5) VALUE 100.
       01 PWH-ROUND              PIC 9(5) VALUE 0.
       01 PWH-SALT               PIC X(16).
       01 PWH-HASH               PIC X(64).
       01 PWH-MATCH              PIC 9 VALUE 0.
       01 PWH-LEGACY             PIC 9 VALUE 0.
       01 PWH-UPGRADE-FILE       PIC X(1).
       01 PWH-SALT-CHARS         PIC X(64).
       01 PWH-HEX-CHARS          PIC X(16) VALUE "0123456789abcdef".
       01 PWH-SEED               PIC 9(9) VALUE 0.
       01 PWH-RAND               PIC V9(9) VALUE 0.
       01 PWH-PICK               PIC 9(3) VALUE 0.
       01 PWH-MSG                PIC X(64).
       01 PWH-MSG-LEN            PIC 9(3) VALUE 0.
       01 PWH-MSG-BITS           PIC 9(4) VALUE 0.
       01 PWH-DIGEST             PIC X(32).
       01 PWH-BYTE               PIC 9(3) VALUE 0.
       01 PWH-IDX                PIC 9(3) VALUE 0.
       01 PWH-JDX                PIC 9(3) VALUE 0.
       01 PWH-T                  PIC 9(3) VALUE 0.
       01 PWH-POW-TABLE.
           05 PWH-POW OCCURS 33 TIMES PIC 9(10).
       01 PWH-IV-TABLE.
           05 PWH-IV OCCURS 8 TIMES PIC 9(10).
       01 PWH-K-TABLE.
           05 PWH-K OCCURS 64 TIMES PIC 9(10).
       01 PWH-W-TABLE.
           05 PWH-W OCCURS 64 TIMES PIC 9(10).
       01 PWH-STATE-TABLE.
           05 PWH-STATE OCCURS 8 TIMES PIC 9(10).
       01 PWH-NIBBLE-TABLE.
           05 PWH-NIB-ROW OCCURS 16 TIMES.
               10 PWH-NIB-XOR OCCURS 16 TIMES PIC 9(2).
               10 PWH-NIB-AND OCCURS 16 TIMES PIC 9(2).
       01 PWH-A                  PIC 9(10) VALUE 0.
       01 PWH-B                  PIC 9(10) VALUE 0.
       01 PWH-C                  PIC 9(10) VALUE 0.
       01 PWH-D                  PIC 9(10) VALUE 0.
       01 PWH-E                  PIC 9(10) VALUE 0.
       01 PWH-F                  PIC 9(10) VALUE 0.
       01 PWH-G                  PIC 9(10) VALUE 0.
       01 PWH-H                  PIC 9(10) VALUE 0.
       01 PWH-T1                 PIC 9(12) VALUE 0.
       01 PWH-T2                 PIC 9(12) VALUE 0.
       01 PWH-SUM                PIC 9(12) VALUE 0.
       01 PWH-X                  PIC 9(10) VALUE 0.
       01 PWH-Y                  PIC 9(10) VALUE 0.
       01 PWH-Z                  PIC 9(10) VALUE 0.
       01 PWH-R                  PIC 9(10) VALUE 0.
       01 PWH-XW                 PIC 9(10) VALUE 0.
       01 PWH-YW                 PIC 9(10) VALUE 0.
       01 PWH-Q                  PIC 9(10) VALUE 0.
       01 PWH-XN                 PIC 9(2) VALUE 0.
       01 PWH-YN                 PIC 9(2) VALUE 0.
       01 PWH-PLACE              PIC 9(10) VALUE 0.
       01 PWH-ROT-IN             PIC 9(10) VALUE 0.
       01 PWH-ROT-N              PIC 9(2) VALUE 0.
       01 PWH-ROT-OUT            PIC 9(10) VALUE 0.
       01 PWH-ROT-REM            PIC 9(10) VALUE 0.
       01 PWH-R1                 PIC 9(10) VALUE 0.
       01 PWH-R2                 PIC 9(10) VALUE 0.
       01 PWH-R3                 PIC 9(10) VALUE 0.
       01 PWH-SIG                PIC 9(10) VALUE 0.
       01 PWH-CH                 PIC 9(10) VALUE 0.
       01 PWH-MAJ                PIC 9(10) VALUE 0.
       01 PWH-BIT                PIC 9(2) VALUE 0.
       01 PWH-BA                 PIC 9(2) VALUE 0.
       01 PWH-BB                 PIC 9(2) VALUE 0.
       01 PWH-RA                 PIC 9 VALUE 0.
       01 PWH-RB                 PIC 9 VALUE 0.
       01 PWH-BQ                 PIC 9(2) VALUE 0.
       01 PWH-LEG-COUNT          PIC 9(5) VALUE 0.
       01 PWH-ACCT-COUNT         PIC 9(5) VALUE 0.
       01 PWH-LEG-TYPE           PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT JOB-COMMAND-LINE FROM COMMAND-LINE.
           IF JOB-COMMAND-LINE NOT = SPACES
               MOVE 1 TO JOB-BATCH
               MOVE "BATCH" TO USERNAME
           END-IF.
           PERFORM RECOVER-TRANSACTIONS.
           IF JOB-BATCH = 1
               PERFORM RUN-BATCH-JOB
               MOVE JOB-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INTRO.
           PERFORM MAIN-MENU UNTIL CHOICE = 0.
           STOP RUN.
           perform better
           DISPLAY "|    [02] GUEST                                 |".
           perform better
           DISPLAY "|    [03] ORGANIZER                             |".
           perform better
           DISPLAY "|    [00] EXIT                                  |".
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
                       PERFORM ADMIN-SIGN-IN
                   WHEN CHOICE = 2
                       PERFORM GUEST-SIGN-IN
                   WHEN CHOICE = 3
                       PERFORM ORGANIZER-SIGN-IN
                   WHEN CHOICE = 0
                       PERFORM MAIN-MENU
                       PERFORM CLEAR-SCREEN
           MOVE 'N' TO VALID-USER
           MOVE SPACES TO SIGNIN-STATUS
           MOVE SPACES TO SIGNIN-FORCE
           MOVE 0 TO PWH-LEGACY

           PERFORM UNTIL EOF = 1 OR VALID-USER = 'Y'
               READ AdminFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE 0 TO PWH-MATCH
                       IF USERNAME = ADMIN-STORED-USERNAME AND
                          USER-TYPE = ADMIN-STORED-USER-TYPE AND
                          USER-TYPE NOT = "O"
                           PERFORM PWH-CHECK-ADMIN
                       END-IF
                       IF PWH-MATCH = 1
                           MOVE 'Y' TO VALID-USER
                           MOVE ADMIN-STORED-STATUS TO SIGNIN-STATUS
                           MOVE ADMIN-FORCE-CHANGE TO SIGNIN-FORCE
                   DISPLAY "Please contact an administrator."
                   ACCEPT END-IN
               ELSE
                   IF PWH-LEGACY = 1
                       MOVE "A" TO PWH-UPGRADE-FILE
                       PERFORM PWH-UPGRADE-ACCOUNT
                   END-IF
                   PERFORM BETTER DISPLAY "Log in successful."
                   ACCEPT END-IN
                   IF SIGNIN-FORCE = 'Y'
                   ADMIN-LOGIN-FAIL-LOCKOUT(ADMIN-LOGIN-FAIL-FOUND)
                   MOVE 0 TO
                   ADMIN-LOGIN-FAIL-CNT(ADMIN-LOGIN-FAIL-FOUND)
                   MOVE "LOGIN-LOCKOUT" TO AUDIT-ACTION
                   MOVE "5 FAILED SIGN-IN ATTEMPTS" TO AUDIT-BEFORE
                   MOVE "ADMIN SIGN-IN COOLING DOWN" TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM BETTER
                   DISPLAY
                   "Too many failed attempts. Account is cooling down."
           MOVE 'N' TO VALID-USER
           MOVE SPACES TO SIGNIN-STATUS
           MOVE SPACES TO SIGNIN-FORCE
           MOVE 0 TO PWH-LEGACY

           PERFORM UNTIL EOF = 1 OR VALID-USER = 'Y'
               READ UserFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE 0 TO PWH-MATCH
                       IF USERNAME = ATTENDEE-STORED-USERNAME AND
                           USER-TYPE = ATTENDEE-STORED-USER-TYPE AND
                           USER-TYPE NOT = "O"
                           PERFORM PWH-CHECK-ATTENDEE
                       END-IF
                       IF PWH-MATCH = 1
                           MOVE 'Y' TO VALID-USER
                           MOVE ATTENDEE-STORED-STATUS TO SIGNIN-STATUS
                           MOVE ATTENDEE-FORCE-CHANGE TO SIGNIN-FORCE
                   DISPLAY "Please contact an administrator."
                   ACCEPT END-IN
               ELSE
                   IF PWH-LEGACY = 1
                       MOVE "G" TO PWH-UPGRADE-FILE
                       PERFORM PWH-UPGRADE-ACCOUNT
                   END-IF
                   PERFORM BETTER DISPLAY "Log in successful."
                   ACCEPT END-IN
                   IF SIGNIN-FORCE = 'Y'
                   GUEST-LOGIN-FAIL-LOCKOUT(GUEST-LOGIN-FAIL-FOUND)
                   MOVE 0 TO
                   GUEST-LOGIN-FAIL-CNT(GUEST-LOGIN-FAIL-FOUND)
                   MOVE "LOGIN-LOCKOUT" TO AUDIT-ACTION
                   MOVE "5 FAILED SIGN-IN ATTEMPTS" TO AUDIT-BEFORE
                   MOVE "GUEST SIGN-IN COOLING DOWN" TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM BETTER
                   DISPLAY
                   "Too many failed attempts. Account is cooling down."



       ORGANIZER-SIGN-IN.
            CALL "SYSTEM" USING "CLS"
            PERFORM CLEAR-SCREEN
            PERFORM CLEAR-SCREEN
            MOVE " " TO USERNAME
            MOVE " " TO PASSWORDS
            MOVE "O" TO USER-TYPE
            PERFORM BETTER DISPLAY "   "
            PERFORM BETTER DISPLAY "   "
            PERFORM BETTER DISPLAY "   "
             PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *            ORGANIZER LOG-IN           *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
            PERFORM BETTER DISPLAY "   "
            PERFORM BETTER DISPLAY "   "
            PERFORM BETTER DISPLAY "   "
            PERFORM BETTER DISPLAY 'Enter Username: '
            PERFORM BETTER ACCEPT USERNAME
            PERFORM GUEST-FIND-LOGIN-FAIL-ENTRY
            IF GUEST-LOGIN-FAIL-FOUND > 0 AND
                GUEST-LOGIN-FAIL-LOCKOUT(GUEST-LOGIN-FAIL-FOUND) > 0
                PERFORM BETTER DISPLAY
                "Too many failed attempts. Account is cooling down."
                PERFORM BETTER
                DISPLAY "Please try again later."
                SUBTRACT 1 FROM
                GUEST-LOGIN-FAIL-LOCKOUT(GUEST-LOGIN-FAIL-FOUND)
                ACCEPT END-IN
            ELSE
            PERFORM BETTER DISPLAY 'Enter Password: '
            PERFORM BETTER ACCEPT PASSWORDS
            perform ORGANIZER-VERIFY-CREDENTIALS
            END-IF.

       ORGANIZER-VERIFY-CREDENTIALS.
           MOVE 'N' TO VALID-USER
           MOVE SPACES TO SIGNIN-STATUS
           MOVE SPACES TO SIGNIN-FORCE
           MOVE SPACES TO ORGP-NAME
           MOVE SPACES TO ORGP-FILE
           MOVE 0 TO PWH-LEGACY

           OPEN INPUT UserFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1 OR VALID-USER = 'Y'
                   READ UserFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE 0 TO PWH-MATCH
                           IF USERNAME = ATTENDEE-STORED-USERNAME AND
                               ATTENDEE-STORED-USER-TYPE = "O"
                               PERFORM PWH-CHECK-ATTENDEE
                           END-IF
                           IF PWH-MATCH = 1
                               MOVE 'Y' TO VALID-USER
                               MOVE "G" TO ORGP-FILE
                               MOVE ATTENDEE-STORED-STATUS TO
                                   SIGNIN-STATUS
                               MOVE ATTENDEE-FORCE-CHANGE TO
                                   SIGNIN-FORCE
                               MOVE FUNCTION UPPER-CASE
                                   (ATTENDEE-STORED-ORG-NAME)
                                   TO ORGP-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UserFile
           END-IF

           IF VALID-USER = 'N'
               OPEN INPUT AdminFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1 OR VALID-USER = 'Y'
                       READ AdminFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE 0 TO PWH-MATCH
                               IF USERNAME = ADMIN-STORED-USERNAME AND
                                   ADMIN-STORED-USER-TYPE = "O"
                                   PERFORM PWH-CHECK-ADMIN
                               END-IF
                               IF PWH-MATCH = 1
                                   MOVE 'Y' TO VALID-USER
                                   MOVE "A" TO ORGP-FILE
                                   MOVE ADMIN-STORED-STATUS TO
                                       SIGNIN-STATUS
                                   MOVE ADMIN-FORCE-CHANGE TO
                                       SIGNIN-FORCE
                                   MOVE FUNCTION UPPER-CASE
                                       (ADMIN-STORED-ORG-NAME)
                                       TO ORGP-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AdminFile
               END-IF
           END-IF

           IF VALID-USER = 'Y'
               IF GUEST-LOGIN-FAIL-FOUND > 0
                   MOVE 0 TO
                   GUEST-LOGIN-FAIL-CNT(GUEST-LOGIN-FAIL-FOUND)
               END-IF
               PERFORM ORGP-CHECK-ORGANIZER
               IF SIGNIN-STATUS = 'D'
                   PERFORM BETTER
                   DISPLAY "This account has been deactivated."
                   PERFORM BETTER
                   DISPLAY "Please contact an administrator."
                   ACCEPT END-IN
               ELSE
               IF ORGP-LINKED = 0
                   PERFORM BETTER
                   DISPLAY "This account is not linked to an organizer "
                   "on file."
                   PERFORM BETTER
                   DISPLAY "Please contact an administrator."
                   ACCEPT END-IN
               ELSE
                   IF PWH-LEGACY = 1
                       MOVE ORGP-FILE TO PWH-UPGRADE-FILE
                       PERFORM PWH-UPGRADE-ACCOUNT
                   END-IF
                   PERFORM BETTER DISPLAY "Log in successful."
                   ACCEPT END-IN
                   IF SIGNIN-FORCE = 'Y'
                       IF ORGP-FILE = "A"
                           PERFORM ADMIN-FORCE-NEW-PASSWORD
                       ELSE
                           PERFORM GUEST-FORCE-NEW-PASSWORD
                       END-IF
                   END-IF
                   PERFORM ORGANIZER-FEATURES
               END-IF
               END-IF
           END-IF
           IF VALID-USER = 'N' AND GUEST-LOGIN-FAIL-FOUND > 0
               ADD 1 TO
               GUEST-LOGIN-FAIL-CNT(GUEST-LOGIN-FAIL-FOUND)
               IF GUEST-LOGIN-FAIL-CNT(GUEST-LOGIN-FAIL-FOUND) >= 5
                   MOVE 3 TO
                   GUEST-LOGIN-FAIL-LOCKOUT(GUEST-LOGIN-FAIL-FOUND)
                   MOVE 0 TO
                   GUEST-LOGIN-FAIL-CNT(GUEST-LOGIN-FAIL-FOUND)
                   MOVE "LOGIN-LOCKOUT" TO AUDIT-ACTION
                   MOVE "5 FAILED SIGN-IN ATTEMPTS" TO AUDIT-BEFORE
                   MOVE "ORGANIZER SIGN-IN COOLING DOWN" TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM BETTER
                   DISPLAY
                   "Too many failed attempts. Account is cooling down."
               ELSE
                   PERFORM BETTER
                   DISPLAY 'Invalid credentials, please try again.'
               END-IF
               ACCEPT END-IN
           ELSE
               IF VALID-USER = 'N'
                   PERFORM BETTER
                   DISPLAY 'Invalid credentials, please try again.'
                   ACCEPT END-IN
               END-IF
           END-IF.

       ORGP-CHECK-ORGANIZER.
           MOVE 0 TO ORGP-LINKED
           IF ORGP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OrganizerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(ORG-NAME) = ORGP-NAME
                               MOVE 1 TO ORGP-LINKED
                               MOVE 1 TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrganizerFile
           END-IF.

       GUEST-SAVE-CREDENTIALS.
           CALL "SYSTEM" USING "CLS"
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER DISPLAY "Securing Password...".
           MOVE NEW-PASSWORD TO PASSWORDS.
           PERFORM PWH-NEW-SALT.
           PERFORM PWH-HASH-PASSWORD.
           OPEN EXTEND UserFile
               IF FILE-STATUS = "30"
                   OPEN OUTPUT UserFile
               END-IF
           MOVE NEW-USERNAME TO ATTENDEE-STORED-USERNAME
           MOVE SPACES TO ATTENDEE-STORED-PASSWORD
           MOVE NEW-USER-TYPE TO ATTENDEE-STORED-USER-TYPE
           MOVE SPACE TO ATTENDEE-STORED-STATUS
           MOVE SPACE TO ATTENDEE-FORCE-CHANGE
           MOVE SPACES TO ATTENDEE-STORED-ORG-NAME
           MOVE PWH-SALT TO ATTENDEE-STORED-SALT
           MOVE PWH-HASH TO ATTENDEE-STORED-HASH
           WRITE UserRecord
           CLOSE UserFile
           MOVE NEW-USERNAME TO USERNAME
           MOVE "SIGN-UP" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE "GUEST ACCOUNT CREATED" TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG
           PERFORM BETTER DISPLAY 'Sign-up successful, please sign in.'
           ACCEPT OMITTED
           PERFORM GUEST-SIGN-IN.
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER DISPLAY "Securing Password...".
           MOVE NEW-PASSWORD TO PASSWORDS.
           PERFORM PWH-NEW-SALT.
           PERFORM PWH-HASH-PASSWORD.
           OPEN EXTEND AdminFile
               IF FILE-STATUS = "30"
                   OPEN OUTPUT AdminFile
               END-IF
           MOVE NEW-USERNAME TO ADMIN-STORED-USERNAME
           MOVE SPACES TO ADMIN-STORED-PASSWORD
           MOVE NEW-USER-TYPE TO ADMIN-STORED-USER-TYPE
           MOVE SPACE TO ADMIN-STORED-STATUS
           MOVE SPACE TO ADMIN-FORCE-CHANGE
           MOVE SPACES TO ADMIN-STORED-ORG-NAME
           MOVE PWH-SALT TO ADMIN-STORED-SALT
           MOVE PWH-HASH TO ADMIN-STORED-HASH
           WRITE AdminRecord
           CLOSE AdminFile
           MOVE NEW-USERNAME TO USERNAME
           MOVE "SIGN-UP" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE "ADMIN ACCOUNT CREATED" TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG
           PERFORM BETTER DISPLAY 'Sign-up successful, please sign in.'
           ACCEPT OMITTED
           PERFORM ADMIN-SIGN-IN.

       ADMIN-FEATURES.
               PERFORM UNTIL CHOICE = 22
               CALL "SYSTEM" USING 'CLS'
               MOVE 0 TO CHOICE
               PERFORM CLEAR-SCREEN
           perform better
           DISPLAY "|    [18] IMPORT-EVENTS                         |"
           perform better
           DISPLAY "|    [19] FINANCE-AND-AUDIT                     |"
           perform better
           DISPLAY "|    [20] PRICE-BAND-REPORT                     |"
           perform better
           DISPLAY "|    [21] TICKET-LIMITS                         |"
           perform better
           DISPLAY "|    [22] LOG-OUT                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

                       PERFORM IMPORT-EVENTS
                       PERFORM CLEAR-SCREEN
                   WHEN 19
                       PERFORM FINANCE-AND-AUDIT
                       PERFORM CLEAR-SCREEN
                   WHEN 20
                       PERFORM PRICE-BAND-REPORT
                       PERFORM CLEAR-SCREEN
                   WHEN 21
                       PERFORM TICKET-LIMITS
                       PERFORM CLEAR-SCREEN
                   WHEN 22
                       PERFORM MAIN-MENU
                   WHEN OTHER
                       PERFORM BETTER
                   PERFORM BETTER
                   DISPLAY "Tier " TIER-IDX " seats allocated: "
                   ACCEPT TIER-SEATS
                   MOVE SPACES TO BAND-TABLE
                   MOVE 0 TO BAND-COUNT
                   PERFORM BETTER
                   DISPLAY "Tier " TIER-IDX " dated price bands (early "
                   "bird, door)? (Y/N): "
                   ACCEPT BAND-CONFIRM
                   IF BAND-CONFIRM = 'Y' OR BAND-CONFIRM = 'y'
                       PERFORM BAND-ENTER-SCHEDULE
                   END-IF
                   MOVE BAND-TABLE TO TIER-SCHEDULE
                   MOVE EVENTNAME TO TIER-EVENTNAME
                   MOVE EVENT-ID TO TIER-EVENT-ID
                   OPEN EXTEND TicketTierFile
           MOVE 0 TO TIER-LIST-COUNT
           MOVE TICKET-PRICE TO BOOK-PRICE
           MOVE SPACES TO TIER-BOOK-NAME
           MOVE SPACES TO TIER-BOOK-BAND
           MOVE 0 TO TIER-REMAIN
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAND-ASOF

           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
                               ADD 1 TO TIER-LIST-COUNT
                               MOVE TIER-NAME TO
                                   TIER-LIST-NAME(TIER-LIST-COUNT)
                               PERFORM TIER-PRICE-IN-EFFECT
                               MOVE BAND-PRICE TO
                                   TIER-LIST-PRICE(TIER-LIST-COUNT)
                               MOVE BAND-NAME TO
                                   TIER-LIST-BAND(TIER-LIST-COUNT)
                               IF TIER-SEATS NUMERIC
                                   MOVE TIER-SEATS TO
                                   TIER-LIST-SEATS(TIER-LIST-COUNT)
                       TIER-LIST-NAME(TIER-IDX) " - P "
                       TIER-LIST-PRICE(TIER-IDX) " - "
                       TIER-LIST-SEATS(TIER-IDX) " seat(s) left"
                   IF TIER-LIST-BAND(TIER-IDX) NOT = SPACES
                       PERFORM BETTER
                       DISPLAY "      " TIER-LIST-BAND(TIER-IDX)
                       " price in effect today"
                   END-IF
               END-PERFORM
               PERFORM BETTER
               DISPLAY "Select a ticket tier: " WITH NO ADVANCING
                   TIER-CHOICE NOT > TIER-LIST-COUNT
                   MOVE TIER-LIST-PRICE(TIER-CHOICE) TO BOOK-PRICE
                   MOVE TIER-LIST-NAME(TIER-CHOICE) TO TIER-BOOK-NAME
                   MOVE TIER-LIST-BAND(TIER-CHOICE) TO TIER-BOOK-BAND
                   MOVE TIER-LIST-SEATS(TIER-CHOICE) TO TIER-REMAIN
               ELSE
                   PERFORM BETTER

           MOVE 0 TO PROMO-APPLIED
           MOVE 0 TO PROMO-DISCOUNT
           MOVE 0 TO PTS-REDEEM
           MOVE 0 TO PTS-DISCOUNT
           MOVE 0 TO SEAT-PICK-COUNT
           MOVE SPACES TO PROMO-APPLIED-CODE
           MOVE SPACES TO PROMO-ENTRY-CODE

           MOVE USERNAME TO LIM-USER
           MOVE BOOK-EVENT-ID TO LIM-EVENT-ID
           MOVE TIER-SEARCH-NAME TO LIM-EVENT-NAME
           PERFORM LIM-CHECK-ATTENDEE
           IF LIM-MAX-NOW > 0
               PERFORM BETTER
               DISPLAY "Limit: " LIM-MAX-NOW " ticket(s) per attendee "
               "for this event; you hold " LIM-HELD "."
           END-IF

                           PERFORM BETTER
           DISPLAY "How many seats would you like to purchase?: " WITH
           NO ADVANCING ACCEPT SEATS-TO-BUY
           PERFORM GET-ACCOUNT-BALANCE
           PERFORM BETTER
           MOVE FUNCTION NUMVAL(AVAILABLE-SEATS) TO AVAILABLE-SEATS
            IF SEATS-TO-BUY NUMERIC AND SEATS-TO-BUY > 0 THEN
                COMPUTE TOTAL-COST = BOOK-PRICE * SEATS-TO-BUY
                MOVE 0 TO LIM-OVER
                IF LIM-MAX-NOW > 0 AND
                    LIM-HELD + SEATS-TO-BUY > LIM-MAX-NOW
                    MOVE 1 TO LIM-OVER
                END-IF
                IF LIM-OVER = 0
                    PERFORM BETTER
                    DISPLAY "Promo code (press ENTER for none): "
                    WITH NO ADVANCING
                    ACCEPT PROMO-ENTRY-CODE
                    IF PROMO-ENTRY-CODE NOT = SPACES
                        PERFORM APPLY-PROMO-CODE
                    END-IF
                END-IF
                IF SEATS-TO-BUY NOT > AVAILABLE-SEATS AND LIM-OVER = 0
                    PERFORM PTS-OFFER-REDEMPTION
                END-IF
                IF LIM-OVER = 1 THEN
                    PERFORM BETTER
                    DISPLAY "This event allows " LIM-MAX-NOW
                    " ticket(s) per attendee."
                    PERFORM BETTER
                    DISPLAY "You already hold " LIM-HELD
                    " (bought " LIM-OWN ", transferred to you "
                    LIM-XFER ", on group hold " LIM-HOLD ")."
                    PERFORM BETTER
                    DISPLAY "You can buy at most " LIM-LEFT
                    " more. Purchase refused."
                    ELSE IF SEATS-TO-BUY > AVAILABLE-SEATS THEN
                    PERFORM BETTER DISPLAY "Not enough seats available."
                    PERFORM BETTER
                    DISPLAY "Join the waitlist for this event? (Y/N): "

                               IF SEATS-STILL-OK = 1
                               MOVE USERNAME TO ATTENDEE-STORED-USERNAME
                               PERFORM NEXT-BOOKING-REF

                               MOVE "BOOK" TO TXN-KIND
                               MOVE USERNAME TO TXN-USER
                               MOVE SPACES TO TXN-OTHER-USER
                               MOVE BOOKING-REF TO TXN-REF
                               MOVE 0 TO TXN-NEW-REF
                               MOVE BOOK-EVENT-ID TO TXN-EVENT-ID
                               MOVE SEARCH-NAME TO TXN-EVENTNAME
                               MOVE TIER-BOOK-NAME TO TXN-TIER
                               MOVE SEATS-TO-BUY TO TXN-SEATS
                               MOVE TOTAL-COST TO TXN-AMOUNT
                               PERFORM TXN-BEGIN
                               MOVE "BOOKREC" TO TXN-STEP
                               MOVE 0 TO TXN-BEFORE
                               PERFORM TXN-WRITE-JOURNAL

                               OPEN EXTEND VIEW-MY-BOOKINGS-FILE
                               IF FILE-STATUS = 30
                               MOVE BOOK-PRICE TO BOOKED-TP
                               MOVE TIER-BOOK-NAME TO BOOKED-TIER
                               MOVE BOOK-EVENT-ID TO BOOKED-EVENT-ID
                               MOVE BOOKING-REF TO BOOKED-REF
                               MOVE "N" TO BOOKED-CHECKIN
                               MOVE SPACES TO BOOKED-CHECKIN-TIME
                               MOVE TOTAL-COST TO BOOKED-PAID
                               MOVE TIER-BOOK-BAND TO BOOKED-BAND

                               WRITE MyBookingsRecord
                               CLOSE VIEW-MY-BOOKINGS-FILE
                               LIVE-AVAILABLE-SEATS GIVING
                               BOOK-NEW-SEATS

                               MOVE "EVENT" TO TXN-STEP
                               MOVE LIVE-AVAILABLE-SEATS TO TXN-BEFORE
                               PERFORM TXN-WRITE-JOURNAL
                               MOVE BOOK-NEW-SEATS TO AVAILABLE-SEATS
                               REWRITE EVENTData
                               CLOSE EventFile

                               IF TIER-BOOK-NAME NOT = SPACES
                                   PERFORM TXN-READ-TIER-SEATS
                                   MOVE "TIER" TO TXN-STEP
                                   PERFORM TXN-WRITE-JOURNAL
                                   MOVE SEARCH-NAME TO
                                   TIER-ADJ-EVENTNAME
                                   MOVE TIER-BOOK-NAME TO

                               PERFORM LOAD-SEAT-MAP-FOR-LOCATION
                               IF SEAT-HAS-MAP = 1
                                   MOVE "SEATS" TO TXN-STEP
                                   MOVE 0 TO TXN-BEFORE
                                   PERFORM TXN-WRITE-JOURNAL
                                   PERFORM SELECT-ASSIGNED-SEATS
                               END-IF

                               MOVE "WALLET" TO TXN-STEP
                               MOVE ACCOUNT-BAL TO TXN-BEFORE
                               PERFORM TXN-WRITE-JOURNAL
                               SUBTRACT TOTAL-COST FROM ACCOUNT-BAL
                               PERFORM UPDATE-ACCOUNT-BALANCE
                               MOVE "LEDGER" TO TXN-STEP
                               MOVE "DEBIT" TO TXN-CODE
                               PERFORM TXN-WRITE-JOURNAL
                               MOVE BOOKING-REF TO LEDGER-ENTRY-REF
                               MOVE "DEBIT" TO LEDGER-ENTRY-TYPE
                               MOVE TOTAL-COST TO LEDGER-ENTRY-AMOUNT
                               MOVE BOOK-EVENT-ID TO
                                   LEDGER-ENTRY-EVENT-ID
                               PERFORM WRITE-LEDGER-ENTRY

                               MOVE TOTAL-COST TO RCPT-ISSUE-AMOUNT
                               MOVE BOOKING-REF TO RCPT-ISSUE-REF
                               MOVE SEARCH-NAME TO RCPT-ISSUE-EVENT
                               MOVE "BOOKING" TO RCPT-ISSUE-SOURCE
                               MOVE BOOK-EVENT-ID TO RCPT-ISSUE-EVENT-ID
                               PERFORM ISSUE-SALE-RECEIPT

                               MOVE TOTAL-COST TO PTS-PAID-AMOUNT
                               PERFORM PTS-POST-PURCHASE

                               MOVE "TICKET" TO TXN-STEP
                               PERFORM TXN-WRITE-JOURNAL
                               MOVE TOTAL-COST TO TICKET-AMOUNT
                               MOVE TIER-BOOK-BAND TO TICKET-BAND
                               MOVE BOOK-PRICE TO TICKET-UNIT-PRICE
                               PERFORM WRITE-E-TICKET

                               IF PROMO-APPLIED = 1
                                   MOVE PROMO-APPLIED-CODE TO TXN-CODE
                                   PERFORM TXN-READ-PROMO-USED
                                   MOVE "PROMO" TO TXN-STEP
                                   PERFORM TXN-WRITE-JOURNAL
                                   PERFORM REDEEM-PROMO-CODE
                                   PERFORM BETTER DISPLAY
                                   "Promo " PROMO-APPLIED-CODE
                                   " saved you P" PROMO-DISCOUNT "."
                               END-IF
                               PERFORM TXN-COMMIT

                               PERFORM BETTER DISPLAY
                               "Purchase successful! Remaining seats: "
                               PERFORM BETTER DISPLAY
                               "Your booking reference is " BOOKING-REF
                               PERFORM BETTER DISPLAY
                               "Official receipt " RCPT-NO-TEXT
                               " (VAT P" RCPT-ISSUE-VAT ")"
                               IF PTS-TICKET-USED > 0
                                   PERFORM BETTER DISPLAY
                                   PTS-TICKET-USED
                                   " loyalty point(s) redeemed."
                               END-IF
                               IF PTS-TICKET-EARNED > 0
                                   PERFORM BETTER DISPLAY
                                   "You earned " PTS-TICKET-EARNED
                                   " loyalty point(s)."
                               END-IF
                               PERFORM BETTER DISPLAY
                               "Your e-ticket has been printed to the "
                               "tickets file."
                               END-IF
                     PERFORM BETTER
                     DISPLAY "Date changes apply to this occurrence "
                     "only; edit other occurrences separately."
                 ELSE
                 IF AUDIT-ACTION = "EDIT-EVENT: PRICE BANDS"
                     PERFORM BETTER
                     DISPLAY "Price schedules apply to this occurrence "
                     "only; edit other occurrences separately."
                 ELSE
                     PERFORM EDIT-WHOLE-SERIES
                 END-IF
                 END-IF
             END-IF
            PERFORM BETTER DISPLAY "Event updated successfully!"
             END-IF
           PERFORM BETTER DISPLAY "3: Edit Organizer"
           PERFORM BETTER DISPLAY "4: Edit Ticket Price"
           PERFORM BETTER DISPLAY "5: Edit Available Seats"
           PERFORM BETTER DISPLAY "6: Edit Tier Price Schedule"
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
                    DISPLAY " "
                                 MOVE 0 TO SEATS-ADDED-BACK
                             END-IF

                         WHEN 6
            perform better
            DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
                             PERFORM EDIT-TIER-SCHEDULE

                         WHEN OTHER
                             DISPLAY "Invalid choice. No changes made."
                     END-EVALUATE.
                               BOOKED-CHECKIN-TIME2
                               MOVE BOOKED-EVENT-ID TO BOOKED-EVENT-ID2
                               MOVE BOOKED-PAID TO BOOKED-PAID2
                               MOVE BOOKED-BAND TO BOOKED-BAND2
                               WRITE TEMP-BOOKINGS-RECORD
                           END-IF
                       ELSE
                           BOOKED-CHECKIN-TIME2
                           MOVE BOOKED-EVENT-ID TO BOOKED-EVENT-ID2
                           MOVE BOOKED-PAID TO BOOKED-PAID2
                           MOVE BOOKED-BAND TO BOOKED-BAND2
                           WRITE TEMP-BOOKINGS-RECORD
                       END-IF
               END-READ
               PERFORM BETTER
               DISPLAY "No matching booking found for that reference."
           ELSE
               MOVE "CANCEL" TO TXN-KIND
               MOVE USERNAME TO TXN-USER
               MOVE SPACES TO TXN-OTHER-USER
               MOVE CANCEL-REF TO TXN-REF
               MOVE 0 TO TXN-NEW-REF
               MOVE CANCEL-EVENT-ID TO TXN-EVENT-ID
               MOVE CANCEL-EVENTNAME TO TXN-EVENTNAME
               MOVE TIER-ADJ-TIERNAME TO TXN-TIER
               MOVE CANCEL-SEATS TO TXN-SEATS
               MOVE CANCEL-REFUND TO TXN-AMOUNT
               PERFORM TXN-BEGIN

               PERFORM BACKUP-BOOKINGS-FILE
               MOVE "BOOKREC" TO TXN-STEP
               MOVE 0 TO TXN-BEFORE
               PERFORM TXN-WRITE-JOURNAL
               OPEN INPUT TEMP-BOOKINGS-FILE
               OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
               MOVE 0 TO EOF
                           BOOKED-CHECKIN-TIME
                           MOVE BOOKED-EVENT-ID2 TO BOOKED-EVENT-ID
                           MOVE BOOKED-PAID2 TO BOOKED-PAID
                           MOVE BOOKED-BAND2 TO BOOKED-BAND
                           WRITE MyBookingsRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-BOOKINGS-FILE
               CLOSE VIEW-MY-BOOKINGS-FILE

               PERFORM TXN-READ-EVENT-SEATS
               MOVE TXN-EVENT-ID TO CANCEL-EVENT-ID
               IF TXN-FOUND = 1
                   MOVE "EVENT" TO TXN-STEP
                   PERFORM TXN-WRITE-JOURNAL
               END-IF
               PERFORM RETURN-SEATS-TO-EVENT

               PERFORM TXN-LOG-SEAT-ROWS
               MOVE CANCEL-REF TO SEAT-FIND-REF
               PERFORM PURGE-SEAT-ASSIGNMENTS
               IF SEAT-FREED-COUNT > 0
               END-IF

               IF TIER-ADJ-TIERNAME NOT = SPACES
                   PERFORM TXN-READ-TIER-SEATS
                   MOVE "TIER" TO TXN-STEP
                   PERFORM TXN-WRITE-JOURNAL
                   MOVE CANCEL-EVENTNAME TO TIER-ADJ-EVENTNAME
                   MOVE CANCEL-SEATS TO TIER-ADJ-SEATS
                   MOVE CANCEL-EVENT-ID TO TIER-ADJ-ID

               IF CANCEL-REFUND > 0
                   PERFORM GET-ACCOUNT-BALANCE
                   MOVE "WALLET" TO TXN-STEP
                   MOVE ACCOUNT-BAL TO TXN-BEFORE
                   PERFORM TXN-WRITE-JOURNAL
                   ADD CANCEL-REFUND TO ACCOUNT-BAL
                   PERFORM UPDATE-ACCOUNT-BALANCE
                   MOVE "LEDGER" TO TXN-STEP
                   MOVE "CREDIT" TO TXN-CODE
                   PERFORM TXN-WRITE-JOURNAL
                   MOVE CANCEL-REF TO LEDGER-ENTRY-REF
                   MOVE "CREDIT" TO LEDGER-ENTRY-TYPE
                   MOVE CANCEL-REFUND TO LEDGER-ENTRY-AMOUNT
                   MOVE CANCEL-EVENT-ID TO LEDGER-ENTRY-EVENT-ID
                   PERFORM WRITE-LEDGER-ENTRY
                   MOVE CANCEL-REFUND TO RCPT-ISSUE-AMOUNT
                   MOVE CANCEL-REF TO RCPT-ISSUE-REF
                   MOVE CANCEL-EVENTNAME TO RCPT-ISSUE-EVENT
                   MOVE "CANCEL" TO RCPT-ISSUE-SOURCE
                   MOVE CANCEL-EVENT-ID TO RCPT-ISSUE-EVENT-ID
                   MOVE 1 TO RCPT-ISSUE-JOURNAL
                   PERFORM ISSUE-REFUND-MEMO
                   PERFORM BETTER
                   DISPLAY "P" CANCEL-REFUND
                   " refunded to your wallet."
                   PERFORM BETTER
                   DISPLAY "Credit memo " RCPT-NO-TEXT
                   " issued against " RCPT-ORIG-TEXT
               END-IF

               MOVE CANCEL-REF TO PTS-W-REF
               MOVE TXN-ID TO PTS-W-TXN-ID
               PERFORM PTS-LOCATE-BOOKING-LINES
               MOVE "POINTS" TO TXN-STEP
               MOVE PTS-REV-EARN-USER TO TXN-PTS-USER
               IF PTS-REV-EARN-USER = SPACES
                   MOVE PTS-REV-REDEEM-USER TO TXN-PTS-USER
               END-IF
               MOVE FRC-CHAIN-REF TO TXN-PTS-REF
               PERFORM TXN-WRITE-JOURNAL
               PERFORM PTS-WRITE-REVERSAL
               IF PTS-REV-EARNED > 0
                   PERFORM BETTER
                   DISPLAY PTS-REV-EARNED
                   " loyalty point(s) earned on this booking reversed."
               END-IF
               IF PTS-REV-REDEEMED > 0
                   PERFORM BETTER
                   DISPLAY PTS-REV-REDEEMED
                   " redeemed point(s) returned to your balance."
               END-IF
               PERFORM TXN-COMMIT

               MOVE CANCEL-EVENTNAME TO WAITLIST-CHECK-EVENTNAME
               MOVE CANCEL-EVENT-ID TO WAITLIST-CHECK-ID
                               MOVE BOOKED-STB TO XFER-STB
                               MOVE BOOKED-TIER TO XFER-TIER
                               MOVE BOOKED-PAID TO XFER-PAID
                               MOVE BOOKED-BAND TO XFER-BAND
                               IF BOOKED-EVENT-ID NUMERIC
                                   MOVE BOOKED-EVENT-ID TO
                                       XFER-EVENT-ID
               PERFORM BETTER
               DISPLAY "No matching booking found for that reference."
           ELSE
               MOVE "TRANSFER" TO TXN-KIND
               MOVE USERNAME TO TXN-USER
               MOVE XFER-TO-USER TO TXN-OTHER-USER
               MOVE XFER-REF TO TXN-REF
               MOVE XFER-NEW-REF TO TXN-NEW-REF
               MOVE XFER-EVENT-ID TO TXN-EVENT-ID
               MOVE XFER-EVENTNAME TO TXN-EVENTNAME
               MOVE XFER-TIER TO TXN-TIER
               MOVE 0 TO TXN-SEATS
               IF XFER-STB NOT = SPACES
                   MOVE FUNCTION NUMVAL(XFER-STB) TO TXN-SEATS
               END-IF
               MOVE 0 TO TXN-AMOUNT
               PERFORM TXN-BEGIN

               PERFORM BACKUP-BOOKINGS-FILE
               MOVE "BOOKREC" TO TXN-STEP
               MOVE 0 TO TXN-BEFORE
               PERFORM TXN-WRITE-JOURNAL
               OPEN INPUT TEMP-BOOKINGS-FILE
               OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
               MOVE 0 TO EOF
               CLOSE TEMP-BOOKINGS-FILE
               CLOSE VIEW-MY-BOOKINGS-FILE

               MOVE "SEATS" TO TXN-STEP
               PERFORM TXN-WRITE-JOURNAL
               PERFORM XFER-SEAT-ASSIGNMENTS
               IF SEAT-FREED-COUNT > 0
                   PERFORM BETTER
                       XFER-TP-NUM * XFER-SEATS-NUM
               END-IF
               MOVE 0 TO PROMO-APPLIED
               MOVE XFER-BAND TO TICKET-BAND
               MOVE XFER-TP-NUM TO TICKET-UNIT-PRICE
               MOVE XFER-NEW-REF TO BOOKING-REF
               MOVE "TICKET" TO TXN-STEP
               PERFORM TXN-WRITE-JOURNAL
               MOVE USERNAME TO XFER-SAVE-USER
               MOVE XFER-TO-USER TO USERNAME
               PERFORM WRITE-E-TICKET
               MOVE XFER-SAVE-USER TO USERNAME
               MOVE "XFERLOG" TO TXN-STEP
               PERFORM TXN-WRITE-JOURNAL
               PERFORM WRITE-TRANSFER-LOG
               PERFORM TXN-COMMIT

               MOVE SPACES TO NOTICE-MSG
               STRING
           ACCEPT WS-PAUSE
           PERFORM GUEST-FEATURES.

       WRITE-TRANSFER-LOG.
           OPEN EXTEND TransferFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT TransferFile
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO XFER-LOG-DATE
           MOVE XFER-REF TO XFER-LOG-OLD-REF
           MOVE XFER-NEW-REF TO XFER-LOG-NEW-REF
           MOVE USERNAME TO XFER-LOG-FROM
           MOVE XFER-TO-USER TO XFER-LOG-TO
           MOVE XFER-EVENT-ID TO XFER-LOG-EVENT-ID
           MOVE XFER-EVENTNAME TO XFER-LOG-EVENTNAME
           MOVE XFER-SEATS-NUM TO XFER-LOG-SEATS
           MOVE XFER-PAID TO XFER-LOG-PAID
           WRITE TransferRecord
           CLOSE TransferFile.

       XFER-SEAT-ASSIGNMENTS.
           MOVE 0 TO SEAT-FREED-COUNT
           MOVE 0 TO SEAT-PICK-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO PTS-USER
           MOVE PRD-TO-NUM TO PTS-ASOF
           MOVE PRD-FROM-NUM TO PTS-PERIOD-FROM
           PERFORM PTS-COMPUTE-BALANCE
           COMPUTE PTS-LIABILITY = PTS-BALANCE * PTS-PESO-VALUE
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "LOYALTY POINTS:"
           PERFORM BETTER
           DISPLAY "  Earned: " PTS-PRD-EARNED
           "  Redeemed: " PTS-PRD-REDEEMED
           "  Reversed: " PTS-PRD-REVERSED
           "  Expired: " PTS-PRD-EXPIRED
           PERFORM BETTER
           DISPLAY "  Outstanding at " PRD-TO-NUM ": " PTS-BALANCE
           " point(s)  Liability: P" PTS-LIABILITY
           IF PTS-LOT-FULL = 1
               PERFORM BETTER
               DISPLAY "  Points ledger exceeds " PTS-LOT-MAX
               " lots; figures are understated."
           END-IF
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "LOYALTY POINTS," DELIMITED BY SIZE
                   PTS-PRD-EARNED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PTS-PRD-REDEEMED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PTS-PRD-REVERSED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PTS-PRD-EXPIRED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PTS-BALANCE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PTS-LIABILITY DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "PREVIOUS PERIOD (" PRD-PREV-FROM-NUM " TO "
           PERFORM BETTER
           DISPLAY "  T,TIER NAME,PRICE,SEATS"
           PERFORM BETTER
           DISPLAY "Optional price band lines (up to 3) after a tier "
           "line:"
           PERFORM BETTER
           DISPLAY "  B,BAND NAME,START DATE(MM/DD/YY),PRICE"
           PERFORM BETTER
           DISPLAY "Rejected rows go to the reject file with a "
           "reason."
           PERFORM BETTER
           MOVE 0 TO IMP-GOOD-COUNT
           MOVE 0 TO IMP-REJECT-COUNT
           MOVE 0 TO IMP-TIER-COUNT
           MOVE 0 TO IMP-BAND-COUNT
           MOVE SPACES TO IMP-LAST-TIER
           MOVE 0 TO IMP-LAST-ID
           MOVE SPACES TO IMP-LAST-NAME
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)) TO
           PERFORM BETTER
           DISPLAY "  Tiers loaded:   " IMP-TIER-COUNT
           PERFORM BETTER
           DISPLAY "  Price bands:    " IMP-BAND-COUNT
           PERFORM BETTER
           DISPLAY "  Rows rejected:  " IMP-REJECT-COUNT
           IF IMP-REJECT-COUNT > 0
               PERFORM BETTER
              FUNCTION TRIM(IMP-F1) = "t"
               PERFORM IMPORT-TIER-LINE
           ELSE
           IF FUNCTION TRIM(IMP-F1) = "B" OR
              FUNCTION TRIM(IMP-F1) = "b"
               PERFORM IMPORT-BAND-LINE
           ELSE
               MOVE SPACES TO IMP-LAST-TIER
               PERFORM IMPORT-EVENT-LINE
           END-IF
           END-IF.

       IMPORT-EVENT-LINE.

       IMPORT-TIER-LINE.
           MOVE SPACES TO IMP-REASON
           MOVE SPACES TO IMP-LAST-TIER
           IF IMP-LAST-ID = 0
               MOVE "TIER LINE HAS NO PRECEDING GOOD EVENT"
                   TO IMP-REASON
               MOVE IMP-PRICE TO TIER-PRICE
               MOVE IMP-SEATS TO TIER-SEATS
               MOVE IMP-LAST-ID TO TIER-EVENT-ID
               MOVE SPACES TO TIER-SCHEDULE
               WRITE TicketTierRecord
               CLOSE TicketTierFile
               ADD 1 TO IMP-TIER-COUNT
               MOVE TIER-NAME TO IMP-LAST-TIER
               MOVE SPACES TO BAND-TABLE
               MOVE 0 TO BAND-COUNT
           ELSE
               PERFORM IMPORT-WRITE-REJECT
           END-IF.
                       MOVE BOOKED-CHECKIN-TIME TO BOOKED-CHECKIN-TIME2
                       MOVE BOOKED-EVENT-ID TO BOOKED-EVENT-ID2
                       MOVE BOOKED-PAID TO BOOKED-PAID2
                       MOVE BOOKED-BAND TO BOOKED-BAND2
                       WRITE TEMP-BOOKINGS-RECORD
               END-READ
           END-PERFORM
                           BOOKED-CHECKIN-TIME
                           MOVE BOOKED-EVENT-ID2 TO BOOKED-EVENT-ID
                           MOVE BOOKED-PAID2 TO BOOKED-PAID
                           MOVE BOOKED-BAND2 TO BOOKED-BAND
                           WRITE MyBookingsRecord
                   END-READ
               END-PERFORM
           END-IF.

       CLOSE-OUT.
           IF JOB-BATCH = 0
               CALL "SYSTEM" USING 'CLS'
               PERFORM CLEAR-SCREEN
               PERFORM PRINT-BLANK-LINES
           END-IF
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           IF JOB-BATCH = 1
               MOVE JOB-RUN-DATE TO CLOSE-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO CLOSE-RUN-DATE
           END-IF
           MOVE FUNCTION NUMVAL(CLOSE-RUN-DATE) TO CUR-DATE-NUM
           MOVE 0 TO CLOSED-COUNT
           MOVE 0 TO CLOSE-READ-TOTAL
           MOVE 0 TO CLOSE-TOTAL
           MOVE 0 TO CLOSE-RESUMED
           MOVE 0 TO CLOSE-STMT-DONE
           MOVE 0 TO CLOSE-LOSS-COUNT
           MOVE 0 TO PAYOUT-COUNT

           PERFORM SWEEP-EXPIRED-HOLDS

           OPEN INPUT EventFile
           IF FILE-STATUS NOT = "00"
               PERFORM BETTER DISPLAY "No event file to close out."
               IF JOB-BATCH = 1
                   MOVE 8 TO JOB-RC
                   MOVE "EVENT FILE COULD NOT BE OPENED" TO JOB-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENDRUN
               PERFORM ADMIN-FEATURES
           END-IF
           CLOSE EventFile

           MOVE "CLOSE-OUT" TO JOB-CKPT-CURRENT
           PERFORM CLOSE-LOAD-CHECKPOINT
           PERFORM BACKUP-EVENT-FILE

           IF CLOSE-STMT-DONE = 1
               PERFORM BETTER
               DISPLAY "Organizer statements for the interrupted "
               "close-out were already written."
           END-IF

           IF CLOSED-COUNT > 0
               PERFORM BETTER
               DISPLAY "Resuming an interrupted close-out: "
               CLOSED-COUNT " archived event(s) still to settle."
               PERFORM CLOSE-FINISH-ARCHIVE
                   VARYING CLOSE-IDX FROM 1 BY 1
                   UNTIL CLOSE-IDX > CLOSED-COUNT
               PERFORM CLOSE-CONFIRM-INTENTS
               IF CLOSED-COUNT > 0
                   PERFORM WRITE-SETTLEMENT
               END-IF
           END-IF

           MOVE 0 TO CLOSE-PASS
           MOVE 1 TO CLOSE-MORE
           PERFORM UNTIL CLOSE-MORE = 0
               ADD 1 TO CLOSE-PASS
               PERFORM CLOSE-ARCHIVE-EVENTS
               IF CLOSED-COUNT > 0
                   PERFORM WRITE-SETTLEMENT
               END-IF
               IF CLOSED-COUNT < CLOSE-MAX
                   MOVE 0 TO CLOSE-MORE
               END-IF
           END-PERFORM

           IF CLOSE-TOTAL = 0
               PERFORM BETTER
               DISPLAY "No expired events to close out."
           ELSE
               PERFORM WRITE-ORGANIZER-STATEMENTS
               PERFORM CLOSE-WRITE-STMT-DONE

               MOVE "CLOSE-OUT" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-BEFORE
               MOVE CLOSE-RUN-DATE TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG

               PERFORM BETTER
               DISPLAY CLOSE-TOTAL " event(s) closed and archived."
               PERFORM BETTER
               DISPLAY "Settlement summary written."
           END-IF

           MOVE "CLOSE-OUT" TO JOB-CKPT-CURRENT
           PERFORM JOB-CLEAR-CHECKPOINT

           IF JOB-BATCH = 1
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM ADMIN-FEATURES.

       CLOSE-ARCHIVE-EVENTS.
           MOVE 0 TO CLOSED-COUNT
           OPEN I-O EventFile
           OPEN EXTEND EventHistoryFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF CLOSE-PASS = 1
                           ADD 1 TO CLOSE-READ-TOTAL
                       END-IF
                       MOVE 0 TO CLOSE-DATE-NUM
                       IF EVENTDATE (1:2) NUMERIC AND
                          EVENTDATE (4:2) NUMERIC AND
                           MOVE ORGANIZER TO
                               CLOSE-ORGANIZER(CLOSED-COUNT)
                           MOVE 0 TO CLOSE-REV(CLOSED-COUNT)
                           MOVE 0 TO CLOSE-INTENT(CLOSED-COUNT)
                           MOVE 0 TO CLOSE-INTENT-AMT(CLOSED-COUNT)
                           IF EVENT-VENUE-COST NUMERIC
                               MOVE EVENT-VENUE-COST TO
                                   CLOSE-VENUE-COST(CLOSED-COUNT)
                               MOVE 0 TO
                                   CLOSE-VENUE-COST(CLOSED-COUNT)
                           END-IF
                           MOVE CLOSED-COUNT TO CLOSE-IDX
                           MOVE "ARCHIVED" TO JOB-CKPT-STATUS
                           MOVE CLOSE-VENUE-COST(CLOSE-IDX) TO
                               JOB-CKPT-AMOUNT
                           PERFORM CLOSE-WRITE-CHECKPOINT
                           PERFORM CLOSE-WRITE-HISTORY
                           CLOSE EventHistoryFile
                           OPEN EXTEND EventHistoryFile
                           PERFORM BETTER
                           DISPLAY "Closing: " HIST-EVENTNAME
                           " (" HIST-EVENTDATE ")"
                           DELETE EventFile RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile
           CLOSE EventHistoryFile.

       CLOSE-WRITE-HISTORY.
           MOVE CLOSE-RUN-DATE TO HIST-CLOSE-DATE
           MOVE EVENT-ID TO HIST-EVENT-ID
           MOVE EVENTNAME TO HIST-EVENTNAME
           MOVE EVENTDATE TO HIST-EVENTDATE
           MOVE ORGANIZER TO HIST-ORGANIZER
           MOVE LOCATION TO HIST-LOCATION
           MOVE TICKET-PRICE TO HIST-TICKET-PRICE
           MOVE AVAILABLE-SEATS TO HIST-AVAILABLE-SEATS
           WRITE EventHistoryRecord.

       CLOSE-WRITE-CHECKPOINT.
           MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO JOB-CKPT-KEY
           MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO JOB-CKPT-EVENT-ID
           MOVE CLOSE-EVENTNAME(CLOSE-IDX) TO JOB-CKPT-NAME
           MOVE CLOSE-EVENTDATE(CLOSE-IDX) TO JOB-CKPT-DATE
           MOVE CLOSE-SEATS-LEFT(CLOSE-IDX) TO JOB-CKPT-SEATS
           MOVE CLOSE-ORGANIZER(CLOSE-IDX) TO JOB-CKPT-ORGANIZER
           MOVE SPACES TO JOB-CKPT-TIER
           MOVE SPACES TO JOB-CKPT-CLIENT
           MOVE CLOSE-RUN-DATE TO JOB-CKPT-RUN-DATE
           PERFORM JOB-WRITE-CHECKPOINT.

       CLOSE-WRITE-STMT-DONE.
           MOVE "STMTDONE" TO JOB-CKPT-STATUS
           MOVE 0 TO JOB-CKPT-KEY
           MOVE 0 TO JOB-CKPT-EVENT-ID
           MOVE SPACES TO JOB-CKPT-NAME
           MOVE SPACES TO JOB-CKPT-DATE
           MOVE 0 TO JOB-CKPT-SEATS
           MOVE SPACES TO JOB-CKPT-ORGANIZER
           MOVE SPACES TO JOB-CKPT-TIER
           MOVE SPACES TO JOB-CKPT-CLIENT
           MOVE 0 TO JOB-CKPT-AMOUNT
           MOVE CLOSE-RUN-DATE TO JOB-CKPT-RUN-DATE
           PERFORM JOB-WRITE-CHECKPOINT.

       CLOSE-LOAD-CHECKPOINT.
           MOVE 0 TO CLOSED-COUNT
           OPEN INPUT JobCheckpointFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JOB-CKPT-EOF
           PERFORM UNTIL JOB-CKPT-EOF = 1
               READ JobCheckpointFile
                   AT END
                       MOVE 1 TO JOB-CKPT-EOF
                   NOT AT END
                       MOVE JobCheckpointRecord TO JOB-CKPT-REC
                       IF JOB-CKPT-JOB = JOB-CKPT-CURRENT
                           EVALUATE JOB-CKPT-STATUS
                               WHEN "ARCHIVED"
                                   IF CLOSED-COUNT < CLOSE-MAX
                                       ADD 1 TO CLOSED-COUNT
                                       ADD 1 TO CLOSE-RESUMED
                                       MOVE JOB-CKPT-NAME TO
                                       CLOSE-EVENTNAME(CLOSED-COUNT)
                                       MOVE JOB-CKPT-DATE TO
                                       CLOSE-EVENTDATE(CLOSED-COUNT)
                                       MOVE JOB-CKPT-SEATS TO
                                       CLOSE-SEATS-LEFT(CLOSED-COUNT)
                                       MOVE JOB-CKPT-EVENT-ID TO
                                       CLOSE-EVENT-ID(CLOSED-COUNT)
                                       MOVE JOB-CKPT-ORGANIZER TO
                                       CLOSE-ORGANIZER(CLOSED-COUNT)
                                       MOVE 0 TO
                                       CLOSE-REV(CLOSED-COUNT)
                                       MOVE JOB-CKPT-AMOUNT TO
                                       CLOSE-VENUE-COST(CLOSED-COUNT)
                                       MOVE 0 TO
                                       CLOSE-INTENT(CLOSED-COUNT)
                                       MOVE 0 TO
                                       CLOSE-INTENT-AMT(CLOSED-COUNT)
                                   END-IF
                               WHEN "SETTLING"
                                   PERFORM VARYING CLOSE-IDX FROM 1 BY 1
                                       UNTIL CLOSE-IDX > CLOSED-COUNT
                                       IF CLOSE-EVENT-ID(CLOSE-IDX) =
                                           JOB-CKPT-EVENT-ID
                                           MOVE 1 TO
                                           CLOSE-INTENT(CLOSE-IDX)
                                           MOVE JOB-CKPT-AMOUNT TO
                                           CLOSE-INTENT-AMT(CLOSE-IDX)
                                       END-IF
                                   END-PERFORM
                               WHEN "STMTDONE"
                                   MOVE 1 TO CLOSE-STMT-DONE
                                   MOVE 0 TO CLOSED-COUNT
                                   MOVE 0 TO CLOSE-RESUMED
                                   MOVE 0 TO CLOSE-TOTAL
                                   MOVE 0 TO PAYOUT-COUNT
                               WHEN "SETTLED"
                                   PERFORM CLOSE-DROP-PENDING
                                   MOVE FUNCTION
                                       UPPER-CASE(JOB-CKPT-ORGANIZER)
                                       TO PAYOUT-ORG-UP
                                   MOVE JOB-CKPT-AMOUNT TO
                                       PAYOUT-ADD-AMT
                                   MOVE JOB-CKPT-EVENT-ID TO
                                       EVAT-EVENT-ID
                                   MOVE JOB-CKPT-NAME TO EVAT-NAME
                                   PERFORM CLOSE-EVENT-VAT
                                   PERFORM CLOSE-ADD-PAYOUT
                                   ADD 1 TO CLOSE-TOTAL
                               WHEN "STMTORG"
                                   PERFORM VARYING PAYOUT-IDX FROM 1
                                       BY 1
                                       UNTIL PAYOUT-IDX > PAYOUT-COUNT
                                       IF PAYOUT-ORGANIZER(PAYOUT-IDX) =
                                           JOB-CKPT-ORGANIZER
                                           MOVE 0 TO
                                           PAYOUT-GROSS(PAYOUT-IDX)
                                           MOVE 0 TO
                                           PAYOUT-VAT(PAYOUT-IDX)
                                           MOVE 1 TO
                                           PAYOUT-STATED(PAYOUT-IDX)
                                       END-IF
                                   END-PERFORM
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobCheckpointFile.

       CLOSE-CONFIRM-INTENTS.
           MOVE CLOSED-COUNT TO CLOSE-CONF-LEFT
           PERFORM UNTIL CLOSE-CONF-LEFT = 0
               MOVE CLOSE-CONF-LEFT TO CLOSE-IDX
               IF CLOSE-INTENT(CLOSE-IDX) = 1
                   PERFORM CLOSE-FIND-SETTLE-LINE
                   IF CLOSE-LINE-FOUND = 1
                       MOVE CLOSE-INTENT-AMT(CLOSE-IDX) TO
                           CLOSE-REVENUE
                       MOVE CLOSE-REVENUE TO CLOSE-REV(CLOSE-IDX)
                       ADD 1 TO CLOSE-TOTAL
                       MOVE FUNCTION
                           UPPER-CASE(CLOSE-EVENTNAME(CLOSE-IDX)) TO
                           CLOSE-EVENT-UP
                       MOVE CLOSE-EVENT-UP TO TIER-DELETE-NAME
                       MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO TIER-DELETE-ID
                       PERFORM CLOSE-TIERS-TO-HISTORY
                       PERFORM CLOSE-WAITLIST-TO-HISTORY
                       MOVE "SETTLED" TO JOB-CKPT-STATUS
                       MOVE CLOSE-REVENUE TO JOB-CKPT-AMOUNT
                       PERFORM CLOSE-WRITE-CHECKPOINT
                       MOVE FUNCTION
                           UPPER-CASE(CLOSE-ORGANIZER(CLOSE-IDX)) TO
                           PAYOUT-ORG-UP
                       MOVE CLOSE-REVENUE TO PAYOUT-ADD-AMT
                       MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO EVAT-EVENT-ID
                       MOVE CLOSE-EVENTNAME(CLOSE-IDX) TO EVAT-NAME
                       PERFORM CLOSE-EVENT-VAT
                       PERFORM CLOSE-ADD-PAYOUT
                       PERFORM BETTER
                       DISPLAY "Already settled before the stop: "
                       CLOSE-EVENTNAME(CLOSE-IDX)
                       MOVE CLOSE-ENTRY(CLOSED-COUNT) TO
                           CLOSE-ENTRY(CLOSE-IDX)
                       SUBTRACT 1 FROM CLOSED-COUNT
                   END-IF
               END-IF
               SUBTRACT 1 FROM CLOSE-CONF-LEFT
           END-PERFORM.

       CLOSE-FIND-SETTLE-LINE.
           MOVE 0 TO CLOSE-LINE-FOUND
           MOVE SPACES TO CLOSE-FIND-LINE
           MOVE 1 TO CLOSE-FIND-PTR
           STRING
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(CLOSE-EVENTNAME(CLOSE-IDX))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CLOSE-EVENTDATE(CLOSE-IDX) DELIMITED BY SIZE
               ")  SOLD: " DELIMITED BY SIZE
               INTO CLOSE-FIND-LINE
               WITH POINTER CLOSE-FIND-PTR
           END-STRING
           SUBTRACT 1 FROM CLOSE-FIND-PTR
           OPEN INPUT SettlementFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ SettlementFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF SettlementRecord(1:CLOSE-FIND-PTR) =
                           CLOSE-FIND-LINE(1:CLOSE-FIND-PTR)
                           MOVE 1 TO CLOSE-LINE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SettlementFile.

       CLOSE-DROP-PENDING.
           MOVE 0 TO CLOSE-FIND-IDX
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSED-COUNT
               IF CLOSE-EVENT-ID(CLOSE-IDX) = JOB-CKPT-EVENT-ID
                   MOVE CLOSE-IDX TO CLOSE-FIND-IDX
               END-IF
           END-PERFORM
           IF CLOSE-FIND-IDX > 0
               MOVE CLOSE-ENTRY(CLOSED-COUNT) TO
                   CLOSE-ENTRY(CLOSE-FIND-IDX)
               SUBTRACT 1 FROM CLOSED-COUNT
           END-IF.

       CLOSE-FINISH-ARCHIVE.
           MOVE 0 TO CLOSE-HIST-FOUND
           OPEN INPUT EventHistoryFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventHistoryFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HIST-EVENT-ID =
                               CLOSE-EVENT-ID(CLOSE-IDX)
                               MOVE 1 TO CLOSE-HIST-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventHistoryFile
           END-IF

           OPEN I-O EventFile
           MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO EVENT-ID
           READ EventFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLOSE-HIST-FOUND = 0
                       OPEN EXTEND EventHistoryFile
                       IF FILE-STATUS = "30" OR FILE-STATUS = "35"
                           OPEN OUTPUT EventHistoryFile
                       END-IF
                       PERFORM CLOSE-WRITE-HISTORY
                       CLOSE EventHistoryFile
                   END-IF
                   PERFORM BETTER
                   DISPLAY "Closing: " EVENTNAME " (" EVENTDATE ")"
                   DELETE EventFile RECORD
           END-READ
           CLOSE EventFile.

       CLOSE-ADD-PAYOUT.
           MOVE 0 TO PAYOUT-FOUND-IDX
           PERFORM VARYING PAYOUT-IDX FROM 1 BY 1
               UNTIL PAYOUT-IDX > PAYOUT-COUNT
               IF PAYOUT-ORGANIZER(PAYOUT-IDX) = PAYOUT-ORG-UP
                   MOVE PAYOUT-IDX TO PAYOUT-FOUND-IDX
               END-IF
           END-PERFORM
           IF PAYOUT-FOUND-IDX NOT = 0
               ADD PAYOUT-ADD-AMT TO PAYOUT-GROSS(PAYOUT-FOUND-IDX)
               ADD PAYOUT-ADD-VAT TO PAYOUT-VAT(PAYOUT-FOUND-IDX)
               MOVE 0 TO PAYOUT-STATED(PAYOUT-FOUND-IDX)
           ELSE
               IF PAYOUT-COUNT < PAYOUT-MAX
                   ADD 1 TO PAYOUT-COUNT
                   MOVE PAYOUT-ORG-UP TO
                       PAYOUT-ORGANIZER(PAYOUT-COUNT)
                   MOVE PAYOUT-ADD-AMT TO
                       PAYOUT-GROSS(PAYOUT-COUNT)
                   MOVE PAYOUT-ADD-VAT TO
                       PAYOUT-VAT(PAYOUT-COUNT)
                   MOVE 0 TO PAYOUT-STATED(PAYOUT-COUNT)
               END-IF
           END-IF.

       CLOSE-EVENT-VAT.
           MOVE 99999999 TO EVAT-ASOF
           IF CLOSE-RUN-DATE NUMERIC
               MOVE CLOSE-RUN-DATE TO EVAT-ASOF
           END-IF
           PERFORM EVENT-VAT-TOTAL
           IF EVAT-AMOUNT > PAYOUT-ADD-AMT
               MOVE PAYOUT-ADD-AMT TO EVAT-AMOUNT
           END-IF
           MOVE EVAT-AMOUNT TO PAYOUT-ADD-VAT.

       WRITE-SETTLEMENT.
           OPEN EXTEND SettlementFile
                   DISPLAY "** LOSS-MAKING EVENT: "
                   CLOSE-EVENTNAME(CLOSE-IDX) " lost P" CLOSE-NET
                   " **"
                   ADD 1 TO CLOSE-LOSS-COUNT
               END-IF

               MOVE SPACES TO SETTLE-LINE
                   CLOSE-VENUE-COST(CLOSE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CLOSE-NET-TEXT) DELIMITED BY SIZE
                   "  ID: " DELIMITED BY SIZE
                   CLOSE-EVENT-ID(CLOSE-IDX) DELIMITED BY SIZE
                   INTO SETTLE-LINE
               END-STRING
               MOVE "SETTLING" TO JOB-CKPT-STATUS
               MOVE CLOSE-REVENUE TO JOB-CKPT-AMOUNT
               PERFORM CLOSE-WRITE-CHECKPOINT
               WRITE SettlementRecord FROM SETTLE-LINE
               CLOSE SettlementFile
               OPEN EXTEND SettlementFile
               ADD 1 TO CLOSE-TOTAL

               MOVE CLOSE-EVENT-UP TO TIER-DELETE-NAME
               MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO TIER-DELETE-ID
               PERFORM CLOSE-TIERS-TO-HISTORY
               PERFORM CLOSE-WAITLIST-TO-HISTORY

               MOVE "SETTLED" TO JOB-CKPT-STATUS
               MOVE CLOSE-REVENUE TO JOB-CKPT-AMOUNT
               PERFORM CLOSE-WRITE-CHECKPOINT

               MOVE FUNCTION
                   UPPER-CASE(CLOSE-ORGANIZER(CLOSE-IDX)) TO
                   PAYOUT-ORG-UP
               MOVE CLOSE-REVENUE TO PAYOUT-ADD-AMT
               MOVE CLOSE-EVENT-ID(CLOSE-IDX) TO EVAT-EVENT-ID
               MOVE CLOSE-EVENTNAME(CLOSE-IDX) TO EVAT-NAME
               PERFORM CLOSE-EVENT-VAT
               PERFORM CLOSE-ADD-PAYOUT
           END-PERFORM
           CLOSE SettlementFile.

       WRITE-ORGANIZER-STATEMENTS.
           IF PAYOUT-COUNT > 0
               PERFORM CLOSE-WRITE-STATEMENT
                   VARYING PAYOUT-IDX FROM 1 BY 1
                   UNTIL PAYOUT-IDX > PAYOUT-COUNT
               PERFORM BETTER
               DISPLAY "Organizer payout statements written."
           END-IF.

       CLOSE-WRITE-STATEMENT.
           IF PAYOUT-STATED(PAYOUT-IDX) = 1
               PERFORM BETTER
               DISPLAY "Payout statement already written: "
               PAYOUT-ORGANIZER(PAYOUT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PAYOUT-PCT
           MOVE 0 TO PAYOUT-PCT-FOUND
           OPEN INPUT OrganizerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(ORG-NAME)
                               TO ORG-SEARCH-NAME
                           IF ORG-SEARCH-NAME =
                               PAYOUT-ORGANIZER(PAYOUT-IDX)
                               MOVE 1 TO PAYOUT-PCT-FOUND
                               IF ORG-COMMISSION-PCT NUMERIC
                                   MOVE ORG-COMMISSION-PCT TO
                                       PAYOUT-PCT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrganizerFile
           END-IF

           COMPUTE PAYOUT-COMMISSION =
               PAYOUT-GROSS(PAYOUT-IDX) * PAYOUT-PCT / 100
           COMPUTE PAYOUT-NET =
               PAYOUT-GROSS(PAYOUT-IDX) - PAYOUT-COMMISSION

           OPEN EXTEND OrganizerStatementFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT OrganizerStatementFile
           END-IF
           MOVE SPACES TO STMT-LINE
           STRING
               "PAYOUT STATEMENT " DELIMITED BY SIZE
               CLOSE-RUN-DATE DELIMITED BY SIZE
               "  ORGANIZER: " DELIMITED BY SIZE
               FUNCTION TRIM(PAYOUT-ORGANIZER(PAYOUT-IDX))
                   DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE OrganizerStatementRecord FROM STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING
               "  GROSS: P" DELIMITED BY SIZE
               PAYOUT-GROSS(PAYOUT-IDX) DELIMITED BY SIZE
               "  COMMISSION " DELIMITED BY SIZE
               PAYOUT-PCT DELIMITED BY SIZE
               "%: P" DELIMITED BY SIZE
               PAYOUT-COMMISSION DELIMITED BY SIZE
               "  NET DUE: P" DELIMITED BY SIZE
               PAYOUT-NET DELIMITED BY SIZE
               "  VAT IN GROSS: P" DELIMITED BY SIZE
               PAYOUT-VAT(PAYOUT-IDX) DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE OrganizerStatementRecord FROM STMT-LINE

           IF PAYOUT-PCT-FOUND = 0
               MOVE
               "  NOTE: NO ORGANIZER MASTER RECORD ON FILE."
                   TO STMT-LINE
               WRITE OrganizerStatementRecord FROM STMT-LINE
           END-IF
           CLOSE OrganizerStatementFile

           MOVE "STMTORG" TO JOB-CKPT-STATUS
           MOVE 0 TO JOB-CKPT-KEY
           MOVE 0 TO JOB-CKPT-EVENT-ID
           MOVE SPACES TO JOB-CKPT-NAME
           MOVE SPACES TO JOB-CKPT-DATE
           MOVE 0 TO JOB-CKPT-SEATS
           MOVE PAYOUT-ORGANIZER(PAYOUT-IDX) TO JOB-CKPT-ORGANIZER
           MOVE SPACES TO JOB-CKPT-TIER
           MOVE SPACES TO JOB-CKPT-CLIENT
           MOVE PAYOUT-GROSS(PAYOUT-IDX) TO JOB-CKPT-AMOUNT
           MOVE CLOSE-RUN-DATE TO JOB-CKPT-RUN-DATE
           PERFORM JOB-WRITE-CHECKPOINT
           MOVE 1 TO PAYOUT-STATED(PAYOUT-IDX)

           PERFORM BETTER
           DISPLAY "Payout: "
           PAYOUT-ORGANIZER(PAYOUT-IDX)
           PERFORM BETTER
           DISPLAY "  Gross: P" PAYOUT-GROSS(PAYOUT-IDX)
           "  Commission " PAYOUT-PCT "%: P"
           PAYOUT-COMMISSION "  Net due: P" PAYOUT-NET.

       CLOSE-TIERS-TO-HISTORY.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               OPEN EXTEND TierHistoryFile
               IF FILE-STATUS = "30" OR FILE-STATUS = "35"
                   OPEN OUTPUT TierHistoryFile
               END-IF
           END-IF.

       RECONCILE-SEATS.
           IF JOB-BATCH = 0
               CALL "SYSTEM" USING 'CLS'
               PERFORM CLEAR-SCREEN
               PERFORM PRINT-BLANK-LINES
           END-IF
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "

           MOVE 0 TO RECON-COUNT
           MOVE 0 TO RECON-DISC-COUNT
           MOVE 0 TO RECON-TOTAL
           MOVE 0 TO RECON-RESUMED
           MOVE 0 TO RECON-LAST-ID
           MOVE "RECONCILE-SEATS" TO JOB-CKPT-CURRENT
           IF JOB-BATCH = 1
               PERFORM RECON-LOAD-CHECKPOINT
               IF RECON-RESUMED > 0
                   PERFORM BETTER
                   DISPLAY "Resuming an interrupted run after event "
                   RECON-LAST-ID " (" RECON-RESUMED
                   " event(s) already checked)."
               END-IF
           END-IF

           MOVE 1 TO RECON-MORE
           PERFORM UNTIL RECON-MORE = 0
               PERFORM RECON-LOAD-EVENTS
               PERFORM RECONCILE-ONE-EVENT
                   VARYING RECON-IDX FROM 1 BY 1
                   UNTIL RECON-IDX > RECON-COUNT
               IF RECON-COUNT < RECON-MAX
                   MOVE 0 TO RECON-MORE
               END-IF
           END-PERFORM

           IF RECON-TOTAL = 0 AND RECON-RESUMED = 0
               PERFORM BETTER DISPLAY "No events on file."
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Reconciliation complete. Discrepancies found: "
           RECON-DISC-COUNT

           IF JOB-BATCH = 1
               PERFORM JOB-CLEAR-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM ADMIN-FEATURES.

       RECON-LOAD-EVENTS.
           MOVE 0 TO RECON-COUNT
           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF EVENT-ID > RECON-LAST-ID AND
                              RECON-COUNT < RECON-MAX
                               ADD 1 TO RECON-COUNT
                               MOVE EVENT-ID TO RECON-LAST-ID
                               MOVE EVENTNAME TO
                                   RECON-EVENTNAME(RECON-COUNT)
                               MOVE EVENT-ID TO
                                   MOVE 0 TO
                                   RECON-REMAINING(RECON-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventFile
           ELSE
               IF JOB-BATCH = 1
                   MOVE 8 TO JOB-RC
                   MOVE "EVENT FILE COULD NOT BE OPENED" TO JOB-MESSAGE
               END-IF
           END-IF.

       RECON-LOAD-CHECKPOINT.
           OPEN INPUT JobCheckpointFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JOB-CKPT-EOF
           PERFORM UNTIL JOB-CKPT-EOF = 1
               READ JobCheckpointFile
                   AT END
                       MOVE 1 TO JOB-CKPT-EOF
                   NOT AT END
                       MOVE JobCheckpointRecord TO JOB-CKPT-REC
                       IF JOB-CKPT-JOB = JOB-CKPT-CURRENT AND
                          JOB-CKPT-STATUS = "CHECKED"
                           ADD 1 TO RECON-RESUMED
                           ADD JOB-CKPT-AMOUNT TO RECON-DISC-COUNT
                           IF JOB-CKPT-KEY > RECON-LAST-ID
                               MOVE JOB-CKPT-KEY TO RECON-LAST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobCheckpointFile.

       RECONCILE-ONE-EVENT.
           MOVE FUNCTION
               DISPLAY "  Seats in last backup: " RECON-BACKUP-SEATS
           END-IF

           ADD 1 TO RECON-TOTAL
           MOVE 0 TO RECON-DISC-FLAG
           IF RECON-TIER-ANY = 1 AND
               RECON-TIER-SUM NOT = RECON-REMAINING(RECON-IDX)
               ADD 1 TO RECON-DISC-COUNT
               MOVE 1 TO RECON-DISC-FLAG
               PERFORM BETTER
               DISPLAY "  ** DISCREPANCY: tier seats do not match "
               "event seats. **"
                   "field; correct the tiers by hand first."
                   MOVE "N" TO WS-CONFIRM
               ELSE
               IF JOB-BATCH = 1
                   PERFORM BETTER
                   DISPLAY "  Unattended run: repair to "
                   RECON-TIER-SUM " left for an operator."
                   MOVE "N" TO WS-CONFIRM
               ELSE
               PERFORM BETTER
               DISPLAY "  Repair AVAILABLE-SEATS to " RECON-TIER-SUM
               " (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               END-IF
               END-IF
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE RECON-EVENT-UP TO RECON-FIX-NAME
                   MOVE RECON-EVENT-ID(RECON-IDX) TO RECON-FIX-ID
               ELSE
                   PERFORM BETTER DISPLAY "  Left as-is."
               END-IF
           END-IF

           IF JOB-BATCH = 1
               MOVE "CHECKED" TO JOB-CKPT-STATUS
               MOVE RECON-EVENT-ID(RECON-IDX) TO JOB-CKPT-KEY
               MOVE RECON-EVENT-ID(RECON-IDX) TO JOB-CKPT-EVENT-ID
               MOVE RECON-EVENTNAME(RECON-IDX) TO JOB-CKPT-NAME
               MOVE SPACES TO JOB-CKPT-DATE
               MOVE RECON-REMAINING(RECON-IDX) TO JOB-CKPT-SEATS
               MOVE SPACES TO JOB-CKPT-ORGANIZER
               MOVE SPACES TO JOB-CKPT-TIER
               MOVE SPACES TO JOB-CKPT-CLIENT
               MOVE RECON-DISC-FLAG TO JOB-CKPT-AMOUNT
               MOVE JOB-RUN-DATE TO JOB-CKPT-RUN-DATE
               PERFORM JOB-WRITE-CHECKPOINT
           END-IF.

       RECON-REPAIR-EVENT.
           END-READ
           CLOSE EventFile.

       FINANCE-AND-AUDIT.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *           FINANCE AND AUDIT           *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] FINANCIAL RECONCILIATION              |"
           perform better
           DISPLAY "|    [02] GL JOURNAL EXPORT                     |"
           perform better
           DISPLAY "|    [03] CHART OF ACCOUNTS                     |"
           perform better
           DISPLAY "|    [04] VAT RATE                              |"
           perform better
           DISPLAY "|    [05] MONTHLY VAT SUMMARY                   |"
           perform better
           DISPLAY "|    [06] ANOMALY WATCH REPORT                  |"
           perform better
           DISPLAY "|    [07] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT FIN-MENU-CHOICE

           EVALUATE FIN-MENU-CHOICE
               WHEN 1
                   PERFORM FINANCIAL-RECONCILIATION
               WHEN 2
                   PERFORM GL-EXPORT
               WHEN 3
                   PERFORM GL-CHART-OF-ACCOUNTS
               WHEN 4
                   PERFORM VAT-RATE-SETUP
               WHEN 5
                   PERFORM VAT-MONTHLY-SUMMARY
               WHEN 6
                   PERFORM ANOMALY-WATCH-REPORT
               WHEN 7
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       FINANCIAL-RECONCILIATION.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *        FINANCIAL RECONCILIATION       *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           OPEN EXTEND FinReconFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT FinReconFile
           END-IF
           MOVE ALL "=" TO FRC-LINE
           WRITE FinReconRecord FROM FRC-LINE
           MOVE SPACES TO FRC-LINE
           STRING
               "FINANCIAL RECONCILIATION  RUN: " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
               "  BY: " DELIMITED BY SIZE
               FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
               INTO FRC-LINE
           END-STRING
           WRITE FinReconRecord FROM FRC-LINE
           MOVE SPACES TO FRC-LINE
           STRING
               "CHECK    USER/EVENT                     "
                   DELIMITED BY SIZE
               "REFERENCE    EXPECTED     ACTUAL  NOTE"
                   DELIMITED BY SIZE
               INTO FRC-LINE
           END-STRING
           WRITE FinReconRecord FROM FRC-LINE
           MOVE 0 TO FRC-TOTAL-MISMATCHES

           PERFORM FRC-CHECK-WALLETS
           PERFORM FRC-CHECK-LEDGER-REFS
           PERFORM FRC-CHECK-CASH
           PERFORM FRC-CHECK-SETTLEMENT

           MOVE SPACES TO FRC-LINE
           STRING
               "TOTAL MISMATCHES: " DELIMITED BY SIZE
               FRC-TOTAL-MISMATCHES DELIMITED BY SIZE
               INTO FRC-LINE
           END-STRING
           WRITE FinReconRecord FROM FRC-LINE
           CLOSE FinReconFile

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Total mismatches: " FRC-TOTAL-MISMATCHES
           PERFORM BETTER
           DISPLAY "Report appended to financialrecon.txt"

           MOVE "FINANCIAL-RECON" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING
               "MISMATCHES: " DELIMITED BY SIZE
               FRC-TOTAL-MISMATCHES DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM ENDRUN
           PERFORM FINANCE-AND-AUDIT.

       FRC-CHECK-WALLETS.
           MOVE "WALLET" TO FRC-CHECK
           MOVE 0 TO FRC-CHECKED
           MOVE 0 TO FRC-MISMATCHES
           MOVE 0 TO FRC-OVERFLOW
           MOVE 0 TO FRC-ACCT-COUNT
           MOVE 0 TO FRC-OPER-COUNT
           MOVE "WALLET BALANCES AGAINST LEDGER REPLAY" TO FRC-NOTE
           PERFORM FRC-WRITE-HEADING

           OPEN INPUT AccountFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AccountFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE ACCOUNT-USERNAME TO FRC-USER
                           PERFORM FRC-FIND-ACCOUNT
                           IF FRC-FOUND-IDX > 0
                               MOVE 1 TO
                                   FRC-ACCT-ON-FILE(FRC-FOUND-IDX)
                               IF ACCOUNT-BALANCE NUMERIC
                                   ADD ACCOUNT-BALANCE TO
                                       FRC-ACCT-BALANCE(FRC-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF

           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LEDGER-AMOUNT NUMERIC
                               MOVE LEDGER-USERNAME TO FRC-USER
                               PERFORM FRC-FIND-ACCOUNT
                               IF FRC-FOUND-IDX > 0
                                   IF LEDGER-TYPE = "DEBIT"
                                       SUBTRACT LEDGER-AMOUNT FROM
                                       FRC-ACCT-REPLAY(FRC-FOUND-IDX)
                                   ELSE
                                       ADD LEDGER-AMOUNT TO
                                       FRC-ACCT-REPLAY(FRC-FOUND-IDX)
                                   END-IF
                               END-IF
                               IF LEDGER-TYPE = "DEPOSIT" AND
                                   LEDGER-OPERATOR NOT = SPACES AND
                                   LEDGER-OPERATOR NOT = LEDGER-USERNAME
                                   MOVE LEDGER-OPERATOR TO FRC-USER
                                   PERFORM FRC-FIND-OPERATOR
                                   IF FRC-FOUND-IDX > 0
                                       ADD LEDGER-AMOUNT TO
                                       FRC-OPER-LEDGER(FRC-FOUND-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF

           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-ACCT-COUNT
               ADD 1 TO FRC-CHECKED
               IF FRC-ACCT-ON-FILE(FRC-IDX) = 0
                   MOVE FRC-ACCT-USER(FRC-IDX) TO FRC-USER
                   MOVE "WALLET" TO FRC-REF-TEXT
                   MOVE FRC-ACCT-REPLAY(FRC-IDX) TO FRC-EXPECTED
                   MOVE 0 TO FRC-ACTUAL
                   MOVE "ACCOUNT NOT ON FILE" TO FRC-NOTE
                   PERFORM FRC-WRITE-DETAIL
               ELSE
                   IF FRC-ACCT-REPLAY(FRC-IDX) NOT =
                       FRC-ACCT-BALANCE(FRC-IDX)
                       MOVE FRC-ACCT-USER(FRC-IDX) TO FRC-USER
                       MOVE "WALLET" TO FRC-REF-TEXT
                       MOVE FRC-ACCT-REPLAY(FRC-IDX) TO FRC-EXPECTED
                       MOVE FRC-ACCT-BALANCE(FRC-IDX) TO FRC-ACTUAL
                       MOVE "BALANCE DIFFERS FROM LEDGER" TO FRC-NOTE
                       PERFORM FRC-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FRC-WRITE-TOTALS.

       FRC-CHECK-LEDGER-REFS.
           MOVE "BOOKING" TO FRC-CHECK
           MOVE 0 TO FRC-CHECKED
           MOVE 0 TO FRC-MISMATCHES
           MOVE 0 TO FRC-OVERFLOW
           MOVE "DEBITS AND CREDITS AGAINST BOOKINGS" TO FRC-NOTE
           PERFORM FRC-WRITE-HEADING

           OPEN INPUT LedgerFile
           IF FILE-STATUS NOT = "00"
               PERFORM FRC-WRITE-TOTALS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-LEDGER-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ LedgerFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE TempLedgerRecord FROM LedgerRecord
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           CLOSE TEMP-LEDGER-FILE

           OPEN INPUT TEMP-LEDGER-FILE
           MOVE 0 TO FRC-EOF
           PERFORM UNTIL FRC-EOF = 1
               READ TEMP-LEDGER-FILE
                   AT END
                       MOVE 1 TO FRC-EOF
                   NOT AT END
                       IF (LEDGER-TYPE2 = "DEBIT" OR
                           LEDGER-TYPE2 = "CREDIT") AND
                           LEDGER-AMOUNT2 NUMERIC
                           ADD 1 TO FRC-CHECKED
                           MOVE LEDGER-USERNAME2 TO FRC-USER
                           MOVE LEDGER-REF2 TO FRC-REF-TEXT
                           MOVE LEDGER-AMOUNT2 TO FRC-AMOUNT
                           IF LEDGER-REF2 NOT NUMERIC
                               MOVE FRC-AMOUNT TO FRC-EXPECTED
                               MOVE 0 TO FRC-ACTUAL
                               MOVE "NO BOOKING REFERENCE" TO FRC-NOTE
                               PERFORM FRC-WRITE-DETAIL
                           ELSE
                               MOVE LEDGER-REF2 TO FRC-REF
                               IF LEDGER-TYPE2 = "DEBIT"
                                   PERFORM FRC-MATCH-DEBIT
                               ELSE
                                   PERFORM FRC-MATCH-CREDIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMP-LEDGER-FILE
           PERFORM FRC-WRITE-TOTALS.

       FRC-MATCH-DEBIT.
           MOVE FRC-REF TO FRC-CHAIN-REF
           MOVE 0 TO FRC-HOPS
           MOVE 0 TO FRC-DONE
           PERFORM UNTIL FRC-DONE = 1
               ADD 1 TO FRC-HOPS
               PERFORM FRC-FIND-BOOKING
               IF FRC-BOOK-FOUND = 1
                   MOVE 1 TO FRC-DONE
                   IF FRC-BOOK-PAID NOT = FRC-AMOUNT
                       MOVE FRC-BOOK-PAID TO FRC-EXPECTED
                       MOVE FRC-AMOUNT TO FRC-ACTUAL
                       MOVE "CHARGE DIFFERS FROM BOOKED-PAID" TO
                           FRC-NOTE
                       PERFORM FRC-WRITE-DETAIL
                   END-IF
               ELSE
                   MOVE "CREDIT" TO FRC-FIND-TYPE
                   PERFORM FRC-FIND-LEDGER
                   IF FRC-LEDGER-FOUND = 1
                       MOVE 1 TO FRC-DONE
                   ELSE
                       PERFORM FRC-FIND-TRANSFER-OUT
                       IF FRC-XFER-FOUND = 1 AND FRC-HOPS < 10
                           MOVE FRC-XFER-REF TO FRC-CHAIN-REF
                       ELSE
                           MOVE 1 TO FRC-DONE
                           PERFORM FRC-FIND-INVOICE
                           IF FRC-INV-FOUND = 1
                               IF FRC-INV-AMT NOT = FRC-AMOUNT
                                   MOVE FRC-INV-AMT TO FRC-EXPECTED
                                   MOVE FRC-AMOUNT TO FRC-ACTUAL
                                   MOVE "CHARGE DIFFERS FROM INVOICE"
                                       TO FRC-NOTE
                                   PERFORM FRC-WRITE-DETAIL
                               END-IF
                           ELSE
                               MOVE 0 TO FRC-EXPECTED
                               MOVE FRC-AMOUNT TO FRC-ACTUAL
                               MOVE "NO BOOKING, REFUND OR INVOICE" TO
                                   FRC-NOTE
                               PERFORM FRC-WRITE-DETAIL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FRC-MATCH-CREDIT.
           MOVE FRC-REF TO FRC-CHAIN-REF
           MOVE 0 TO FRC-HOPS
           MOVE 0 TO FRC-DONE
           PERFORM FRC-FIND-BOOKING
           IF FRC-BOOK-FOUND = 1
               MOVE 1 TO FRC-DONE
               MOVE 0 TO FRC-EXPECTED
               MOVE FRC-AMOUNT TO FRC-ACTUAL
               MOVE "REFUNDED BUT STILL BOOKED" TO FRC-NOTE
               PERFORM FRC-WRITE-DETAIL
           END-IF
           PERFORM UNTIL FRC-DONE = 1
               ADD 1 TO FRC-HOPS
               MOVE "DEBIT" TO FRC-FIND-TYPE
               PERFORM FRC-FIND-LEDGER
               IF FRC-LEDGER-FOUND = 1
                   MOVE 1 TO FRC-DONE
                   IF FRC-LEDGER-AMT NOT = FRC-AMOUNT
                       MOVE FRC-LEDGER-AMT TO FRC-EXPECTED
                       MOVE FRC-AMOUNT TO FRC-ACTUAL
                       MOVE "REFUND DIFFERS FROM CHARGE" TO FRC-NOTE
                       PERFORM FRC-WRITE-DETAIL
                   END-IF
               ELSE
                   PERFORM FRC-FIND-TRANSFER-IN
                   IF FRC-XFER-FOUND = 1 AND FRC-HOPS < 10
                       MOVE FRC-XFER-REF TO FRC-CHAIN-REF
                   ELSE
                       MOVE 1 TO FRC-DONE
                       PERFORM FRC-FIND-INVOICE
                       IF FRC-INV-FOUND = 1
                           IF FRC-INV-AMT NOT = FRC-AMOUNT
                               MOVE FRC-INV-AMT TO FRC-EXPECTED
                               MOVE FRC-AMOUNT TO FRC-ACTUAL
                               MOVE "REFUND DIFFERS FROM INVOICE" TO
                                   FRC-NOTE
                               PERFORM FRC-WRITE-DETAIL
                           END-IF
                       ELSE
                           MOVE 0 TO FRC-EXPECTED
                           MOVE FRC-AMOUNT TO FRC-ACTUAL
                           MOVE "NO MATCHING CHARGE" TO FRC-NOTE
                           PERFORM FRC-WRITE-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FRC-FIND-BOOKING.
           MOVE 0 TO FRC-BOOK-FOUND
           MOVE 0 TO FRC-BOOK-PAID
           MOVE 0 TO FRC-BOOK-EVENT-ID
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ VIEW-MY-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF BOOKED-REF NUMERIC AND
                               BOOKED-REF = FRC-CHAIN-REF
                               MOVE 1 TO FRC-BOOK-FOUND
                               MOVE 1 TO EOF
                               IF BOOKED-PAID NOT = SPACES
                                   MOVE FUNCTION NUMVAL(BOOKED-PAID)
                                       TO FRC-BOOK-PAID
                               ELSE
                                   IF BOOKED-TP NOT = SPACES AND
                                       BOOKED-STB NOT = SPACES
                                       COMPUTE FRC-BOOK-PAID =
                                           FUNCTION NUMVAL(BOOKED-TP) *
                                           FUNCTION NUMVAL(BOOKED-STB)
                                   END-IF
                               END-IF
                               IF BOOKED-EVENT-ID NUMERIC
                                   MOVE BOOKED-EVENT-ID TO
                                       FRC-BOOK-EVENT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIEW-MY-BOOKINGS-FILE
           END-IF.

       FRC-FIND-LEDGER.
           MOVE 0 TO FRC-LEDGER-FOUND
           MOVE 0 TO FRC-LEDGER-AMT
           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LEDGER-TYPE = FRC-FIND-TYPE AND
                               LEDGER-REF NUMERIC AND
                               LEDGER-AMOUNT NUMERIC
                               IF LEDGER-REF = FRC-CHAIN-REF
                                   MOVE 1 TO FRC-LEDGER-FOUND
                                   MOVE LEDGER-AMOUNT TO FRC-LEDGER-AMT
                                   MOVE 1 TO EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       FRC-FIND-TRANSFER-OUT.
           MOVE 0 TO FRC-XFER-FOUND
           MOVE 0 TO FRC-XFER-REF
           MOVE 0 TO FRC-XFER-EVENT-ID
           OPEN INPUT TransferFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TransferFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF XFER-LOG-OLD-REF NUMERIC AND
                               XFER-LOG-OLD-REF = FRC-CHAIN-REF
                               MOVE 1 TO FRC-XFER-FOUND
                               MOVE XFER-LOG-NEW-REF TO FRC-XFER-REF
                               MOVE XFER-LOG-EVENT-ID TO
                                   FRC-XFER-EVENT-ID
                               MOVE 1 TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF.

       FRC-FIND-TRANSFER-IN.
           MOVE 0 TO FRC-XFER-FOUND
           MOVE 0 TO FRC-XFER-REF
           MOVE 0 TO FRC-XFER-EVENT-ID
           OPEN INPUT TransferFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TransferFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF XFER-LOG-NEW-REF NUMERIC AND
                               XFER-LOG-NEW-REF = FRC-CHAIN-REF
                               MOVE 1 TO FRC-XFER-FOUND
                               MOVE XFER-LOG-OLD-REF TO FRC-XFER-REF
                               MOVE XFER-LOG-EVENT-ID TO
                                   FRC-XFER-EVENT-ID
                               MOVE 1 TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF.

       FRC-FIND-INVOICE.
           MOVE 0 TO FRC-INV-FOUND
           MOVE 0 TO FRC-INV-AMT
           OPEN INPUT GroupInvoiceFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ GroupInvoiceFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF GroupInvoiceRecord (1:11) = "CONFIRMED  "
                               MOVE GroupInvoiceRecord TO
                                   INVOICE-CONFIRM-LINE
                               IF INV-CONF-BOOK-REF NUMERIC AND
                                   INV-CONF-AMOUNT NUMERIC
                                   IF INV-CONF-BOOK-REF = FRC-CHAIN-REF
                                       MOVE 1 TO FRC-INV-FOUND
                                       MOVE INV-CONF-AMOUNT TO
                                           FRC-INV-AMT
                                       MOVE 1 TO EOF
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GroupInvoiceFile
           END-IF.

       FRC-FIND-ACCOUNT.
           MOVE 0 TO FRC-FOUND-IDX
           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-ACCT-COUNT OR FRC-FOUND-IDX > 0
               IF FRC-ACCT-USER(FRC-IDX) = FRC-USER
                   MOVE FRC-IDX TO FRC-FOUND-IDX
               END-IF
           END-PERFORM
           IF FRC-FOUND-IDX = 0
               IF FRC-ACCT-COUNT < FRC-ACCT-MAX
                   ADD 1 TO FRC-ACCT-COUNT
                   MOVE FRC-ACCT-COUNT TO FRC-FOUND-IDX
                   MOVE FRC-USER TO FRC-ACCT-USER(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-ACCT-ON-FILE(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-ACCT-BALANCE(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-ACCT-REPLAY(FRC-FOUND-IDX)
               ELSE
                   ADD 1 TO FRC-OVERFLOW
               END-IF
           END-IF.

       FRC-FIND-OPERATOR.
           MOVE 0 TO FRC-FOUND-IDX
           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-OPER-COUNT OR FRC-FOUND-IDX > 0
               IF FRC-OPER-NAME(FRC-IDX) = FRC-USER
                   MOVE FRC-IDX TO FRC-FOUND-IDX
               END-IF
           END-PERFORM
           IF FRC-FOUND-IDX = 0
               IF FRC-OPER-COUNT < FRC-OPER-MAX
                   ADD 1 TO FRC-OPER-COUNT
                   MOVE FRC-OPER-COUNT TO FRC-FOUND-IDX
                   MOVE FRC-USER TO FRC-OPER-NAME(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-OPER-LEDGER(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-OPER-SESSION(FRC-FOUND-IDX)
               ELSE
                   ADD 1 TO FRC-OVERFLOW
               END-IF
           END-IF.

       FRC-FIND-EVENT.
           MOVE 0 TO FRC-FOUND-IDX
           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-EVT-COUNT OR FRC-FOUND-IDX > 0
               IF FRC-EVT-ID(FRC-IDX) = FRC-EVENT-ID
                   MOVE FRC-IDX TO FRC-FOUND-IDX
               END-IF
           END-PERFORM
           IF FRC-FOUND-IDX = 0
               IF FRC-EVT-COUNT < FRC-EVT-MAX
                   ADD 1 TO FRC-EVT-COUNT
                   MOVE FRC-EVT-COUNT TO FRC-FOUND-IDX
                   MOVE FRC-EVENT-ID TO FRC-EVT-ID(FRC-FOUND-IDX)
                   MOVE SPACES TO FRC-EVT-NAME(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-EVT-LEDGER(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-EVT-SETTLED(FRC-FOUND-IDX)
                   MOVE 0 TO FRC-EVT-ON-SETTLE(FRC-FOUND-IDX)
               ELSE
                   ADD 1 TO FRC-OVERFLOW
               END-IF
           END-IF.

       FRC-CHECK-CASH.
           MOVE "CASH" TO FRC-CHECK
           MOVE 0 TO FRC-CHECKED
           MOVE 0 TO FRC-MISMATCHES
           MOVE 0 TO FRC-OVERFLOW
           MOVE "OPERATOR DEPOSITS AGAINST CASH SESSIONS" TO FRC-NOTE
           PERFORM FRC-WRITE-HEADING

           OPEN INPUT CashSessionFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CashSessionFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SESSION-DEPOSITS NUMERIC
                               MOVE SESSION-OPERATOR TO FRC-USER
                               PERFORM FRC-FIND-OPERATOR
                               IF FRC-FOUND-IDX > 0
                                   ADD SESSION-DEPOSITS TO
                                       FRC-OPER-SESSION(FRC-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CashSessionFile
           END-IF

           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-OPER-COUNT
               ADD 1 TO FRC-CHECKED
               IF FRC-OPER-LEDGER(FRC-IDX) NOT =
                   FRC-OPER-SESSION(FRC-IDX)
                   MOVE FRC-OPER-NAME(FRC-IDX) TO FRC-USER
                   MOVE "SESSIONS" TO FRC-REF-TEXT
                   MOVE FRC-OPER-SESSION(FRC-IDX) TO FRC-EXPECTED
                   MOVE FRC-OPER-LEDGER(FRC-IDX) TO FRC-ACTUAL
                   MOVE "LEDGER DEPOSITS DIFFER FROM SESSIONS" TO
                       FRC-NOTE
                   PERFORM FRC-WRITE-DETAIL
               END-IF
           END-PERFORM
           PERFORM FRC-WRITE-TOTALS.

       FRC-CHECK-SETTLEMENT.
           MOVE "SETTLE" TO FRC-CHECK
           MOVE 0 TO FRC-CHECKED
           MOVE 0 TO FRC-MISMATCHES
           MOVE 0 TO FRC-OVERFLOW
           MOVE 0 TO FRC-EVT-COUNT
           MOVE "SETTLEMENT REVENUE AGAINST LEDGER" TO FRC-NOTE
           PERFORM FRC-WRITE-HEADING

           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-LEDGER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TempLedgerRecord FROM LedgerRecord
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
               CLOSE TEMP-LEDGER-FILE

               OPEN INPUT TEMP-LEDGER-FILE
               MOVE 0 TO FRC-EOF
               PERFORM UNTIL FRC-EOF = 1
                   READ TEMP-LEDGER-FILE
                       AT END
                           MOVE 1 TO FRC-EOF
                       NOT AT END
                           IF (LEDGER-TYPE2 = "DEBIT" OR
                               LEDGER-TYPE2 = "CREDIT") AND
                               LEDGER-AMOUNT2 NUMERIC AND
                               LEDGER-REF2 NUMERIC
                               MOVE LEDGER-REF2 TO FRC-CHAIN-REF
                               PERFORM FRC-FIND-EVENT-OF-REF
                               IF FRC-EVENT-ID > 0
                                   PERFORM FRC-FIND-EVENT
                                   IF FRC-FOUND-IDX > 0
                                       IF LEDGER-TYPE2 = "DEBIT"
                                           ADD LEDGER-AMOUNT2 TO
                                           FRC-EVT-LEDGER(FRC-FOUND-IDX)
                                       ELSE
                                           SUBTRACT LEDGER-AMOUNT2 FROM
                                           FRC-EVT-LEDGER(FRC-FOUND-IDX)
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMP-LEDGER-FILE
           END-IF

           OPEN INPUT SettlementFile
           IF FILE-STATUS = "00"
               MOVE 0 TO FRC-EOF
               PERFORM UNTIL FRC-EOF = 1
                   READ SettlementFile
                       AT END
                           MOVE 1 TO FRC-EOF
                       NOT AT END
                           MOVE SettlementRecord TO FRC-LINE
                           PERFORM FRC-SETTLEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE SettlementFile
           END-IF

           PERFORM VARYING FRC-IDX FROM 1 BY 1
               UNTIL FRC-IDX > FRC-EVT-COUNT
               IF FRC-EVT-ON-SETTLE(FRC-IDX) = 1
                   ADD 1 TO FRC-CHECKED
                   IF FRC-EVT-LEDGER(FRC-IDX) NOT =
                       FRC-EVT-SETTLED(FRC-IDX)
                       MOVE FRC-EVT-NAME(FRC-IDX) TO FRC-USER
                       MOVE FRC-EVT-ID(FRC-IDX) TO FRC-REF-TEXT
                       MOVE FRC-EVT-LEDGER(FRC-IDX) TO FRC-EXPECTED
                       MOVE FRC-EVT-SETTLED(FRC-IDX) TO FRC-ACTUAL
                       MOVE "SETTLED REVENUE DIFFERS FROM LEDGER" TO
                           FRC-NOTE
                       PERFORM FRC-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FRC-WRITE-TOTALS.

       FRC-FIND-EVENT-OF-REF.
           MOVE 0 TO FRC-EVENT-ID
           PERFORM FRC-FIND-BOOKING
           IF FRC-BOOK-FOUND = 1
               MOVE FRC-BOOK-EVENT-ID TO FRC-EVENT-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM FRC-FIND-TRANSFER-OUT
           IF FRC-XFER-FOUND = 0
               PERFORM FRC-FIND-TRANSFER-IN
           END-IF
           IF FRC-XFER-FOUND = 1 AND FRC-XFER-EVENT-ID NUMERIC
               MOVE FRC-XFER-EVENT-ID TO FRC-EVENT-ID
           END-IF.

       FRC-SETTLEMENT-LINE.
           IF FRC-LINE (1:2) NOT = SPACES OR FRC-LINE (3:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FRC-SET-POS
           INSPECT FRC-LINE TALLYING FRC-SET-POS
               FOR CHARACTERS BEFORE INITIAL "REVENUE: P"
           IF FRC-SET-POS > 139
               EXIT PARAGRAPH
           END-IF
           IF FRC-LINE (FRC-SET-POS + 11:9) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FRC-LINE (FRC-SET-POS + 11:9) TO FRC-SET-REV
           MOVE SPACES TO FRC-SET-NAME
           MOVE SPACES TO FRC-SET-REST
           UNSTRING FRC-LINE (3:148) DELIMITED BY " ("
               INTO FRC-SET-NAME FRC-SET-REST
           END-UNSTRING
           MOVE FRC-SET-REST (1:10) TO FRC-SET-DATE
           MOVE FUNCTION UPPER-CASE(FRC-SET-NAME) TO FRC-SET-NAME

           MOVE 0 TO FRC-EVENT-ID
           OPEN INPUT EventHistoryFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventHistoryFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(HIST-EVENTNAME) =
                               FRC-SET-NAME AND
                               HIST-EVENTDATE = FRC-SET-DATE AND
                               HIST-EVENT-ID NUMERIC
                               MOVE HIST-EVENT-ID TO FRC-EVENT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventHistoryFile
           END-IF

           IF FRC-EVENT-ID = 0
               ADD 1 TO FRC-CHECKED
               MOVE FRC-SET-NAME TO FRC-USER
               MOVE FRC-SET-DATE TO FRC-REF-TEXT
               MOVE 0 TO FRC-EXPECTED
               MOVE FRC-SET-REV TO FRC-ACTUAL
               MOVE "SETTLED EVENT NOT IN EVENT HISTORY" TO FRC-NOTE
               PERFORM FRC-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM FRC-FIND-EVENT
           IF FRC-FOUND-IDX > 0
               MOVE FRC-SET-NAME TO FRC-EVT-NAME(FRC-FOUND-IDX)
               ADD FRC-SET-REV TO FRC-EVT-SETTLED(FRC-FOUND-IDX)
               MOVE 1 TO FRC-EVT-ON-SETTLE(FRC-FOUND-IDX)
           END-IF.

       FRC-WRITE-HEADING.
           MOVE SPACES TO FRC-LINE
           WRITE FinReconRecord FROM FRC-LINE
           MOVE SPACES TO FRC-LINE
           STRING
               FUNCTION TRIM(FRC-CHECK) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(FRC-NOTE) DELIMITED BY SIZE
               INTO FRC-LINE
           END-STRING
           WRITE FinReconRecord FROM FRC-LINE
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY FUNCTION TRIM(FRC-LINE).

       FRC-WRITE-DETAIL.
           MOVE FRC-CHECK TO FRC-D-CHECK
           MOVE FRC-USER TO FRC-D-USER
           MOVE FRC-REF-TEXT TO FRC-D-REF
           MOVE FRC-EXPECTED TO FRC-D-EXPECTED
           MOVE FRC-ACTUAL TO FRC-D-ACTUAL
           MOVE FRC-NOTE TO FRC-D-NOTE
           WRITE FinReconRecord FROM FRC-DETAIL
           DISPLAY FRC-DETAIL
           ADD 1 TO FRC-MISMATCHES
           ADD 1 TO FRC-TOTAL-MISMATCHES.

       FRC-WRITE-TOTALS.
           MOVE SPACES TO FRC-LINE
           STRING
               "  CHECKED: " DELIMITED BY SIZE
               FRC-CHECKED DELIMITED BY SIZE
               "  MISMATCHES: " DELIMITED BY SIZE
               FRC-MISMATCHES DELIMITED BY SIZE
               INTO FRC-LINE
           END-STRING
           IF FRC-OVERFLOW > 0
               MOVE SPACES TO FRC-WORK-LINE
               STRING
                   FUNCTION TRIM(FRC-LINE TRAILING) DELIMITED BY SIZE
                   "  NOT CHECKED (TABLE FULL): " DELIMITED BY SIZE
                   FRC-OVERFLOW DELIMITED BY SIZE
                   INTO FRC-WORK-LINE
               END-STRING
               MOVE FRC-WORK-LINE TO FRC-LINE
           END-IF
           WRITE FinReconRecord FROM FRC-LINE
           PERFORM BETTER DISPLAY FUNCTION TRIM(FRC-LINE).

       GL-EXPORT.
           IF JOB-BATCH = 0
               CALL "SYSTEM" USING 'CLS'
               PERFORM CLEAR-SCREEN
               PERFORM PRINT-BLANK-LINES
           END-IF
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *           GL JOURNAL EXPORT           *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           MOVE 0 TO GL-READ-COUNT
           MOVE 0 TO GL-ENTRY-NO
           MOVE 0 TO GL-LINE-COUNT
           MOVE 0 TO GL-DEBIT-TOTAL
           MOVE 0 TO GL-CREDIT-TOTAL

           PERFORM GL-LOAD-CHART
           IF GL-CHART-OK = 0
               PERFORM BETTER
               DISPLAY "Map the missing accounts under "
               "CHART OF ACCOUNTS."
               IF JOB-BATCH = 1
                   MOVE 8 TO JOB-RC
                   MOVE "CHART OF ACCOUNTS IS INCOMPLETE" TO JOB-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENDRUN
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF

           PERFORM GL-FIND-LAST-BATCH
           MOVE FUNCTION CURRENT-DATE (1:8) TO GL-TODAY
           IF JOB-BATCH = 1
               MOVE JOB-RUN-DATE-NUM TO GL-TO-DATE
           ELSE
               PERFORM BETTER
               DISPLAY "Export activity up to (YYYYMMDD, ENTER for "
               "yesterday): " WITH NO ADVANCING
               MOVE SPACES TO GL-TO-TEXT
               ACCEPT GL-TO-TEXT
               MOVE 0 TO GL-TO-DATE
               IF GL-TO-TEXT = SPACES
                   COMPUTE GL-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(GL-TODAY) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(GL-DAY-NUMBER) TO
                       GL-TO-DATE
               ELSE
                   IF GL-TO-TEXT NUMERIC AND
                      GL-TO-TEXT (5:2) >= "01" AND
                      GL-TO-TEXT (5:2) <= "12" AND
                      GL-TO-TEXT (7:2) >= "01" AND
                      GL-TO-TEXT (7:2) <= "31"
                       MOVE GL-TO-TEXT TO GL-TO-DATE
                   END-IF
               END-IF
               IF GL-TO-DATE = 0 OR GL-TO-DATE NOT < GL-TODAY
                   PERFORM BETTER
                   DISPLAY "Enter a completed day before today as "
                   "YYYYMMDD."
                   PERFORM ENDRUN
                   PERFORM FINANCE-AND-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF GL-TO-DATE NOT > GL-LAST-TO
               PERFORM BETTER
               DISPLAY "Activity up to " GL-LAST-TO
               " was already exported in batch " GL-LAST-BATCH "."
               IF JOB-BATCH = 1
                   MOVE 4 TO JOB-RC
                   MOVE "PERIOD ALREADY EXPORTED" TO JOB-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENDRUN
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF

           IF GL-LAST-TO = 0
               MOVE 0 TO GL-FROM-DATE
           ELSE
               COMPUTE GL-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(GL-LAST-TO) + 1
               MOVE FUNCTION DATE-OF-INTEGER(GL-DAY-NUMBER) TO
                   GL-FROM-DATE
           END-IF
           COMPUTE GL-BATCH-NO = GL-LAST-BATCH + 1

           OPEN OUTPUT GlJournalFile
           PERFORM GL-EXPORT-LEDGER
           PERFORM GL-EXPORT-SETTLEMENT
           PERFORM GL-EXPORT-STATEMENTS
           PERFORM GL-EXPORT-INVOICES
           CLOSE GlJournalFile

           OPEN EXTEND GlBatchFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT GlBatchFile
           END-IF
           MOVE GL-BATCH-NO TO GLB-BATCH-NO
           MOVE GL-FROM-DATE TO GLB-FROM-DATE
           MOVE GL-TO-DATE TO GLB-TO-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO GLB-RUN-TIME
           MOVE GL-ENTRY-NO TO GLB-ENTRIES
           MOVE GL-LINE-COUNT TO GLB-LINES
           MOVE GL-DEBIT-TOTAL TO GLB-DEBITS
           MOVE GL-CREDIT-TOTAL TO GLB-CREDITS
           MOVE USERNAME TO GLB-OPERATOR
           WRITE GlBatchRecord
           CLOSE GlBatchFile

           PERFORM BETTER
           DISPLAY "Batch " GL-BATCH-NO "  period " GL-FROM-DATE
           " to " GL-TO-DATE
           PERFORM BETTER
           DISPLAY "  Entries: " GL-ENTRY-NO "  Lines: " GL-LINE-COUNT
           PERFORM BETTER
           DISPLAY "  Debits: P" GL-DEBIT-TOTAL
           "  Credits: P" GL-CREDIT-TOTAL
           PERFORM BETTER
           DISPLAY "Journal written to gljournal.txt"

           MOVE "GL-EXPORT" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           STRING
               GL-FROM-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               GL-TO-DATE DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO AUDIT-AFTER
           STRING
               "BATCH " DELIMITED BY SIZE
               GL-BATCH-NO DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           IF JOB-BATCH = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM ENDRUN
           PERFORM FINANCE-AND-AUDIT.

       GL-FIND-LAST-BATCH.
           MOVE 0 TO GL-LAST-BATCH
           MOVE 0 TO GL-LAST-TO
           OPEN INPUT GlBatchFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ GlBatchFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF GLB-BATCH-NO NUMERIC AND
                               GLB-BATCH-NO > GL-LAST-BATCH
                               MOVE GLB-BATCH-NO TO GL-LAST-BATCH
                           END-IF
                           IF GLB-TO-DATE NUMERIC AND
                               GLB-TO-DATE > GL-LAST-TO
                               MOVE GLB-TO-DATE TO GL-LAST-TO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlBatchFile
           END-IF.

       GL-CHECK-PERIOD.
           MOVE 0 TO GL-IN-PERIOD
           IF GL-ITEM-DATE NOT < GL-FROM-DATE AND
               GL-ITEM-DATE NOT > GL-TO-DATE
               MOVE 1 TO GL-IN-PERIOD
           END-IF.

       GL-EXPORT-LEDGER.
           OPEN INPUT LedgerFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-EOF
           PERFORM UNTIL GL-EOF = 1
               READ LedgerFile
                   AT END
                       MOVE 1 TO GL-EOF
                   NOT AT END
                       MOVE 0 TO GL-IN-PERIOD
                       IF LEDGER-DATE NUMERIC AND
                           LEDGER-AMOUNT NUMERIC
                           MOVE LEDGER-DATE TO GL-ITEM-DATE
                           PERFORM GL-CHECK-PERIOD
                       END-IF
                       IF GL-IN-PERIOD = 1
                           ADD 1 TO GL-READ-COUNT
                           MOVE LEDGER-DATE TO GL-ENT-DATE
                           MOVE LEDGER-REF TO GL-ENT-REF
                           MOVE LEDGER-USERNAME TO GL-ENT-TEXT
                           MOVE LEDGER-AMOUNT TO GL-AMOUNT
                           MOVE 0 TO GL-VAT
                           EVALUATE LEDGER-TYPE
                               WHEN "DEPOSIT"
                                   MOVE "DEPOSIT" TO GL-ENT-SOURCE
                                   IF LEDGER-OPERATOR NOT = SPACES AND
                                       LEDGER-OPERATOR NOT =
                                       LEDGER-USERNAME
                                       MOVE "CASH" TO GL-DR-KEY
                                   ELSE
                                       MOVE "PAY-CLEARING" TO GL-DR-KEY
                                   END-IF
                                   MOVE "WALLET" TO GL-CR-KEY
                               WHEN "DEBIT"
                                   MOVE "SALE" TO GL-ENT-SOURCE
                                   MOVE "WALLET" TO GL-DR-KEY
                                   MOVE "DEFERRED-REV" TO GL-CR-KEY
                                   MOVE "OR" TO GL-RCPT-TYPE
                                   PERFORM GL-FIND-RECEIPT-VAT
                               WHEN "CREDIT"
                                   MOVE "REFUND" TO GL-ENT-SOURCE
                                   PERFORM GL-REFUND-ACCOUNT
                                   MOVE "WALLET" TO GL-CR-KEY
                                   MOVE "CM" TO GL-RCPT-TYPE
                                   PERFORM GL-FIND-RECEIPT-VAT
                               WHEN OTHER
                                   MOVE 0 TO GL-AMOUNT
                           END-EVALUATE
                           IF GL-VAT > 0
                               PERFORM GL-POST-VAT-SPLIT
                           ELSE
                               PERFORM GL-POST-PAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile.

       GL-FIND-RECEIPT-VAT.
           MOVE 0 TO GL-VAT
           MOVE 0 TO GL-RCPT-FOUND
           IF LEDGER-REF NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LEDGER-REF TO GL-RCPT-REF
           OPEN INPUT ReceiptFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1 OR GL-RCPT-FOUND = 1
               READ ReceiptFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF RCPT-TYPE = GL-RCPT-TYPE AND
                           RCPT-STATUS NOT = "V" AND
                           RCPT-BOOKING-REF NUMERIC AND
                           RCPT-BOOKING-REF = GL-RCPT-REF AND
                           RCPT-TOTAL NUMERIC AND
                           RCPT-TOTAL = GL-AMOUNT AND
                           RCPT-VAT NUMERIC
                           MOVE RCPT-VAT TO GL-VAT
                           MOVE 1 TO GL-RCPT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReceiptFile
           IF GL-VAT > GL-AMOUNT
               MOVE GL-AMOUNT TO GL-VAT
           END-IF.

       GL-POST-VAT-SPLIT.
           COMPUTE GL-NET-AMT = GL-AMOUNT - GL-VAT
           MOVE 3 TO GL-ENT-COUNT
           IF GL-RCPT-TYPE = "CM"
               MOVE GL-DR-KEY TO GL-ENT-KEY(1)
               MOVE GL-NET-AMT TO GL-ENT-DEBIT(1)
               MOVE 0 TO GL-ENT-CREDIT(1)
               MOVE "OUTPUT-VAT" TO GL-ENT-KEY(2)
               MOVE GL-VAT TO GL-ENT-DEBIT(2)
               MOVE 0 TO GL-ENT-CREDIT(2)
               MOVE GL-CR-KEY TO GL-ENT-KEY(3)
               MOVE 0 TO GL-ENT-DEBIT(3)
               MOVE GL-AMOUNT TO GL-ENT-CREDIT(3)
           ELSE
               MOVE GL-DR-KEY TO GL-ENT-KEY(1)
               MOVE GL-AMOUNT TO GL-ENT-DEBIT(1)
               MOVE 0 TO GL-ENT-CREDIT(1)
               MOVE GL-CR-KEY TO GL-ENT-KEY(2)
               MOVE 0 TO GL-ENT-DEBIT(2)
               MOVE GL-NET-AMT TO GL-ENT-CREDIT(2)
               MOVE "OUTPUT-VAT" TO GL-ENT-KEY(3)
               MOVE 0 TO GL-ENT-DEBIT(3)
               MOVE GL-VAT TO GL-ENT-CREDIT(3)
           END-IF
           IF GL-NET-AMT = 0
               MOVE GL-ENT-LINE(3) TO GL-ENT-LINE(2)
               MOVE 2 TO GL-ENT-COUNT
               IF GL-RCPT-TYPE = "CM"
                   MOVE "OUTPUT-VAT" TO GL-ENT-KEY(1)
                   MOVE GL-VAT TO GL-ENT-DEBIT(1)
               END-IF
           END-IF
           PERFORM GL-WRITE-ENTRY.

       GL-FIND-EVENT-VAT.
           MOVE GL-SET-EVENT-ID TO EVAT-EVENT-ID
           MOVE GL-EVT-NAME TO EVAT-NAME
           MOVE GL-BLOCK-DATE TO EVAT-ASOF
           PERFORM EVENT-VAT-TOTAL
           MOVE EVAT-AMOUNT TO GL-VAT
           IF GL-VAT > GL-REVENUE
               MOVE GL-REVENUE TO GL-VAT
           END-IF.

       GL-FIND-HIST-EVENT.
           MOVE FUNCTION UPPER-CASE(GL-EVT-NAME) TO GL-EVT-UP
           OPEN INPUT EventHistoryFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-HIST-EOF
           PERFORM UNTIL GL-HIST-EOF = 1
               READ EventHistoryFile
                   AT END
                       MOVE 1 TO GL-HIST-EOF
                   NOT AT END
                       IF HIST-EVENT-ID NUMERIC AND
                           HIST-CLOSE-DATE NUMERIC AND
                           HIST-CLOSE-DATE = GL-BLOCK-DATE AND
                           HIST-EVENTDATE = GL-EVT-REST (1:10) AND
                           FUNCTION UPPER-CASE(HIST-EVENTNAME) =
                           GL-EVT-UP
                           MOVE HIST-EVENT-ID TO GL-SET-EVENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventHistoryFile.

       GL-FIND-STMT-VAT.
           MOVE 0 TO GL-VAT
           OPEN INPUT EventHistoryFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-HIST-EOF
           PERFORM UNTIL GL-HIST-EOF = 1
               READ EventHistoryFile
                   AT END
                       MOVE 1 TO GL-HIST-EOF
                   NOT AT END
                       IF HIST-CLOSE-DATE NUMERIC AND
                           HIST-CLOSE-DATE = GL-BLOCK-DATE AND
                           FUNCTION UPPER-CASE(HIST-ORGANIZER) =
                           GL-ORGANIZER
                           MOVE 0 TO EVAT-EVENT-ID
                           IF HIST-EVENT-ID NUMERIC
                               MOVE HIST-EVENT-ID TO EVAT-EVENT-ID
                           END-IF
                           MOVE HIST-EVENTNAME TO EVAT-NAME
                           MOVE GL-BLOCK-DATE TO EVAT-ASOF
                           PERFORM EVENT-VAT-TOTAL
                           ADD EVAT-AMOUNT TO GL-VAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventHistoryFile.

       EVENT-VAT-TOTAL.
           MOVE 0 TO EVAT-AMOUNT
           MOVE 0 TO EVAT-OR
           MOVE 0 TO EVAT-CM
           MOVE FUNCTION UPPER-CASE(EVAT-NAME) TO EVAT-NAME
           IF EVAT-EVENT-ID = 0 AND EVAT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReceiptFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ ReceiptFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE 0 TO EVAT-MATCH
                       IF EVAT-EVENT-ID > 0 AND
                           RCPT-EVENT-ID NUMERIC AND
                           RCPT-EVENT-ID > 0
                           IF RCPT-EVENT-ID = EVAT-EVENT-ID
                               MOVE 1 TO EVAT-MATCH
                           END-IF
                       ELSE
                           IF EVAT-NAME NOT = SPACES AND
                               RCPT-EVENTNAME (1:20) = EVAT-NAME
                               MOVE 1 TO EVAT-MATCH
                           END-IF
                       END-IF
                       IF EVAT-MATCH = 1 AND
                           RCPT-STATUS NOT = "V" AND
                           RCPT-VAT NUMERIC AND
                           RCPT-DATE NUMERIC AND
                           RCPT-DATE NOT > EVAT-ASOF
                           IF RCPT-TYPE = "OR"
                               ADD RCPT-VAT TO EVAT-OR
                           END-IF
                           IF RCPT-TYPE = "CM"
                               ADD RCPT-VAT TO EVAT-CM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReceiptFile
           IF EVAT-OR > EVAT-CM
               COMPUTE EVAT-AMOUNT = EVAT-OR - EVAT-CM
           END-IF.

       GL-REFUND-ACCOUNT.
           MOVE "DEFERRED-REV" TO GL-DR-KEY
           MOVE 0 TO GL-EVENT-ID
           IF LEDGER-EVENT-ID NUMERIC
               MOVE LEDGER-EVENT-ID TO GL-EVENT-ID
           END-IF
           IF GL-EVENT-ID = 0 AND LEDGER-REF NUMERIC
               MOVE LEDGER-REF TO FRC-CHAIN-REF
               PERFORM FRC-FIND-EVENT-OF-REF
               MOVE FRC-EVENT-ID TO GL-EVENT-ID
           END-IF
           IF GL-EVENT-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EventHistoryFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventHistoryFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HIST-EVENT-ID NUMERIC AND
                               HIST-EVENT-ID = GL-EVENT-ID AND
                               HIST-CLOSE-DATE NUMERIC
                               IF HIST-CLOSE-DATE NOT > LEDGER-DATE
                                   MOVE "TICKET-REV" TO GL-DR-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventHistoryFile
           END-IF.

       GL-EXPORT-SETTLEMENT.
           OPEN INPUT SettlementFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-BLOCK-DATE
           MOVE 0 TO GL-EOF
           PERFORM UNTIL GL-EOF = 1
               READ SettlementFile
                   AT END
                       MOVE 1 TO GL-EOF
                   NOT AT END
                       MOVE SettlementRecord TO GL-LINE
                       PERFORM GL-SETTLEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE SettlementFile.

       GL-SETTLEMENT-LINE.
           IF GL-LINE (1:17) = "DAILY SETTLEMENT "
               MOVE 0 TO GL-BLOCK-DATE
               IF GL-LINE (18:8) NUMERIC
                   MOVE GL-LINE (18:8) TO GL-BLOCK-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF GL-BLOCK-DATE = 0 OR GL-LINE (1:2) NOT = SPACES OR
               GL-LINE (3:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE GL-BLOCK-DATE TO GL-ITEM-DATE
           PERFORM GL-CHECK-PERIOD
           IF GL-IN-PERIOD = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO GL-REVENUE
           MOVE 0 TO GL-POS
           INSPECT GL-LINE TALLYING GL-POS
               FOR CHARACTERS BEFORE INITIAL "REVENUE: P"
           IF GL-POS < 140
               IF GL-LINE (GL-POS + 11:9) NUMERIC
                   MOVE GL-LINE (GL-POS + 11:9) TO GL-REVENUE
               END-IF
           END-IF
           MOVE 0 TO GL-VENUE
           MOVE 0 TO GL-POS
           INSPECT GL-LINE TALLYING GL-POS
               FOR CHARACTERS BEFORE INITIAL "  VENUE: P"
           IF GL-POS < 140
               IF GL-LINE (GL-POS + 11:5) NUMERIC
                   MOVE GL-LINE (GL-POS + 11:5) TO GL-VENUE
               END-IF
           END-IF
           MOVE SPACES TO GL-EVT-NAME
           MOVE SPACES TO GL-EVT-REST
           UNSTRING GL-LINE (3:148) DELIMITED BY " ("
               INTO GL-EVT-NAME GL-EVT-REST
           END-UNSTRING
           MOVE 0 TO GL-SET-EVENT-ID
           MOVE 0 TO GL-POS
           INSPECT GL-LINE TALLYING GL-POS
               FOR CHARACTERS BEFORE INITIAL "  ID: "
           IF GL-POS < 140
               IF GL-LINE (GL-POS + 7:6) NUMERIC
                   MOVE GL-LINE (GL-POS + 7:6) TO GL-SET-EVENT-ID
               END-IF
           END-IF
           IF GL-SET-EVENT-ID = 0
               PERFORM GL-FIND-HIST-EVENT
           END-IF

           ADD 1 TO GL-READ-COUNT
           MOVE GL-BLOCK-DATE TO GL-ENT-DATE
           MOVE "CLOSEOUT" TO GL-ENT-SOURCE
           MOVE GL-EVT-REST (1:10) TO GL-ENT-REF
           MOVE GL-EVT-NAME TO GL-ENT-TEXT
           PERFORM GL-FIND-EVENT-VAT
           COMPUTE GL-AMOUNT = GL-REVENUE - GL-VAT
           MOVE "DEFERRED-REV" TO GL-DR-KEY
           MOVE "TICKET-REV" TO GL-CR-KEY
           PERFORM GL-POST-PAIR
           MOVE GL-VENUE TO GL-AMOUNT
           MOVE "VENUE-COST" TO GL-DR-KEY
           MOVE "VENUE-DUE" TO GL-CR-KEY
           PERFORM GL-POST-PAIR.

       GL-EXPORT-STATEMENTS.
           OPEN INPUT OrganizerStatementFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-BLOCK-DATE
           MOVE SPACES TO GL-ORGANIZER
           MOVE 0 TO GL-EOF
           PERFORM UNTIL GL-EOF = 1
               READ OrganizerStatementFile
                   AT END
                       MOVE 1 TO GL-EOF
                   NOT AT END
                       MOVE OrganizerStatementRecord TO GL-LINE
                       PERFORM GL-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE OrganizerStatementFile.

       GL-STATEMENT-LINE.
           IF GL-LINE (1:17) = "PAYOUT STATEMENT "
               MOVE 0 TO GL-BLOCK-DATE
               IF GL-LINE (18:8) NUMERIC
                   MOVE GL-LINE (18:8) TO GL-BLOCK-DATE
               END-IF
               MOVE GL-LINE (39:30) TO GL-ORGANIZER
               EXIT PARAGRAPH
           END-IF
           IF GL-BLOCK-DATE = 0 OR GL-LINE (1:10) NOT = "  GROSS: P"
               EXIT PARAGRAPH
           END-IF
           IF GL-LINE (11:9) NOT NUMERIC OR
               GL-LINE (40:9) NOT NUMERIC OR
               GL-LINE (61:9) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GL-BLOCK-DATE TO GL-ITEM-DATE
           PERFORM GL-CHECK-PERIOD
           IF GL-IN-PERIOD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-LINE (11:9) TO GL-GROSS
           MOVE GL-LINE (40:9) TO GL-COMMISSION
           MOVE GL-LINE (61:9) TO GL-NET
           IF GL-GROSS = 0
               EXIT PARAGRAPH
           END-IF
           IF GL-LINE (70:17) = "  VAT IN GROSS: P" AND
               GL-LINE (87:9) NUMERIC
               MOVE GL-LINE (87:9) TO GL-VAT
           ELSE
               PERFORM GL-FIND-STMT-VAT
           END-IF
           IF GL-VAT > GL-GROSS
               MOVE GL-GROSS TO GL-VAT
           END-IF

           ADD 1 TO GL-READ-COUNT
           MOVE GL-BLOCK-DATE TO GL-ENT-DATE
           MOVE "PAYOUT" TO GL-ENT-SOURCE
           MOVE SPACES TO GL-ENT-REF
           MOVE GL-ORGANIZER TO GL-ENT-TEXT
           MOVE 1 TO GL-ENT-COUNT
           MOVE "TICKET-REV" TO GL-ENT-KEY(1)
           COMPUTE GL-ENT-DEBIT(1) = GL-GROSS - GL-VAT
           MOVE 0 TO GL-ENT-CREDIT(1)
           IF GL-NET > 0
               ADD 1 TO GL-ENT-COUNT
               MOVE "ORG-PAYABLE" TO GL-ENT-KEY(GL-ENT-COUNT)
               MOVE 0 TO GL-ENT-DEBIT(GL-ENT-COUNT)
               MOVE GL-NET TO GL-ENT-CREDIT(GL-ENT-COUNT)
           END-IF
           IF GL-COMMISSION NOT = GL-VAT
               ADD 1 TO GL-ENT-COUNT
               MOVE "COMMISSION" TO GL-ENT-KEY(GL-ENT-COUNT)
               IF GL-COMMISSION > GL-VAT
                   MOVE 0 TO GL-ENT-DEBIT(GL-ENT-COUNT)
                   COMPUTE GL-ENT-CREDIT(GL-ENT-COUNT) =
                       GL-COMMISSION - GL-VAT
               ELSE
                   COMPUTE GL-ENT-DEBIT(GL-ENT-COUNT) =
                       GL-VAT - GL-COMMISSION
                   MOVE 0 TO GL-ENT-CREDIT(GL-ENT-COUNT)
               END-IF
           END-IF
           PERFORM GL-WRITE-ENTRY.

       GL-EXPORT-INVOICES.
           OPEN INPUT GroupInvoiceFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GL-EOF
           PERFORM UNTIL GL-EOF = 1
               READ GroupInvoiceFile
                   AT END
                       MOVE 1 TO GL-EOF
                   NOT AT END
                       MOVE GroupInvoiceRecord TO INVOICE-CONFIRM-LINE
                       MOVE 0 TO GL-IN-PERIOD
                       IF (INV-CONF-STATUS = "ISSUED" OR
                           INV-CONF-STATUS = "CONFIRMED" OR
                           INV-CONF-STATUS = "RELEASED") AND
                           INV-CONF-DATE NUMERIC AND
                           INV-CONF-AMOUNT NUMERIC
                           MOVE INV-CONF-DATE TO GL-ITEM-DATE
                           PERFORM GL-CHECK-PERIOD
                       END-IF
                       IF GL-IN-PERIOD = 1
                           ADD 1 TO GL-READ-COUNT
                           MOVE INV-CONF-DATE TO GL-ENT-DATE
                           MOVE "GROUPINV" TO GL-ENT-SOURCE
                           MOVE INV-CONF-HOLD-REF TO GL-ENT-REF
                           MOVE INV-CONF-USER TO GL-ENT-TEXT
                           MOVE INV-CONF-AMOUNT TO GL-AMOUNT
                           IF INV-CONF-STATUS = "ISSUED"
                               MOVE "GROUP-AR" TO GL-DR-KEY
                               MOVE "GROUP-BILLED" TO GL-CR-KEY
                           ELSE
                               MOVE "GROUP-BILLED" TO GL-DR-KEY
                               MOVE "GROUP-AR" TO GL-CR-KEY
                           END-IF
                           PERFORM GL-POST-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GroupInvoiceFile.

       GL-POST-PAIR.
           IF GL-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO GL-ENT-COUNT
           MOVE GL-DR-KEY TO GL-ENT-KEY(1)
           MOVE GL-AMOUNT TO GL-ENT-DEBIT(1)
           MOVE 0 TO GL-ENT-CREDIT(1)
           MOVE GL-CR-KEY TO GL-ENT-KEY(2)
           MOVE 0 TO GL-ENT-DEBIT(2)
           MOVE GL-AMOUNT TO GL-ENT-CREDIT(2)
           PERFORM GL-WRITE-ENTRY.

       GL-WRITE-ENTRY.
           IF GL-ENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GL-ENTRY-NO
           PERFORM VARYING GL-ENT-IDX FROM 1 BY 1
               UNTIL GL-ENT-IDX > GL-ENT-COUNT
               MOVE GL-ENT-KEY(GL-ENT-IDX) TO GL-KEY
               PERFORM GL-FIND-ACCOUNT
               MOVE GL-BATCH-NO TO GLJ-BATCH-NO
               MOVE GL-ENTRY-NO TO GLJ-ENTRY-NO
               MOVE GL-ENT-IDX TO GLJ-LINE-NO
               MOVE GL-ENT-DATE TO GLJ-DATE
               IF GL-FOUND-IDX > 0
                   MOVE GL-CHT-CODE(GL-FOUND-IDX) TO GLJ-ACCOUNT
               ELSE
                   MOVE GL-KEY TO GLJ-ACCOUNT
               END-IF
               MOVE GL-ENT-DEBIT(GL-ENT-IDX) TO GLJ-DEBIT
               MOVE GL-ENT-CREDIT(GL-ENT-IDX) TO GLJ-CREDIT
               MOVE GL-ENT-SOURCE TO GLJ-SOURCE
               MOVE GL-ENT-REF TO GLJ-REF
               MOVE GL-ENT-TEXT TO GLJ-TEXT
               WRITE GlJournalRecord
               ADD 1 TO GL-LINE-COUNT
               ADD GL-ENT-DEBIT(GL-ENT-IDX) TO GL-DEBIT-TOTAL
               ADD GL-ENT-CREDIT(GL-ENT-IDX) TO GL-CREDIT-TOTAL
           END-PERFORM
           MOVE 0 TO GL-ENT-COUNT.

       GL-LOAD-CHART.
           MOVE 0 TO GL-CHT-COUNT
           OPEN INPUT ChartOfAccountsFile
           IF FILE-STATUS NOT = "00"
               PERFORM GL-SEED-CHART
               OPEN INPUT ChartOfAccountsFile
           END-IF
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ ChartOfAccountsFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF COA-KEY NOT = SPACES AND
                               GL-CHT-COUNT < GL-CHT-MAX
                               ADD 1 TO GL-CHT-COUNT
                               MOVE FUNCTION UPPER-CASE(COA-KEY) TO
                                   GL-CHT-KEY(GL-CHT-COUNT)
                               MOVE COA-CODE TO
                                   GL-CHT-CODE(GL-CHT-COUNT)
                               MOVE COA-NAME TO
                                   GL-CHT-NAME(GL-CHT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF

           MOVE 1 TO GL-CHART-OK
           MOVE "CASH" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "PAY-CLEARING" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "GROUP-AR" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "WALLET" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "DEFERRED-REV" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "OUTPUT-VAT" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "GROUP-BILLED" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "ORG-PAYABLE" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "VENUE-DUE" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "TICKET-REV" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "COMMISSION" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT
           MOVE "VENUE-COST" TO GL-KEY
           PERFORM GL-REQUIRE-ACCOUNT.

       GL-REQUIRE-ACCOUNT.
           PERFORM GL-FIND-ACCOUNT
           IF GL-FOUND-IDX = 0
               MOVE 0 TO GL-CHART-OK
               PERFORM BETTER
               DISPLAY "No account code mapped for " GL-KEY
           ELSE
               IF GL-CHT-CODE(GL-FOUND-IDX) = SPACES
                   MOVE 0 TO GL-CHART-OK
                   PERFORM BETTER
                   DISPLAY "No account code mapped for " GL-KEY
               END-IF
           END-IF.

       GL-FIND-ACCOUNT.
           MOVE 0 TO GL-FOUND-IDX
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-CHT-COUNT OR GL-FOUND-IDX > 0
               IF GL-CHT-KEY(GL-IDX) = GL-KEY
                   MOVE GL-IDX TO GL-FOUND-IDX
               END-IF
           END-PERFORM.

       GL-SEED-CHART.
           OPEN OUTPUT ChartOfAccountsFile
           MOVE "CASH" TO COA-KEY
           MOVE "1000" TO COA-CODE
           MOVE "CASH ON HAND - BOX OFFICE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "PAY-CLEARING" TO COA-KEY
           MOVE "1010" TO COA-CODE
           MOVE "ONLINE PAYMENTS CLEARING" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "GROUP-AR" TO COA-KEY
           MOVE "1200" TO COA-CODE
           MOVE "GROUP HOLD RECEIVABLES" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "WALLET" TO COA-KEY
           MOVE "2100" TO COA-CODE
           MOVE "CUSTOMER WALLET BALANCES" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "DEFERRED-REV" TO COA-KEY
           MOVE "2200" TO COA-CODE
           MOVE "DEFERRED TICKET REVENUE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "GROUP-BILLED" TO COA-KEY
           MOVE "2250" TO COA-CODE
           MOVE "GROUP INVOICES UNCONFIRMED" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "OUTPUT-VAT" TO COA-KEY
           MOVE "2280" TO COA-CODE
           MOVE "OUTPUT VAT PAYABLE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "ORG-PAYABLE" TO COA-KEY
           MOVE "2300" TO COA-CODE
           MOVE "ORGANIZER PAYOUTS PAYABLE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "VENUE-DUE" TO COA-KEY
           MOVE "2400" TO COA-CODE
           MOVE "VENUE COSTS PAYABLE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "TICKET-REV" TO COA-KEY
           MOVE "4000" TO COA-CODE
           MOVE "TICKET REVENUE" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "COMMISSION" TO COA-KEY
           MOVE "4100" TO COA-CODE
           MOVE "COMMISSION INCOME" TO COA-NAME
           WRITE ChartOfAccountsRecord
           MOVE "VENUE-COST" TO COA-KEY
           MOVE "5100" TO COA-CODE
           MOVE "VENUE COSTS" TO COA-NAME
           WRITE ChartOfAccountsRecord
           CLOSE ChartOfAccountsFile
           PERFORM BETTER
           DISPLAY "Chart of accounts created with the default codes.".

       GL-CHART-OF-ACCOUNTS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *           CHART OF ACCOUNTS           *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM GL-LOAD-CHART
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "KEY          CODE       ACCOUNT NAME"
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-CHT-COUNT
               PERFORM BETTER
               DISPLAY GL-CHT-KEY(GL-IDX) " " GL-CHT-CODE(GL-IDX)
               " " GL-CHT-NAME(GL-IDX)
           END-PERFORM

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Key to change (ENTER to go back): "
           WITH NO ADVANCING
           MOVE SPACES TO GL-EDIT-KEY
           ACCEPT GL-EDIT-KEY
           MOVE FUNCTION UPPER-CASE(GL-EDIT-KEY) TO GL-EDIT-KEY
           IF GL-EDIT-KEY = SPACES
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF

           PERFORM BETTER
           DISPLAY "New account code (ENTER to keep): "
           WITH NO ADVANCING
           MOVE SPACES TO GL-EDIT-CODE
           ACCEPT GL-EDIT-CODE
           IF GL-EDIT-CODE = SPACES
               MOVE GL-EDIT-KEY TO GL-KEY
               PERFORM GL-FIND-ACCOUNT
               IF GL-FOUND-IDX = 0
                   PERFORM BETTER
                   DISPLAY "A new account key needs an account code. "
                   "Nothing was added."
                   PERFORM ENDRUN
                   PERFORM GL-CHART-OF-ACCOUNTS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM BETTER
           DISPLAY "New account name (ENTER to keep): "
           WITH NO ADVANCING
           MOVE SPACES TO GL-EDIT-NAME
           ACCEPT GL-EDIT-NAME
           MOVE FUNCTION UPPER-CASE(GL-EDIT-NAME) TO GL-EDIT-NAME

           MOVE 0 TO GL-EDIT-FOUND
           MOVE SPACES TO GL-EDIT-OLD-CODE
           OPEN INPUT ChartOfAccountsFile
           OPEN OUTPUT TEMP-CHART-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ ChartOfAccountsFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE ChartOfAccountsRecord TO TempChartRecord
                       IF FUNCTION UPPER-CASE(COA-KEY) = GL-EDIT-KEY
                           MOVE 1 TO GL-EDIT-FOUND
                           MOVE COA-CODE TO GL-EDIT-OLD-CODE
                           IF GL-EDIT-CODE NOT = SPACES
                               MOVE GL-EDIT-CODE TO COA-CODE2
                           END-IF
                           IF GL-EDIT-NAME NOT = SPACES
                               MOVE GL-EDIT-NAME TO COA-NAME2
                           END-IF
                       END-IF
                       WRITE TempChartRecord
               END-READ
           END-PERFORM
           IF GL-EDIT-FOUND = 0
               MOVE GL-EDIT-KEY TO COA-KEY2
               MOVE GL-EDIT-CODE TO COA-CODE2
               MOVE GL-EDIT-NAME TO COA-NAME2
               WRITE TempChartRecord
           END-IF
           CLOSE ChartOfAccountsFile
           CLOSE TEMP-CHART-FILE

           OPEN INPUT TEMP-CHART-FILE
           OPEN OUTPUT ChartOfAccountsFile
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TEMP-CHART-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE ChartOfAccountsRecord FROM TempChartRecord
               END-READ
           END-PERFORM
           CLOSE TEMP-CHART-FILE
           CLOSE ChartOfAccountsFile

           MOVE "CHART-OF-ACCOUNTS" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           STRING
               FUNCTION TRIM(GL-EDIT-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GL-EDIT-OLD-CODE DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO AUDIT-AFTER
           STRING
               FUNCTION TRIM(GL-EDIT-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GL-EDIT-CODE DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER
           IF GL-EDIT-FOUND = 1
               DISPLAY "Account mapping updated."
           ELSE
               DISPLAY "Account mapping added."
           END-IF
           PERFORM ENDRUN
           PERFORM GL-CHART-OF-ACCOUNTS.

       GET-VAT-RATE.
           MOVE 12.00 TO VAT-RATE
           OPEN INPUT VatConfigFile
           IF FILE-STATUS = "00"
               READ VatConfigFile
                   NOT AT END
                       IF VAT-CFG-RATE NUMERIC
                           MOVE VAT-CFG-RATE TO VAT-RATE
                       END-IF
               END-READ
               CLOSE VatConfigFile
           END-IF.

       COMPUTE-RECEIPT-VAT.
           COMPUTE RCPT-ISSUE-NET ROUNDED =
               RCPT-ISSUE-AMOUNT * 100 / (100 + RCPT-ISSUE-RATE)
           COMPUTE RCPT-ISSUE-VAT =
               RCPT-ISSUE-AMOUNT - RCPT-ISSUE-NET.

       READ-RECEIPT-SEQ.
           MOVE 0 TO RCPT-LAST-OR
           MOVE 0 TO RCPT-LAST-CM
           OPEN INPUT ReceiptSeqFile
           IF FILE-STATUS = "00"
               READ ReceiptSeqFile
                   NOT AT END
                       IF RCPT-SEQ-LAST-OR NUMERIC
                           MOVE RCPT-SEQ-LAST-OR TO RCPT-LAST-OR
                       END-IF
                       IF RCPT-SEQ-LAST-CM NUMERIC
                           MOVE RCPT-SEQ-LAST-CM TO RCPT-LAST-CM
                       END-IF
               END-READ
               CLOSE ReceiptSeqFile
           END-IF.

       PEEK-RECEIPT-NO.
           PERFORM READ-RECEIPT-SEQ
           IF RCPT-ISSUE-TYPE = "CM"
               COMPUTE RCPT-ISSUE-NO = RCPT-LAST-CM + 1
           ELSE
               COMPUTE RCPT-ISSUE-NO = RCPT-LAST-OR + 1
           END-IF.

       ISSUE-RECEIPT.
           PERFORM COMPUTE-RECEIPT-VAT
           PERFORM READ-RECEIPT-SEQ
           IF RCPT-ISSUE-TYPE = "CM"
               MOVE RCPT-ISSUE-NO TO RCPT-LAST-CM
           ELSE
               MOVE RCPT-ISSUE-NO TO RCPT-LAST-OR
           END-IF
           OPEN OUTPUT ReceiptSeqFile
           MOVE RCPT-LAST-OR TO RCPT-SEQ-LAST-OR
           MOVE RCPT-LAST-CM TO RCPT-SEQ-LAST-CM
           WRITE ReceiptSeqRecord
           CLOSE ReceiptSeqFile

           OPEN EXTEND ReceiptFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT ReceiptFile
           END-IF
           MOVE RCPT-ISSUE-TYPE TO RCPT-TYPE
           MOVE RCPT-ISSUE-NO TO RCPT-NO
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCPT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RCPT-TIME
           MOVE "I" TO RCPT-STATUS
           MOVE RCPT-ISSUE-REF TO RCPT-BOOKING-REF
           MOVE USERNAME TO RCPT-USERNAME
           MOVE FUNCTION UPPER-CASE(RCPT-ISSUE-EVENT) TO RCPT-EVENTNAME
           MOVE RCPT-ISSUE-NET TO RCPT-NET
           MOVE RCPT-ISSUE-VAT TO RCPT-VAT
           MOVE RCPT-ISSUE-AMOUNT TO RCPT-TOTAL
           MOVE RCPT-ISSUE-RATE TO RCPT-RATE
           MOVE RCPT-ISSUE-ORIG TO RCPT-ORIG-NO
           MOVE RCPT-ISSUE-SOURCE TO RCPT-SOURCE
           MOVE RCPT-ISSUE-EVENT-ID TO RCPT-EVENT-ID
           WRITE ReceiptRecord
           CLOSE ReceiptFile
           MOVE RCPT-DATE TO RCPT-ISSUE-DATE
           MOVE SPACES TO RCPT-NO-TEXT
           STRING
               RCPT-ISSUE-TYPE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RCPT-ISSUE-NO DELIMITED BY SIZE
               INTO RCPT-NO-TEXT
           END-STRING.

       ISSUE-SALE-RECEIPT.
           MOVE "OR" TO RCPT-ISSUE-TYPE
           MOVE 0 TO RCPT-ISSUE-ORIG
           PERFORM GET-VAT-RATE
           MOVE VAT-RATE TO RCPT-ISSUE-RATE
           PERFORM PEEK-RECEIPT-NO
           MOVE "RECEIPT" TO TXN-STEP
           MOVE RCPT-ISSUE-NO TO TXN-BEFORE
           MOVE RCPT-ISSUE-TYPE TO TXN-CODE
           PERFORM TXN-WRITE-JOURNAL
           PERFORM ISSUE-RECEIPT
           MOVE 1 TO RCPT-ON-TICKET.

       ISSUE-REFUND-MEMO.
           MOVE "CM" TO RCPT-ISSUE-TYPE
           PERFORM FIND-ORIGINAL-RECEIPT
           IF RCPT-ORIG-FOUND = 1
               MOVE RCPT-ORIG-RATE TO RCPT-ISSUE-RATE
               IF RCPT-ISSUE-EVENT-ID = 0
                   MOVE RCPT-ORIG-EVENT-ID TO RCPT-ISSUE-EVENT-ID
               END-IF
           ELSE
               PERFORM GET-VAT-RATE
               MOVE VAT-RATE TO RCPT-ISSUE-RATE
           END-IF
           PERFORM PEEK-RECEIPT-NO
           IF RCPT-ISSUE-JOURNAL = 1
               MOVE "RECEIPT" TO TXN-STEP
               MOVE RCPT-ISSUE-NO TO TXN-BEFORE
               MOVE RCPT-ISSUE-TYPE TO TXN-CODE
               PERFORM TXN-WRITE-JOURNAL
           END-IF
           PERFORM ISSUE-RECEIPT
           MOVE SPACES TO RCPT-ORIG-TEXT
           IF RCPT-ISSUE-ORIG > 0
               STRING
                   "OR-" DELIMITED BY SIZE
                   RCPT-ISSUE-ORIG DELIMITED BY SIZE
                   INTO RCPT-ORIG-TEXT
               END-STRING
           ELSE
               MOVE "NONE ON FILE" TO RCPT-ORIG-TEXT
           END-IF.

       FIND-ORIGINAL-RECEIPT.
           MOVE 0 TO RCPT-ORIG-FOUND
           MOVE 0 TO RCPT-ISSUE-ORIG
           MOVE 0 TO RCPT-ORIG-RATE
           MOVE 0 TO RCPT-ORIG-EVENT-ID
           MOVE RCPT-ISSUE-REF TO FRC-CHAIN-REF
           MOVE 0 TO RCPT-HOPS
           PERFORM UNTIL RCPT-ORIG-FOUND = 1 OR RCPT-HOPS > 20
               PERFORM FIND-RECEIPT-OF-REF
               IF RCPT-ORIG-FOUND = 0
                   PERFORM FRC-FIND-TRANSFER-IN
                   IF FRC-XFER-FOUND = 1
                       MOVE FRC-XFER-REF TO FRC-CHAIN-REF
                       ADD 1 TO RCPT-HOPS
                   ELSE
                       MOVE 21 TO RCPT-HOPS
                   END-IF
               END-IF
           END-PERFORM.

       FIND-RECEIPT-OF-REF.
           OPEN INPUT ReceiptFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ ReceiptFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF RCPT-TYPE = "OR" AND
                               RCPT-STATUS = "I" AND
                               RCPT-BOOKING-REF NUMERIC AND
                               RCPT-BOOKING-REF = FRC-CHAIN-REF
                               MOVE 1 TO RCPT-ORIG-FOUND
                               MOVE RCPT-NO TO RCPT-ISSUE-ORIG
                               MOVE RCPT-RATE TO RCPT-ORIG-RATE
                               IF RCPT-EVENT-ID NUMERIC
                                   MOVE RCPT-EVENT-ID TO
                                       RCPT-ORIG-EVENT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
           END-IF.

       TXN-VOID-RECEIPT.
           MOVE TXN-CODE (1:2) TO RCPT-ISSUE-TYPE
           MOVE TXN-BEFORE TO RCPT-ISSUE-NO
           MOVE 0 TO RCPT-FOUND
           OPEN INPUT ReceiptFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-RECEIPT-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ ReceiptFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF RCPT-TYPE = RCPT-ISSUE-TYPE AND
                               RCPT-NO = RCPT-ISSUE-NO
                               MOVE "V" TO RCPT-STATUS
                               MOVE 1 TO RCPT-FOUND
                           END-IF
                           WRITE TempReceiptRecord FROM ReceiptRecord
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
               CLOSE TEMP-RECEIPT-FILE

               OPEN INPUT TEMP-RECEIPT-FILE
               OPEN OUTPUT ReceiptFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-RECEIPT-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE ReceiptRecord FROM TempReceiptRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-RECEIPT-FILE
               CLOSE ReceiptFile
           END-IF

           IF RCPT-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RECEIPT-SEQ
           IF (RCPT-ISSUE-TYPE = "CM" AND
               RCPT-LAST-CM < RCPT-ISSUE-NO) OR
              (RCPT-ISSUE-TYPE NOT = "CM" AND
               RCPT-LAST-OR < RCPT-ISSUE-NO)
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ReceiptFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT ReceiptFile
           END-IF
           MOVE RCPT-ISSUE-TYPE TO RCPT-TYPE
           MOVE RCPT-ISSUE-NO TO RCPT-NO
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCPT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RCPT-TIME
           MOVE "V" TO RCPT-STATUS
           MOVE TXN-REF TO RCPT-BOOKING-REF
           MOVE TXN-USER TO RCPT-USERNAME
           MOVE TXN-EVENTNAME TO RCPT-EVENTNAME
           MOVE 0 TO RCPT-NET
           MOVE 0 TO RCPT-VAT
           MOVE 0 TO RCPT-TOTAL
           MOVE 0 TO RCPT-RATE
           MOVE 0 TO RCPT-ORIG-NO
           MOVE TXN-KIND TO RCPT-SOURCE
           MOVE 0 TO RCPT-EVENT-ID
           IF TXN-EVENT-ID NUMERIC
               MOVE TXN-EVENT-ID TO RCPT-EVENT-ID
           END-IF
           WRITE ReceiptRecord
           CLOSE ReceiptFile.

       VAT-RATE-SETUP.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *                VAT RATE               *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM GET-VAT-RATE
           MOVE VAT-RATE TO VAT-RATE-SHOW
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Current VAT rate: " VAT-RATE-SHOW "%"
           OPEN INPUT VatConfigFile
           IF FILE-STATUS = "00"
               READ VatConfigFile
                   NOT AT END
                       PERFORM BETTER
                       DISPLAY "Last changed " VAT-CFG-CHANGED
                       " by " FUNCTION TRIM(VAT-CFG-BY)
               END-READ
               CLOSE VatConfigFile
           ELSE
               PERFORM BETTER
               DISPLAY "(standard rate - never changed)"
           END-IF
           PERFORM BETTER
           DISPLAY "Prices are VAT-inclusive; receipts show the "
           "VAT portion."

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "New rate in percent, e.g. 12.00 (ENTER to go "
           "back): " WITH NO ADVANCING
           MOVE SPACES TO VAT-RATE-INPUT
           ACCEPT VAT-RATE-INPUT
           IF VAT-RATE-INPUT = SPACES
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(VAT-RATE-INPUT) NOT = 0
               PERFORM BETTER
               DISPLAY "Enter the rate as a number, e.g. 12.00. "
               "VAT rate not changed."
               PERFORM ENDRUN
               PERFORM VAT-RATE-SETUP
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(VAT-RATE-INPUT) < 0 OR
               FUNCTION NUMVAL(VAT-RATE-INPUT) > 50
               PERFORM BETTER
               DISPLAY "The VAT rate must be between 0 and 50. "
               "VAT rate not changed."
               PERFORM ENDRUN
               PERFORM VAT-RATE-SETUP
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(VAT-RATE-INPUT) TO VAT-RATE-NEW
           MOVE VAT-RATE-NEW TO VAT-RATE-SHOW
           PERFORM BETTER
           DISPLAY "Set the VAT rate to " VAT-RATE-SHOW
           "% for all new receipts? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO VAT-CONFIRM
           ACCEPT VAT-CONFIRM
           IF VAT-CONFIRM NOT = "Y" AND VAT-CONFIRM NOT = "y"
               PERFORM BETTER
               DISPLAY "VAT rate not changed."
               PERFORM ENDRUN
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT VatConfigFile
           MOVE VAT-RATE-NEW TO VAT-CFG-RATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO VAT-CFG-CHANGED
           MOVE USERNAME TO VAT-CFG-BY
           WRITE VatConfigRecord
           CLOSE VatConfigFile

           MOVE "VAT-RATE" TO AUDIT-ACTION
           MOVE VAT-RATE TO VAT-RATE-SHOW
           MOVE SPACES TO AUDIT-BEFORE
           STRING
               "RATE " DELIMITED BY SIZE
               VAT-RATE-SHOW DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           END-STRING
           MOVE VAT-RATE-NEW TO VAT-RATE-SHOW
           MOVE SPACES TO AUDIT-AFTER
           STRING
               "RATE " DELIMITED BY SIZE
               VAT-RATE-SHOW DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER
           DISPLAY "VAT rate updated."
           PERFORM ENDRUN
           PERFORM FINANCE-AND-AUDIT.

       VAT-MONTHLY-SUMMARY.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *          MONTHLY VAT SUMMARY          *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Month to summarise, YYYYMM (ENTER for this "
           "month): " WITH NO ADVANCING
           MOVE SPACES TO VATS-INPUT
           ACCEPT VATS-INPUT
           IF VATS-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE (1:6) TO VATS-MONTH
           ELSE
               MOVE VATS-INPUT TO VATS-MONTH
           END-IF
           IF VATS-MONTH NOT NUMERIC OR VATS-MONTH (5:2) < "01"
               OR VATS-MONTH (5:2) > "12"
               PERFORM BETTER
               DISPLAY "Invalid month. Use YYYYMM."
               PERFORM ENDRUN
               PERFORM FINANCE-AND-AUDIT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO VATS-OR-COUNT
           MOVE 0 TO VATS-OR-NET
           MOVE 0 TO VATS-OR-VAT
           MOVE 0 TO VATS-OR-TOTAL
           MOVE 0 TO VATS-OR-FIRST
           MOVE 0 TO VATS-OR-LAST
           MOVE 0 TO VATS-VOID-COUNT
           MOVE 0 TO VATS-VOID-TOTAL
           MOVE 0 TO VATS-CM-COUNT
           MOVE 0 TO VATS-CM-NET
           MOVE 0 TO VATS-CM-VAT
           MOVE 0 TO VATS-CM-TOTAL
           MOVE 0 TO VATS-CM-VOID-COUNT

           OPEN EXTEND VatSummaryFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT VatSummaryFile
           END-IF
           MOVE ALL "=" TO VATS-LINE
           WRITE VatSummaryRecord FROM VATS-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "MONTHLY VAT SUMMARY  PERIOD: " DELIMITED BY SIZE
               VATS-MONTH DELIMITED BY SIZE
               "   RUN: " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
               "   BY: " DELIMITED BY SIZE
               FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE

           OPEN INPUT ReceiptFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ ReceiptFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF RCPT-DATE (1:6) = VATS-MONTH
                               PERFORM VATS-ADD-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
           END-IF

           MOVE SPACES TO VATS-LINE
           PERFORM VATS-WRITE-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "OFFICIAL RECEIPTS ISSUED: " DELIMITED BY SIZE
               VATS-OR-COUNT DELIMITED BY SIZE
               "   SERIES OR-" DELIMITED BY SIZE
               VATS-OR-FIRST DELIMITED BY SIZE
               " TO OR-" DELIMITED BY SIZE
               VATS-OR-LAST DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "  VATABLE SALES: P" DELIMITED BY SIZE
               VATS-OR-NET DELIMITED BY SIZE
               "   OUTPUT VAT: P" DELIMITED BY SIZE
               VATS-OR-VAT DELIMITED BY SIZE
               "   GROSS: P" DELIMITED BY SIZE
               VATS-OR-TOTAL DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "VOIDED RECEIPTS (EXCLUDED): " DELIMITED BY SIZE
               VATS-VOID-COUNT DELIMITED BY SIZE
               "   FACE VALUE: P" DELIMITED BY SIZE
               VATS-VOID-TOTAL DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "CREDIT MEMOS ISSUED: " DELIMITED BY SIZE
               VATS-CM-COUNT DELIMITED BY SIZE
               "   VOIDED: " DELIMITED BY SIZE
               VATS-CM-VOID-COUNT DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE
           MOVE SPACES TO VATS-LINE
           STRING
               "  NET CREDITED: P" DELIMITED BY SIZE
               VATS-CM-NET DELIMITED BY SIZE
               "   VAT CREDITED: P" DELIMITED BY SIZE
               VATS-CM-VAT DELIMITED BY SIZE
               "   GROSS: P" DELIMITED BY SIZE
               VATS-CM-TOTAL DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE
           COMPUTE VATS-PAYABLE = VATS-OR-VAT - VATS-CM-VAT
           MOVE VATS-PAYABLE TO VATS-PAYABLE-SHOW
           MOVE SPACES TO VATS-LINE
           STRING
               "NET OUTPUT VAT PAYABLE: P" DELIMITED BY SIZE
               FUNCTION TRIM(VATS-PAYABLE-SHOW) DELIMITED BY SIZE
               INTO VATS-LINE
           END-STRING
           PERFORM VATS-WRITE-LINE

           MOVE SPACES TO VATS-LINE
           PERFORM VATS-WRITE-LINE
           MOVE "VOIDED RECEIPTS" TO VATS-LINE
           PERFORM VATS-WRITE-LINE
           MOVE 1 TO VATS-PASS
           PERFORM VATS-LIST-RECEIPTS
           MOVE SPACES TO VATS-LINE
           PERFORM VATS-WRITE-LINE
           MOVE "CREDITED RECEIPTS (CREDIT MEMO -> ORIGINAL RECEIPT)"
               TO VATS-LINE
           PERFORM VATS-WRITE-LINE
           MOVE 2 TO VATS-PASS
           PERFORM VATS-LIST-RECEIPTS
           CLOSE VatSummaryFile

           MOVE "VAT-SUMMARY" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING
               "PERIOD " DELIMITED BY SIZE
               VATS-MONTH DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Summary appended to vatsummary.txt."
           PERFORM ENDRUN
           PERFORM FINANCE-AND-AUDIT.

       VATS-ADD-RECEIPT.
           IF RCPT-TYPE = "OR"
               IF VATS-OR-FIRST = 0 OR RCPT-NO < VATS-OR-FIRST
                   MOVE RCPT-NO TO VATS-OR-FIRST
               END-IF
               IF RCPT-NO > VATS-OR-LAST
                   MOVE RCPT-NO TO VATS-OR-LAST
               END-IF
               IF RCPT-STATUS = "V"
                   ADD 1 TO VATS-VOID-COUNT
                   ADD RCPT-TOTAL TO VATS-VOID-TOTAL
               ELSE
                   ADD 1 TO VATS-OR-COUNT
                   ADD RCPT-NET TO VATS-OR-NET
                   ADD RCPT-VAT TO VATS-OR-VAT
                   ADD RCPT-TOTAL TO VATS-OR-TOTAL
               END-IF
           ELSE
               IF RCPT-STATUS = "V"
                   ADD 1 TO VATS-CM-VOID-COUNT
               ELSE
                   ADD 1 TO VATS-CM-COUNT
                   ADD RCPT-NET TO VATS-CM-NET
                   ADD RCPT-VAT TO VATS-CM-VAT
                   ADD RCPT-TOTAL TO VATS-CM-TOTAL
               END-IF
           END-IF.

       VATS-LIST-RECEIPTS.
           OPEN INPUT ReceiptFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ ReceiptFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF RCPT-DATE (1:6) = VATS-MONTH
                           MOVE SPACES TO VATS-LINE
                           IF VATS-PASS = 1 AND RCPT-STATUS = "V"
                               STRING
                                   "  " DELIMITED BY SIZE
                                   RCPT-TYPE DELIMITED BY SIZE
                                   "-" DELIMITED BY SIZE
                                   RCPT-NO DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   RCPT-DATE DELIMITED BY SIZE
                                   "  REF " DELIMITED BY SIZE
                                   RCPT-BOOKING-REF DELIMITED BY SIZE
                                   "  P" DELIMITED BY SIZE
                                   RCPT-TOTAL DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(RCPT-USERNAME)
                                       DELIMITED BY SIZE
                                   INTO VATS-LINE
                               END-STRING
                               PERFORM VATS-WRITE-LINE
                           END-IF
                           IF VATS-PASS = 2 AND RCPT-TYPE = "CM"
                               AND RCPT-STATUS = "I"
                               STRING
                                   "  CM-" DELIMITED BY SIZE
                                   RCPT-NO DELIMITED BY SIZE
                                   " -> OR-" DELIMITED BY SIZE
                                   RCPT-ORIG-NO DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   RCPT-DATE DELIMITED BY SIZE
                                   "  REF " DELIMITED BY SIZE
                                   RCPT-BOOKING-REF DELIMITED BY SIZE
                                   "  P" DELIMITED BY SIZE
                                   RCPT-TOTAL DELIMITED BY SIZE
                                   "  VAT P" DELIMITED BY SIZE
                                   RCPT-VAT DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   RCPT-SOURCE DELIMITED BY SIZE
                                   INTO VATS-LINE
                               END-STRING
                               PERFORM VATS-WRITE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReceiptFile.

       VATS-WRITE-LINE.
           WRITE VatSummaryRecord FROM VATS-LINE
           PERFORM BETTER DISPLAY FUNCTION TRIM(VATS-LINE TRAILING).

       ORGANIZER-FEATURES.
           PERFORM UNTIL CHOICE = 6
               CALL "SYSTEM" USING 'CLS'
               MOVE 0 TO CHOICE
               PERFORM CLEAR-SCREEN
               PERFORM PRINT-BLANK-LINES
              PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *             ORGANIZER MENU            *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] SALES BY TIER                         |"
           perform better
           DISPLAY "|    [02] CHECK-IN COUNTS                       |"
           perform better
           DISPLAY "|    [03] WAITLISTS                             |"
           perform better
           DISPLAY "|    [04] MY COMMISSION STATEMENTS              |"
           perform better
           DISPLAY "|    [05] SEATS SOLD BY PRICE BAND              |"
           perform better
           DISPLAY "|    [06] LOG-OUT                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER
           DISPLAY "   ORGANIZER: " FUNCTION TRIM(ORGP-NAME)

           PERFORM BETTER DISPLAY ' '
            PERFORM BETTER
            DISPLAY '   ENTER YOUR CHOICE:' WITH NO ADVANCING
            ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ORGP-SALES-BY-TIER
                       PERFORM CLEAR-SCREEN
                   WHEN 2
                       PERFORM ORGP-CHECK-IN-COUNTS
                       PERFORM CLEAR-SCREEN
                   WHEN 3
                       PERFORM ORGP-WAITLISTS
                       PERFORM CLEAR-SCREEN
                   WHEN 4
                       PERFORM ORGP-STATEMENTS
                       PERFORM CLEAR-SCREEN
                   WHEN 5
                       PERFORM ORGP-BAND-SALES
                       PERFORM CLEAR-SCREEN
                   WHEN 6
                       MOVE SPACES TO ORGP-NAME
                       PERFORM MAIN-MENU
                   WHEN OTHER
                       PERFORM BETTER
                       DISPLAY 'Invalid choice, please try again.'
               END-EVALUATE
           END-PERFORM.

       ORGP-LOAD-EVENTS.
           MOVE 0 TO ORGP-EV-COUNT
           MOVE 0 TO ORGP-TRUNCATED
           OPEN INPUT EventFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ EventFile NEXT
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(ORGANIZER) = ORGP-NAME
                           IF ORGP-EV-COUNT < ORGP-EV-MAX
                               ADD 1 TO ORGP-EV-COUNT
                               MOVE EVENT-ID TO
                                   ORGP-EV-ID(ORGP-EV-COUNT)
                               MOVE FUNCTION UPPER-CASE(EVENTNAME) TO
                                   ORGP-EV-NAME(ORGP-EV-COUNT)
                               MOVE EVENTDATE TO
                                   ORGP-EV-DATE(ORGP-EV-COUNT)
                               MOVE AVAILABLE-SEATS TO
                                   ORGP-EV-AVAIL(ORGP-EV-COUNT)
                           ELSE
                               MOVE 1 TO ORGP-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile.

       ORGP-EVENT-HEADING.
           PERFORM BETTER
           DISPLAY "Event " ORGP-EV-ID(ORGP-EV-IDX) ": "
           ORGP-EV-NAME(ORGP-EV-IDX) "  Date: "
           ORGP-EV-DATE(ORGP-EV-IDX)
           PERFORM BETTER
           DISPLAY "  Seats still available: "
           ORGP-EV-AVAIL(ORGP-EV-IDX).

       ORGP-NO-EVENTS.
           PERFORM BETTER
           DISPLAY "You have no events on file."
           PERFORM ENDRUN.

       ORGP-MATCH-BOOKING.
           MOVE 0 TO ORGP-MATCH
           MOVE 0 TO ORGP-SEATS
           IF BOOKED-EVENT-ID NUMERIC AND BOOKED-EVENT-ID > 0
               IF BOOKED-EVENT-ID = ORGP-EV-ID(ORGP-EV-IDX)
                   MOVE 1 TO ORGP-MATCH
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(BOOKED-EVENTNAME) TO
                   ORGP-UP-NAME
               IF ORGP-UP-NAME = ORGP-EV-NAME(ORGP-EV-IDX)
                   MOVE 1 TO ORGP-MATCH
               END-IF
           END-IF
           IF ORGP-MATCH = 1 AND BOOKED-STB NOT = SPACES
               MOVE FUNCTION NUMVAL(BOOKED-STB) TO ORGP-SEATS
           END-IF.

       ORGP-SALES-BY-TIER.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *             SALES BY TIER             *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM ORGP-LOAD-EVENTS
           IF ORGP-EV-COUNT = 0
               PERFORM ORGP-NO-EVENTS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ORGP-EV-IDX FROM 1 BY 1
               UNTIL ORGP-EV-IDX > ORGP-EV-COUNT
               PERFORM ORGP-EVENT-HEADING
               MOVE 0 TO ORGP-TIER-COUNT
               OPEN INPUT TicketTierFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TicketTierFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE 0 TO ORGP-MATCH
                               IF TIER-EVENT-ID NUMERIC AND
                                   TIER-EVENT-ID > 0
                                   IF TIER-EVENT-ID =
                                       ORGP-EV-ID(ORGP-EV-IDX)
                                       MOVE 1 TO ORGP-MATCH
                                   END-IF
                               ELSE
                                   IF FUNCTION UPPER-CASE
                                       (TIER-EVENTNAME) =
                                       ORGP-EV-NAME(ORGP-EV-IDX)
                                       MOVE 1 TO ORGP-MATCH
                                   END-IF
                               END-IF
                               IF ORGP-MATCH = 1 AND
                                   ORGP-TIER-COUNT < 20
                                   ADD 1 TO ORGP-TIER-COUNT
                                   MOVE FUNCTION UPPER-CASE(TIER-NAME)
                                       TO ORGP-TIER-NAME
                                       (ORGP-TIER-COUNT)
                                   MOVE 0 TO
                                       ORGP-TIER-SOLD(ORGP-TIER-COUNT)
                                   MOVE TIER-SEATS TO
                                       ORGP-TIER-LEFT(ORGP-TIER-COUNT)
                                   MOVE TIER-PRICE TO
                                       ORGP-TIER-PRICE(ORGP-TIER-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TicketTierFile
               END-IF

               OPEN INPUT VIEW-MY-BOOKINGS-FILE
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ VIEW-MY-BOOKINGS-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               PERFORM ORGP-MATCH-BOOKING
                               IF ORGP-MATCH = 1
                                   PERFORM ORGP-ADD-TIER-SALE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VIEW-MY-BOOKINGS-FILE
               END-IF

               IF ORGP-TIER-COUNT = 0
                   PERFORM BETTER
                   DISPLAY "  No seats sold yet."
               END-IF
               PERFORM VARYING ORGP-TIER-IDX FROM 1 BY 1
                   UNTIL ORGP-TIER-IDX > ORGP-TIER-COUNT
                   PERFORM BETTER
                   DISPLAY "  " ORGP-TIER-NAME(ORGP-TIER-IDX)
                   " Sold: " ORGP-TIER-SOLD(ORGP-TIER-IDX)
                   "  Left: " ORGP-TIER-LEFT(ORGP-TIER-IDX)
                   "  Price: P" ORGP-TIER-PRICE(ORGP-TIER-IDX)
               END-PERFORM
               PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           END-PERFORM
           IF ORGP-TRUNCATED = 1
               PERFORM BETTER
               DISPLAY "Only the first " ORGP-EV-MAX
               " events are shown."
           END-IF
           PERFORM ENDRUN.

       ORGP-ADD-TIER-SALE.
           IF BOOKED-TIER = SPACES
               MOVE "GENERAL" TO ORGP-UP-TIER
           ELSE
               MOVE FUNCTION UPPER-CASE(BOOKED-TIER) TO ORGP-UP-TIER
           END-IF
           MOVE 0 TO ORGP-TIER-FOUND
           PERFORM VARYING ORGP-TIER-IDX FROM 1 BY 1
               UNTIL ORGP-TIER-IDX > ORGP-TIER-COUNT
               IF ORGP-TIER-NAME(ORGP-TIER-IDX) = ORGP-UP-TIER
                   MOVE ORGP-TIER-IDX TO ORGP-TIER-FOUND
               END-IF
           END-PERFORM
           IF ORGP-TIER-FOUND = 0 AND ORGP-TIER-COUNT < 20
               ADD 1 TO ORGP-TIER-COUNT
               MOVE ORGP-TIER-COUNT TO ORGP-TIER-FOUND
               MOVE ORGP-UP-TIER TO ORGP-TIER-NAME(ORGP-TIER-FOUND)
               MOVE 0 TO ORGP-TIER-SOLD(ORGP-TIER-FOUND)
               MOVE 0 TO ORGP-TIER-LEFT(ORGP-TIER-FOUND)
               MOVE 0 TO ORGP-TIER-PRICE(ORGP-TIER-FOUND)
               IF ORGP-UP-TIER = "GENERAL"
                   MOVE ORGP-EV-AVAIL(ORGP-EV-IDX) TO
                       ORGP-TIER-LEFT(ORGP-TIER-FOUND)
               END-IF
           END-IF
           IF ORGP-TIER-FOUND > 0
               ADD ORGP-SEATS TO ORGP-TIER-SOLD(ORGP-TIER-FOUND)
           END-IF.

       ORGP-CHECK-IN-COUNTS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *            CHECK-IN COUNTS            *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM ORGP-LOAD-EVENTS
           IF ORGP-EV-COUNT = 0
               PERFORM ORGP-NO-EVENTS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ORGP-EV-IDX FROM 1 BY 1
               UNTIL ORGP-EV-IDX > ORGP-EV-COUNT
               PERFORM ORGP-EVENT-HEADING
               MOVE 0 TO ORGP-BOOKINGS
               MOVE 0 TO ORGP-BOOKED-SEATS
               MOVE 0 TO ORGP-IN-BOOKINGS
               MOVE 0 TO ORGP-IN-SEATS
               OPEN INPUT VIEW-MY-BOOKINGS-FILE
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ VIEW-MY-BOOKINGS-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               PERFORM ORGP-MATCH-BOOKING
                               IF ORGP-MATCH = 1
                                   ADD 1 TO ORGP-BOOKINGS
                                   ADD ORGP-SEATS TO ORGP-BOOKED-SEATS
                                   IF BOOKED-CHECKIN = "Y"
                                       ADD 1 TO ORGP-IN-BOOKINGS
                                       ADD ORGP-SEATS TO ORGP-IN-SEATS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VIEW-MY-BOOKINGS-FILE
               END-IF
               PERFORM BETTER
               DISPLAY "  Bookings checked in: " ORGP-IN-BOOKINGS
               " of " ORGP-BOOKINGS
               PERFORM BETTER
               DISPLAY "  Seats checked in:    " ORGP-IN-SEATS
               " of " ORGP-BOOKED-SEATS
               PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           END-PERFORM
           IF ORGP-TRUNCATED = 1
               PERFORM BETTER
               DISPLAY "Only the first " ORGP-EV-MAX
               " events are shown."
           END-IF
           PERFORM ENDRUN.

       ORGP-WAITLISTS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *               WAITLISTS               *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM ORGP-LOAD-EVENTS
           IF ORGP-EV-COUNT = 0
               PERFORM ORGP-NO-EVENTS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ORGP-EV-IDX FROM 1 BY 1
               UNTIL ORGP-EV-IDX > ORGP-EV-COUNT
               PERFORM ORGP-EVENT-HEADING
               MOVE 0 TO ORGP-WL-COUNT
               MOVE 0 TO ORGP-WL-SEATS
               OPEN INPUT WaitlistFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ WaitlistFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE 0 TO ORGP-MATCH
                               IF WAITLIST-EVENT-ID NUMERIC AND
                                   WAITLIST-EVENT-ID > 0
                                   IF WAITLIST-EVENT-ID =
                                       ORGP-EV-ID(ORGP-EV-IDX)
                                       MOVE 1 TO ORGP-MATCH
                                   END-IF
                               ELSE
                                   MOVE FUNCTION UPPER-CASE
                                       (WAITLIST-EVENTNAME)
                                       TO ORGP-UP-NAME
                                   IF ORGP-UP-NAME =
                                       ORGP-EV-NAME(ORGP-EV-IDX)
                                       MOVE 1 TO ORGP-MATCH
                                   END-IF
                               END-IF
                               IF ORGP-MATCH = 1
                                   ADD 1 TO ORGP-WL-COUNT
                                   ADD WAITLIST-SEATS TO ORGP-WL-SEATS
                                   PERFORM BETTER
                                   DISPLAY "  " ORGP-WL-COUNT ". "
                                   WAITLIST-USERNAME " Seats: "
                                   WAITLIST-SEATS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WaitlistFile
               END-IF
               IF ORGP-WL-COUNT = 0
                   PERFORM BETTER
                   DISPLAY "  Nobody is waiting for this event."
               ELSE
                   PERFORM BETTER
                   DISPLAY "  Waiting: " ORGP-WL-COUNT
                   " attendee(s) for " ORGP-WL-SEATS " seat(s)"
               END-IF
               PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           END-PERFORM
           IF ORGP-TRUNCATED = 1
               PERFORM BETTER
               DISPLAY "Only the first " ORGP-EV-MAX
               " events are shown."
           END-IF
           PERFORM ENDRUN.

       ORGP-STATEMENTS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *        MY COMMISSION STATEMENTS       *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           MOVE 0 TO ORGP-STMT-SHOW
           MOVE 0 TO ORGP-STMT-ANY
           OPEN INPUT OrganizerStatementFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerStatementFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE OrganizerStatementRecord TO STMT-LINE
                           IF STMT-LINE (1:17) = "PAYOUT STATEMENT "
                               PERFORM ORGP-STATEMENT-OWNER
                           END-IF
                           IF ORGP-STMT-SHOW = 1
                               PERFORM BETTER
                               DISPLAY FUNCTION TRIM(STMT-LINE TRAILING)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrganizerStatementFile
           END-IF
           IF ORGP-STMT-ANY = 0
               PERFORM BETTER
               DISPLAY "No commission statements on file yet."
           END-IF
           PERFORM ENDRUN.

       ORGP-STATEMENT-OWNER.
           MOVE 0 TO ORGP-STMT-SHOW
           MOVE 0 TO ORGP-STMT-TALLY
           INSPECT STMT-LINE TALLYING ORGP-STMT-TALLY
               FOR CHARACTERS BEFORE INITIAL "  ORGANIZER: "
           MOVE SPACES TO ORGP-STMT-ORG
           IF ORGP-STMT-TALLY < 130
               MOVE STMT-LINE (ORGP-STMT-TALLY + 14:20) TO ORGP-STMT-ORG
           END-IF
           IF FUNCTION UPPER-CASE(ORGP-STMT-ORG) = ORGP-NAME
               MOVE 1 TO ORGP-STMT-SHOW
               MOVE 1 TO ORGP-STMT-ANY
           END-IF.

       PTS-COMPUTE-BALANCE.
           MOVE 0 TO PTS-LOT-COUNT
           MOVE 0 TO PTS-LOT-FULL
           MOVE 0 TO PTS-BALANCE
           MOVE 0 TO PTS-EXPIRED
           MOVE SPACES TO PTS-NEXT-EXPIRY
           MOVE 0 TO PTS-NEXT-AMOUNT
           MOVE 0 TO PTS-PRD-EARNED
           MOVE 0 TO PTS-PRD-REDEEMED
           MOVE 0 TO PTS-PRD-REVERSED
           MOVE 0 TO PTS-PRD-EXPIRED
           OPEN INPUT PointsFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PointsFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM PTS-APPLY-LINE
                   END-READ
               END-PERFORM
               CLOSE PointsFile
           END-IF

           PERFORM VARYING PTS-LOT-IDX FROM 1 BY 1
               UNTIL PTS-LOT-IDX > PTS-LOT-COUNT
               IF PTS-LOT-REMAIN(PTS-LOT-IDX) > 0
                   IF PTS-LOT-EXPIRY(PTS-LOT-IDX) > PTS-ASOF
                       ADD PTS-LOT-REMAIN(PTS-LOT-IDX) TO PTS-BALANCE
                       IF PTS-NEXT-EXPIRY = SPACES OR
                           PTS-LOT-EXPIRY(PTS-LOT-IDX) <
                           PTS-NEXT-EXPIRY
                           MOVE PTS-LOT-EXPIRY(PTS-LOT-IDX) TO
                               PTS-NEXT-EXPIRY
                           MOVE 0 TO PTS-NEXT-AMOUNT
                       END-IF
                       IF PTS-LOT-EXPIRY(PTS-LOT-IDX) =
                           PTS-NEXT-EXPIRY
                           ADD PTS-LOT-REMAIN(PTS-LOT-IDX) TO
                               PTS-NEXT-AMOUNT
                       END-IF
                   ELSE
                       ADD PTS-LOT-REMAIN(PTS-LOT-IDX) TO PTS-EXPIRED
                       IF PTS-PERIOD-FROM NOT = SPACES AND
                           PTS-LOT-EXPIRY(PTS-LOT-IDX) NOT <
                           PTS-PERIOD-FROM
                           ADD PTS-LOT-REMAIN(PTS-LOT-IDX) TO
                               PTS-PRD-EXPIRED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PTS-APPLY-LINE.
           IF PTS-DATE > PTS-ASOF
               EXIT PARAGRAPH
           END-IF
           IF PTS-USER NOT = SPACES AND PTS-USERNAME NOT = PTS-USER
               EXIT PARAGRAPH
           END-IF
           IF PTS-POINTS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PTS-IN-PERIOD
           IF PTS-PERIOD-FROM NOT = SPACES AND
               PTS-DATE NOT < PTS-PERIOD-FROM
               MOVE 1 TO PTS-IN-PERIOD
           END-IF
           EVALUATE PTS-TYPE
               WHEN "EARN"
               WHEN "RESTORE"
                   IF PTS-LOT-COUNT < PTS-LOT-MAX
                       ADD 1 TO PTS-LOT-COUNT
                       MOVE PTS-USERNAME TO PTS-LOT-USER(PTS-LOT-COUNT)
                       MOVE PTS-REF TO PTS-LOT-REF(PTS-LOT-COUNT)
                       MOVE PTS-EXPIRY TO PTS-LOT-EXPIRY(PTS-LOT-COUNT)
                       MOVE PTS-POINTS TO PTS-LOT-REMAIN(PTS-LOT-COUNT)
                   ELSE
                       MOVE 1 TO PTS-LOT-FULL
                   END-IF
                   IF PTS-IN-PERIOD = 1 AND PTS-TYPE = "EARN"
                       ADD PTS-POINTS TO PTS-PRD-EARNED
                   END-IF
               WHEN "REDEEM"
                   MOVE PTS-POINTS TO PTS-NEED
                   PERFORM PTS-CONSUME-FIFO
                   IF PTS-IN-PERIOD = 1
                       ADD PTS-POINTS TO PTS-PRD-REDEEMED
                   END-IF
               WHEN "REVERSE"
                   MOVE PTS-POINTS TO PTS-NEED
                   PERFORM VARYING PTS-LOT-IDX FROM 1 BY 1
                       UNTIL PTS-LOT-IDX > PTS-LOT-COUNT
                       OR PTS-NEED = 0
                       IF PTS-LOT-USER(PTS-LOT-IDX) = PTS-USERNAME AND
                           PTS-LOT-REF(PTS-LOT-IDX) = PTS-REF
                           PERFORM PTS-TAKE-FROM-LOT
                       END-IF
                   END-PERFORM
                   PERFORM PTS-CONSUME-FIFO
                   IF PTS-IN-PERIOD = 1
                       ADD PTS-POINTS TO PTS-PRD-REVERSED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PTS-CONSUME-FIFO.
           PERFORM VARYING PTS-LOT-IDX FROM 1 BY 1
               UNTIL PTS-LOT-IDX > PTS-LOT-COUNT OR PTS-NEED = 0
               IF PTS-LOT-USER(PTS-LOT-IDX) = PTS-USERNAME AND
                   PTS-LOT-EXPIRY(PTS-LOT-IDX) > PTS-DATE
                   PERFORM PTS-TAKE-FROM-LOT
               END-IF
           END-PERFORM.

       PTS-TAKE-FROM-LOT.
           IF PTS-LOT-REMAIN(PTS-LOT-IDX) > PTS-NEED
               MOVE PTS-NEED TO PTS-TAKE
           ELSE
               MOVE PTS-LOT-REMAIN(PTS-LOT-IDX) TO PTS-TAKE
           END-IF
           SUBTRACT PTS-TAKE FROM PTS-LOT-REMAIN(PTS-LOT-IDX)
           SUBTRACT PTS-TAKE FROM PTS-NEED.

       PTS-WRITE-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PTS-TODAY
           OPEN EXTEND PointsFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT PointsFile
           END-IF
           MOVE PTS-W-USER TO PTS-USERNAME
           MOVE PTS-TODAY TO PTS-DATE
           MOVE PTS-W-TYPE TO PTS-TYPE
           MOVE PTS-W-POINTS TO PTS-POINTS
           MOVE PTS-W-REF TO PTS-REF
           MOVE SPACES TO PTS-EXPIRY
           IF PTS-W-TYPE = "EARN" OR PTS-W-TYPE = "RESTORE"
               MOVE PTS-TODAY (1:4) TO PTS-EXP-YEAR
               ADD 1 TO PTS-EXP-YEAR
               MOVE PTS-EXP-YEAR TO PTS-EXPIRY (1:4)
               IF PTS-TODAY (5:4) = "0229"
                   MOVE "0228" TO PTS-EXPIRY (5:4)
               ELSE
                   MOVE PTS-TODAY (5:4) TO PTS-EXPIRY (5:4)
               END-IF
           END-IF
           MOVE PTS-W-TXN-ID TO PTS-TXN-ID
           WRITE PointsRecord
           CLOSE PointsFile.

       PTS-OFFER-REDEMPTION.
           MOVE 0 TO PTS-REDEEM
           MOVE 0 TO PTS-DISCOUNT
           IF TOTAL-COST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USERNAME TO PTS-USER
           MOVE FUNCTION CURRENT-DATE (1:8) TO PTS-ASOF
           MOVE SPACES TO PTS-PERIOD-FROM
           PERFORM PTS-COMPUTE-BALANCE
           IF PTS-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BETTER
           DISPLAY "You have " PTS-BALANCE " loyalty point(s), worth P"
           PTS-PESO-VALUE " each."
           PERFORM BETTER
           DISPLAY "Points to use on this purchase (ENTER for none): "
           WITH NO ADVANCING
           MOVE SPACES TO PTS-REDEEM-INPUT
           ACCEPT PTS-REDEEM-INPUT
           IF PTS-REDEEM-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(PTS-REDEEM-INPUT) NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PTS-REDEEM-INPUT) TO PTS-REDEEM
           IF PTS-REDEEM > PTS-BALANCE
               MOVE PTS-BALANCE TO PTS-REDEEM
           END-IF
           COMPUTE PTS-NEED = TOTAL-COST / PTS-PESO-VALUE
           IF PTS-REDEEM > PTS-NEED
               MOVE PTS-NEED TO PTS-REDEEM
           END-IF
           COMPUTE PTS-DISCOUNT = PTS-REDEEM * PTS-PESO-VALUE
           SUBTRACT PTS-DISCOUNT FROM TOTAL-COST
           PERFORM BETTER
           DISPLAY PTS-REDEEM " point(s) applied: P" PTS-DISCOUNT
           " off.".

       PTS-POST-PURCHASE.
           MOVE "POINTS" TO TXN-STEP
           MOVE USERNAME TO TXN-PTS-USER
           MOVE BOOKING-REF TO TXN-PTS-REF
           PERFORM TXN-WRITE-JOURNAL
           MOVE USERNAME TO PTS-W-USER
           MOVE BOOKING-REF TO PTS-W-REF
           MOVE TXN-ID TO PTS-W-TXN-ID
           IF PTS-REDEEM > 0
               MOVE "REDEEM" TO PTS-W-TYPE
               MOVE PTS-REDEEM TO PTS-W-POINTS
               PERFORM PTS-WRITE-LINE
           END-IF
           COMPUTE PTS-EARNED = PTS-PAID-AMOUNT / PTS-EARN-PER
           IF PTS-EARNED > 0
               MOVE "EARN" TO PTS-W-TYPE
               MOVE PTS-EARNED TO PTS-W-POINTS
               PERFORM PTS-WRITE-LINE
           END-IF
           MOVE 0 TO PTS-ON-TICKET
           IF PTS-REDEEM > 0 OR PTS-EARNED > 0
               MOVE 1 TO PTS-ON-TICKET
           END-IF
           MOVE PTS-REDEEM TO PTS-TICKET-USED
           MOVE PTS-DISCOUNT TO PTS-TICKET-DISCOUNT
           MOVE PTS-EARNED TO PTS-TICKET-EARNED
           MOVE 0 TO PTS-REDEEM
           MOVE 0 TO PTS-DISCOUNT.

       PTS-REVERSE-BOOKING.
           PERFORM PTS-LOCATE-BOOKING-LINES
           PERFORM PTS-WRITE-REVERSAL.

       PTS-LOCATE-BOOKING-LINES.
           MOVE SPACES TO PTS-REV-EARN-USER
           MOVE SPACES TO PTS-REV-REDEEM-USER
           MOVE 0 TO PTS-REV-EARNED
           MOVE 0 TO PTS-REV-REDEEMED
           MOVE 0 TO PTS-REV-FOUND
           MOVE PTS-W-REF TO FRC-CHAIN-REF
           MOVE 0 TO RCPT-HOPS
           PERFORM UNTIL PTS-REV-FOUND = 1 OR RCPT-HOPS > 20
               PERFORM PTS-FIND-REF-LINES
               IF PTS-REV-FOUND = 0
                   PERFORM FRC-FIND-TRANSFER-IN
                   IF FRC-XFER-FOUND = 1
                       MOVE FRC-XFER-REF TO FRC-CHAIN-REF
                       ADD 1 TO RCPT-HOPS
                   ELSE
                       MOVE 21 TO RCPT-HOPS
                   END-IF
               END-IF
           END-PERFORM.

       PTS-WRITE-REVERSAL.
           IF PTS-REV-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FRC-CHAIN-REF TO PTS-W-REF
           IF PTS-REV-EARNED > 0
               MOVE PTS-REV-EARN-USER TO PTS-W-USER
               MOVE "REVERSE" TO PTS-W-TYPE
               MOVE PTS-REV-EARNED TO PTS-W-POINTS
               PERFORM PTS-WRITE-LINE
           END-IF
           IF PTS-REV-REDEEMED > 0
               MOVE PTS-REV-REDEEM-USER TO PTS-W-USER
               MOVE "RESTORE" TO PTS-W-TYPE
               MOVE PTS-REV-REDEEMED TO PTS-W-POINTS
               PERFORM PTS-WRITE-LINE
           END-IF.

       PTS-FIND-REF-LINES.
           OPEN INPUT PointsFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ PointsFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF PTS-REF NUMERIC AND PTS-REF = FRC-CHAIN-REF
                           AND PTS-POINTS NUMERIC
                           MOVE 1 TO PTS-REV-FOUND
                           EVALUATE PTS-TYPE
                               WHEN "EARN"
                                   ADD PTS-POINTS TO PTS-REV-EARNED
                                   MOVE PTS-USERNAME TO
                                       PTS-REV-EARN-USER
                               WHEN "REDEEM"
                                   ADD PTS-POINTS TO PTS-REV-REDEEMED
                                   MOVE PTS-USERNAME TO
                                       PTS-REV-REDEEM-USER
                               WHEN "REVERSE"
                                   IF PTS-POINTS > PTS-REV-EARNED
                                       MOVE 0 TO PTS-REV-EARNED
                                   ELSE
                                       SUBTRACT PTS-POINTS FROM
                                           PTS-REV-EARNED
                                   END-IF
                               WHEN "RESTORE"
                                   IF PTS-POINTS > PTS-REV-REDEEMED
                                       MOVE 0 TO PTS-REV-REDEEMED
                                   ELSE
                                       SUBTRACT PTS-POINTS FROM
                                           PTS-REV-REDEEMED
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PointsFile.

       TXN-REMOVE-POINTS.
           IF TXN-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PointsFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-POINTS-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ PointsFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF PTS-TXN-ID = TXN-ID AND
                           PTS-USERNAME = TXN-PTS-USER AND
                           PTS-REF = TXN-PTS-REF
                           CONTINUE
                       ELSE
                           WRITE TempPointsRecord FROM PointsRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PointsFile
           CLOSE TEMP-POINTS-FILE

           OPEN INPUT TEMP-POINTS-FILE
           OPEN OUTPUT PointsFile
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TEMP-POINTS-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE PointsRecord FROM TempPointsRecord
               END-READ
           END-PERFORM
           CLOSE TEMP-POINTS-FILE
           CLOSE PointsFile.

       TIER-PRICE-IN-EFFECT.
           MOVE TIER-PRICE TO BAND-PRICE
           MOVE SPACES TO BAND-NAME
           MOVE SPACES TO BAND-BEST-START
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-MAX
               IF TIER-BAND-START(BAND-IDX) NOT = SPACES AND
                   TIER-BAND-PRICE(BAND-IDX) NUMERIC AND
                   TIER-BAND-START(BAND-IDX) NOT > BAND-ASOF
                   IF BAND-BEST-START = SPACES OR
                       TIER-BAND-START(BAND-IDX) > BAND-BEST-START
                       MOVE TIER-BAND-START(BAND-IDX) TO
                           BAND-BEST-START
                       MOVE TIER-BAND-PRICE(BAND-IDX) TO BAND-PRICE
                       MOVE TIER-BAND-NAME(BAND-IDX) TO BAND-NAME
                   END-IF
               END-IF
           END-PERFORM.

       BAND-CONVERT-DATE.
           MOVE 0 TO BAND-DATE-NUM
           MOVE SPACES TO BAND-DATE-TEXT
           IF BAND-IN-DATE (1:2) NUMERIC AND
              BAND-IN-DATE (3:1) = "/" AND
              BAND-IN-DATE (4:2) NUMERIC AND
              BAND-IN-DATE (6:1) = "/" AND
              BAND-IN-DATE (7:2) NUMERIC
               IF FUNCTION NUMVAL(BAND-IN-DATE (1:2)) > 0 AND
                  FUNCTION NUMVAL(BAND-IN-DATE (1:2)) < 13 AND
                  FUNCTION NUMVAL(BAND-IN-DATE (4:2)) > 0 AND
                  FUNCTION NUMVAL(BAND-IN-DATE (4:2)) < 32
                   MOVE BAND-IN-DATE (7:2) TO BAND-TEMP-YEAR
                   ADD 2000 TO BAND-TEMP-YEAR
                   COMPUTE BAND-DATE-NUM =
                       BAND-TEMP-YEAR * 10000 +
                       FUNCTION NUMVAL(BAND-IN-DATE (1:2)) * 100 +
                       FUNCTION NUMVAL(BAND-IN-DATE (4:2))
                   MOVE BAND-DATE-NUM TO BAND-DATE-TEXT
               END-IF
           END-IF.

       BAND-ADD-ENTRY.
           MOVE SPACES TO BAND-REASON
           IF BAND-IN-NAME = SPACES
               MOVE "PRICE BAND NAME IS BLANK" TO BAND-REASON
               EXIT PARAGRAPH
           END-IF
           IF BAND-COUNT NOT < BAND-MAX
               MOVE "TIER ALREADY HAS 3 PRICE BANDS" TO BAND-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM BAND-CONVERT-DATE
           IF BAND-DATE-NUM = 0
               MOVE "BAD BAND START DATE (EXPECTED MM/DD/YY)" TO
                   BAND-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-COUNT
               IF BAND-E-START(BAND-IDX) = BAND-DATE-TEXT
                   MOVE "ANOTHER BAND STARTS ON THAT DATE" TO
                       BAND-REASON
               END-IF
           END-PERFORM
           IF BAND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BAND-IN-PRICE TO IMP-NUM-TEXT
           PERFORM IMPORT-DIGITS-CHECK
           IF IMP-NUM-OK = 0 OR IMP-NUM-VAL > 99999
               MOVE "BAND PRICE IS NOT A NUMBER" TO BAND-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BAND-COUNT
           MOVE FUNCTION UPPER-CASE(BAND-IN-NAME) TO
               BAND-E-NAME(BAND-COUNT)
           MOVE BAND-DATE-TEXT TO BAND-E-START(BAND-COUNT)
           MOVE IMP-NUM-VAL TO BAND-E-PRICE(BAND-COUNT).

       BAND-ENTER-SCHEDULE.
           MOVE SPACES TO BAND-TABLE
           MOVE 0 TO BAND-COUNT
           MOVE 0 TO BAND-STOP
           PERFORM BETTER
           DISPLAY "Up to 3 price bands, e.g. EARLY BIRD, REGULAR, "
           "DOOR."
           PERFORM BETTER
           DISPLAY "A band's price applies from its start date until "
           "the next band starts;"
           PERFORM BETTER
           DISPLAY "before the first band the tier price applies."
           PERFORM UNTIL BAND-COUNT NOT < BAND-MAX OR BAND-STOP = 1
               MOVE BAND-COUNT TO BAND-IDX
               ADD 1 TO BAND-IDX
               PERFORM BETTER
               DISPLAY "Band " BAND-IDX " name (ENTER to finish): "
               WITH NO ADVANCING
               MOVE SPACES TO BAND-IN-NAME
               ACCEPT BAND-IN-NAME
               IF BAND-IN-NAME = SPACES
                   MOVE 1 TO BAND-STOP
               ELSE
                   PERFORM BETTER
                   DISPLAY "Band " BAND-IDX " starts on (MM/DD/YY): "
                   WITH NO ADVANCING
                   MOVE SPACES TO BAND-IN-DATE
                   ACCEPT BAND-IN-DATE
                   PERFORM BETTER
                   DISPLAY "Band " BAND-IDX " price: P"
                   WITH NO ADVANCING
                   MOVE SPACES TO BAND-IN-PRICE
                   ACCEPT BAND-IN-PRICE
                   PERFORM BAND-ADD-ENTRY
                   IF BAND-REASON NOT = SPACES
                       PERFORM BETTER
                       DISPLAY "Band not added: " BAND-REASON
                   END-IF
               END-IF
           END-PERFORM.

       BAND-SHOW-SCHEDULE.
           MOVE 0 TO BAND-FOUND
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-MAX
               IF TIER-BAND-START(BAND-IDX) NOT = SPACES AND
                   TIER-BAND-PRICE(BAND-IDX) NUMERIC
                   MOVE 1 TO BAND-FOUND
                   MOVE SPACES TO BAND-SHOW-DATE
                   STRING
                       TIER-BAND-START(BAND-IDX) (5:2)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TIER-BAND-START(BAND-IDX) (7:2)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TIER-BAND-START(BAND-IDX) (3:2)
                           DELIMITED BY SIZE
                       INTO BAND-SHOW-DATE
                   END-STRING
                   PERFORM BETTER
                   DISPLAY "    " TIER-BAND-NAME(BAND-IDX)
                   " from " BAND-SHOW-DATE
                   "  P" TIER-BAND-PRICE(BAND-IDX)
               END-IF
           END-PERFORM
           IF BAND-FOUND = 0
               PERFORM BETTER
               DISPLAY "    No price bands; tier price P" TIER-PRICE
               " applies."
           END-IF.

       TIER-SAVE-BANDS.
           MOVE 0 TO BAND-FOUND
           OPEN INPUT TicketTierFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-TIER-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TicketTierFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM BAND-MATCH-TIER
                       IF TIER-MATCH = 1
                           MOVE 1 TO BAND-FOUND
                           MOVE BAND-TABLE TO TIER-SCHEDULE
                       END-IF
                       WRITE TEMP-TIER-RECORD FROM TicketTierRecord
               END-READ
           END-PERFORM
           CLOSE TicketTierFile
           CLOSE TEMP-TIER-FILE

           OPEN INPUT TEMP-TIER-FILE
           OPEN OUTPUT TicketTierFile
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TEMP-TIER-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE TicketTierRecord FROM TEMP-TIER-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-TIER-FILE
           CLOSE TicketTierFile.

       BAND-MATCH-TIER.
           MOVE 0 TO TIER-MATCH
           IF BAND-EVENT-ID > 0 AND TIER-EVENT-ID NUMERIC
               IF TIER-EVENT-ID = BAND-EVENT-ID
                   MOVE 1 TO TIER-MATCH
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(TIER-EVENTNAME) =
                   BAND-EVENT-NAME
                   MOVE 1 TO TIER-MATCH
               END-IF
           END-IF
           IF TIER-MATCH = 1 AND
               FUNCTION UPPER-CASE(TIER-NAME) NOT =
               FUNCTION UPPER-CASE(BAND-TIER)
               MOVE 0 TO TIER-MATCH
           END-IF.

       BAND-FIND-TIER.
           MOVE 0 TO BAND-FOUND
           OPEN INPUT TicketTierFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TicketTierFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM BAND-MATCH-TIER
                       IF TIER-MATCH = 1
                           MOVE 1 TO BAND-FOUND
                           MOVE 1 TO EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TicketTierFile.

       EDIT-TIER-SCHEDULE.
           PERFORM BETTER
           DISPLAY "Enter tier name: " WITH NO ADVANCING
           MOVE SPACES TO BAND-TIER
           ACCEPT BAND-TIER
           MOVE EVENT-ID TO BAND-EVENT-ID
           MOVE FUNCTION UPPER-CASE(EVENTNAME) TO BAND-EVENT-NAME
           PERFORM BAND-FIND-TIER
           IF BAND-FOUND = 0
               PERFORM BETTER
               DISPLAY "No such tier for this event. No changes made."
               EXIT PARAGRAPH
           END-IF
           PERFORM BETTER
           DISPLAY "Current price schedule for " TIER-NAME ":"
           PERFORM BAND-SHOW-SCHEDULE
           PERFORM BETTER
           DISPLAY "Enter the new schedule (it replaces the old one; "
           "no bands clears it)."
           PERFORM BAND-ENTER-SCHEDULE
           PERFORM TIER-SAVE-BANDS
           MOVE "EDIT-EVENT: PRICE BANDS" TO AUDIT-ACTION
           MOVE BAND-TIER TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING
               BAND-COUNT DELIMITED BY SIZE
               " BAND(S)" DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING
           PERFORM BETTER
           DISPLAY "Price schedule saved with " BAND-COUNT " band(s).".

       IMPORT-BAND-LINE.
           MOVE SPACES TO IMP-REASON
           IF IMP-LAST-ID = 0 OR IMP-LAST-TIER = SPACES
               MOVE "BAND LINE HAS NO PRECEDING GOOD TIER"
                   TO IMP-REASON
           END-IF

           IF IMP-REASON = SPACES
               MOVE FUNCTION TRIM(IMP-F2) TO BAND-IN-NAME
               MOVE FUNCTION TRIM(IMP-F3) TO BAND-IN-DATE
               MOVE IMP-F4 TO BAND-IN-PRICE
               PERFORM BAND-ADD-ENTRY
               MOVE BAND-REASON TO IMP-REASON
           END-IF

           IF IMP-REASON = SPACES
               MOVE IMP-LAST-ID TO BAND-EVENT-ID
               MOVE FUNCTION UPPER-CASE(IMP-LAST-NAME) TO
                   BAND-EVENT-NAME
               MOVE IMP-LAST-TIER TO BAND-TIER
               PERFORM TIER-SAVE-BANDS
               ADD 1 TO IMP-BAND-COUNT
           ELSE
               PERFORM IMPORT-WRITE-REJECT
           END-IF.

       PRICE-BAND-REPORT.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "

           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|   *        SEATS SOLD BY PRICE BAND       *   |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           MOVE SPACES TO BANDR-ORG
           PERFORM BANDR-COLLECT
           IF BANDR-COUNT = 0
               PERFORM BETTER DISPLAY "No bookings recorded yet."
               DISPLAY " "
               PERFORM ENDRUN
               PERFORM ADMIN-FEATURES
               EXIT PARAGRAPH
           END-IF

           PERFORM BETTER
           DISPLAY "[E] Export this report, or press ENTER to "
           "continue: " WITH NO ADVANCING
           ACCEPT EXPORT-CHOICE
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               OPEN EXTEND ReportExportFile
               IF FILE-STATUS = "30"
                   OPEN OUTPUT ReportExportFile
               END-IF
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "PRICE BAND,EVENT ID,EVENT NAME,TIER,BAND,"
                       DELIMITED BY SIZE
                   "SEATS,BOOKINGS,REVENUE" DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF

           PERFORM BANDR-SHOW

           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               CLOSE ReportExportFile
               PERFORM BETTER
               DISPLAY "Exported to ReportExportFile."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM ADMIN-FEATURES.

       ORGP-BAND-SALES.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|   *        SEATS SOLD BY PRICE BAND       *   |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           MOVE FUNCTION UPPER-CASE(ORGP-NAME) TO BANDR-ORG
           MOVE SPACES TO EXPORT-CHOICE
           PERFORM BANDR-COLLECT
           IF BANDR-COUNT = 0
               PERFORM ORGP-NO-EVENTS
               EXIT PARAGRAPH
           END-IF
           PERFORM BANDR-SHOW
           PERFORM ENDRUN.

       BANDR-COLLECT.
           MOVE 0 TO BANDR-COUNT
           MOVE 0 TO BANDR-TRUNCATED
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ VIEW-MY-BOOKINGS-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF BANDR-ORG = SPACES OR
                           FUNCTION UPPER-CASE(BOOKED-ORGANIZER) =
                           BANDR-ORG
                           PERFORM BANDR-ADD-BOOKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIEW-MY-BOOKINGS-FILE.

       BANDR-ADD-BOOKING.
           MOVE 0 TO BANDR-KEY-ID
           IF BOOKED-EVENT-ID NUMERIC
               MOVE BOOKED-EVENT-ID TO BANDR-KEY-ID
           END-IF
           MOVE FUNCTION UPPER-CASE(BOOKED-EVENTNAME) TO BANDR-KEY-NAME
           IF BOOKED-TIER = SPACES
               MOVE "GENERAL" TO BANDR-KEY-TIER
           ELSE
               MOVE FUNCTION UPPER-CASE(BOOKED-TIER) TO BANDR-KEY-TIER
           END-IF
           IF BOOKED-BAND = SPACES
               MOVE "BASE PRICE" TO BANDR-KEY-BAND
           ELSE
               MOVE BOOKED-BAND TO BANDR-KEY-BAND
           END-IF
           MOVE 0 TO BANDR-SEATS-NUM
           IF BOOKED-STB NOT = SPACES
               MOVE FUNCTION NUMVAL(BOOKED-STB) TO BANDR-SEATS-NUM
           END-IF
           MOVE 0 TO BANDR-AMT
           IF BOOKED-PAID NOT = SPACES
               MOVE FUNCTION NUMVAL(BOOKED-PAID) TO BANDR-AMT
           ELSE
               IF BOOKED-TP NOT = SPACES
                   COMPUTE BANDR-AMT =
                       FUNCTION NUMVAL(BOOKED-TP) * BANDR-SEATS-NUM
               END-IF
           END-IF

           MOVE 0 TO BANDR-FOUND
           PERFORM VARYING BANDR-IDX FROM 1 BY 1
               UNTIL BANDR-IDX > BANDR-COUNT OR BANDR-FOUND > 0
               MOVE BANDR-IDX TO BANDR-JDX
               PERFORM BANDR-SAME-EVENT
               IF BANDR-SAME = 1 AND
                   BANDR-TIER(BANDR-IDX) = BANDR-KEY-TIER AND
                   BANDR-BAND(BANDR-IDX) = BANDR-KEY-BAND
                   MOVE BANDR-IDX TO BANDR-FOUND
               END-IF
           END-PERFORM
           IF BANDR-FOUND = 0
               IF BANDR-COUNT < BANDR-MAX
                   ADD 1 TO BANDR-COUNT
                   MOVE BANDR-COUNT TO BANDR-FOUND
                   MOVE BANDR-KEY-ID TO BANDR-EV-ID(BANDR-FOUND)
                   MOVE BANDR-KEY-NAME TO BANDR-EV-NAME(BANDR-FOUND)
                   MOVE BANDR-KEY-TIER TO BANDR-TIER(BANDR-FOUND)
                   MOVE BANDR-KEY-BAND TO BANDR-BAND(BANDR-FOUND)
                   MOVE 0 TO BANDR-SEATS(BANDR-FOUND)
                   MOVE 0 TO BANDR-BOOKINGS(BANDR-FOUND)
                   MOVE 0 TO BANDR-REV(BANDR-FOUND)
                   MOVE 0 TO BANDR-DONE(BANDR-FOUND)
               ELSE
                   MOVE 1 TO BANDR-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD BANDR-SEATS-NUM TO BANDR-SEATS(BANDR-FOUND)
           ADD 1 TO BANDR-BOOKINGS(BANDR-FOUND)
           ADD BANDR-AMT TO BANDR-REV(BANDR-FOUND).

       BANDR-SAME-EVENT.
           MOVE 0 TO BANDR-SAME
           IF BANDR-KEY-ID > 0 AND BANDR-EV-ID(BANDR-JDX) > 0
               IF BANDR-EV-ID(BANDR-JDX) = BANDR-KEY-ID
                   MOVE 1 TO BANDR-SAME
               END-IF
           ELSE
               IF BANDR-EV-NAME(BANDR-JDX) = BANDR-KEY-NAME
                   MOVE 1 TO BANDR-SAME
               END-IF
           END-IF.

       BANDR-SHOW.
           PERFORM VARYING BANDR-IDX FROM 1 BY 1
               UNTIL BANDR-IDX > BANDR-COUNT
               IF BANDR-DONE(BANDR-IDX) = 0
                   MOVE BANDR-EV-ID(BANDR-IDX) TO BANDR-KEY-ID
                   MOVE BANDR-EV-NAME(BANDR-IDX) TO BANDR-KEY-NAME
                   MOVE 0 TO BANDR-EV-SEATS
                   MOVE 0 TO BANDR-EV-REV
                   PERFORM VARYING BANDR-JDX FROM BANDR-IDX BY 1
                       UNTIL BANDR-JDX > BANDR-COUNT
                       PERFORM BANDR-SAME-EVENT
                       IF BANDR-SAME = 1
                           ADD BANDR-SEATS(BANDR-JDX) TO BANDR-EV-SEATS
                           ADD BANDR-REV(BANDR-JDX) TO BANDR-EV-REV
                       END-IF
                   END-PERFORM
                   PERFORM BETTER DISPLAY " "
                   PERFORM BETTER
                   DISPLAY "EVENT " BANDR-KEY-ID " "
                   FUNCTION TRIM(BANDR-KEY-NAME)
                   PERFORM VARYING BANDR-JDX FROM BANDR-IDX BY 1
                       UNTIL BANDR-JDX > BANDR-COUNT
                       PERFORM BANDR-SAME-EVENT
                       IF BANDR-SAME = 1
                           MOVE 1 TO BANDR-DONE(BANDR-JDX)
                           PERFORM BANDR-SHOW-ROW
                       END-IF
                   END-PERFORM
                   PERFORM BETTER
                   DISPLAY "  TOTAL SEATS: " BANDR-EV-SEATS
                   "  REVENUE: P" BANDR-EV-REV
               END-IF
           END-PERFORM
           IF BANDR-TRUNCATED = 1
               PERFORM BETTER
               DISPLAY "WARNING: Report truncated: more than "
               BANDR-MAX " event/tier/band rows."
           END-IF.

       BANDR-SHOW-ROW.
           MOVE 0 TO BANDR-AVG
           IF BANDR-SEATS(BANDR-JDX) > 0
               COMPUTE BANDR-AVG ROUNDED =
                   BANDR-REV(BANDR-JDX) / BANDR-SEATS(BANDR-JDX)
           END-IF
           MOVE 0 TO BANDR-PCT
           IF BANDR-EV-SEATS > 0
               COMPUTE BANDR-PCT ROUNDED =
                   BANDR-SEATS(BANDR-JDX) * 100 / BANDR-EV-SEATS
           END-IF
           PERFORM BETTER
           DISPLAY "  " BANDR-TIER(BANDR-JDX) " "
           BANDR-BAND(BANDR-JDX)
           " SEATS: " BANDR-SEATS(BANDR-JDX)
           " (" BANDR-PCT "%)"
           PERFORM BETTER
           DISPLAY "      BOOKINGS: " BANDR-BOOKINGS(BANDR-JDX)
           "  REVENUE: P" BANDR-REV(BANDR-JDX)
           "  AVG/SEAT: P" BANDR-AVG
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "PRICE BAND," DELIMITED BY SIZE
                   BANDR-EV-ID(BANDR-JDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(BANDR-EV-NAME(BANDR-JDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(BANDR-TIER(BANDR-JDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(BANDR-BAND(BANDR-JDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   BANDR-SEATS(BANDR-JDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   BANDR-BOOKINGS(BANDR-JDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   BANDR-REV(BANDR-JDX) DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF.

       LIM-LOAD-LIMITS.
           MOVE 0 TO LIM-COUNT
           MOVE 0 TO LIM-DEFAULT
           OPEN INPUT EventLimitFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIM-EOF
           PERFORM UNTIL LIM-EOF = 1
               READ EventLimitFile
                   AT END
                       MOVE 1 TO LIM-EOF
                   NOT AT END
                       IF LIMIT-EVENT-ID NUMERIC AND LIMIT-MAX NUMERIC
                           IF LIMIT-EVENT-ID = 0
                               MOVE LIMIT-MAX TO LIM-DEFAULT
                           ELSE
                               MOVE LIMIT-EVENT-ID TO LIM-KEY-ID
                               PERFORM LIM-FIND-LIMIT
                               IF LIM-FOUND = 0 AND
                                   LIM-COUNT < LIM-TABLE-MAX
                                   ADD 1 TO LIM-COUNT
                                   MOVE LIM-COUNT TO LIM-FOUND
                                   MOVE LIMIT-EVENT-ID TO
                                       LIM-T-ID(LIM-FOUND)
                               END-IF
                               IF LIM-FOUND > 0
                                   MOVE LIMIT-MODE TO
                                       LIM-T-MODE(LIM-FOUND)
                                   MOVE LIMIT-MAX TO
                                       LIM-T-MAX(LIM-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventLimitFile.

       LIM-FIND-LIMIT.
           MOVE 0 TO LIM-FOUND
           PERFORM VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > LIM-COUNT OR LIM-FOUND > 0
               IF LIM-T-ID(LIM-IDX) = LIM-KEY-ID
                   MOVE LIM-IDX TO LIM-FOUND
               END-IF
           END-PERFORM.

       LIM-EVENT-LIMIT.
           MOVE LIM-DEFAULT TO LIM-MAX-NOW
           MOVE "DEFAULT" TO LIM-SOURCE
           MOVE LIM-EVENT-ID TO LIM-KEY-ID
           PERFORM LIM-FIND-LIMIT
           IF LIM-FOUND > 0
               IF LIM-T-MODE(LIM-FOUND) = "S"
                   MOVE LIM-T-MAX(LIM-FOUND) TO LIM-MAX-NOW
                   MOVE "EVENT" TO LIM-SOURCE
               END-IF
           END-IF
           IF LIM-MAX-NOW = 0
               MOVE "NO LIMIT" TO LIM-SHOW
           ELSE
               MOVE LIM-MAX-NOW TO LIM-SHOW
           END-IF.

       LIM-CHECK-ATTENDEE.
           MOVE 0 TO LIM-OWN
           MOVE 0 TO LIM-XFER
           MOVE 0 TO LIM-HOLD
           MOVE 0 TO LIM-HELD
           MOVE 0 TO LIM-LEFT
           MOVE FUNCTION UPPER-CASE(LIM-EVENT-NAME) TO LIM-EVENT-NAME
           PERFORM LIM-LOAD-LIMITS
           PERFORM LIM-EVENT-LIMIT
           IF LIM-MAX-NOW = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LIM-XREF-COUNT
           OPEN INPUT TransferFile
           IF FILE-STATUS = "00"
               MOVE 0 TO LIM-EOF
               PERFORM UNTIL LIM-EOF = 1
                   READ TransferFile
                       AT END
                           MOVE 1 TO LIM-EOF
                       NOT AT END
                           IF XFER-LOG-TO = LIM-USER AND
                               XFER-LOG-EVENT-ID = LIM-EVENT-ID AND
                               LIM-XREF-COUNT < LIM-XREF-MAX
                               ADD 1 TO LIM-XREF-COUNT
                               MOVE XFER-LOG-NEW-REF TO
                                   LIM-XREF(LIM-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF

           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS = "00"
               MOVE 0 TO LIM-EOF
               PERFORM UNTIL LIM-EOF = 1
                   READ VIEW-MY-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO LIM-EOF
                       NOT AT END
                           IF BOOKED-ATTENDEE-USERNAME = LIM-USER
                               PERFORM LIM-ADD-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIEW-MY-BOOKINGS-FILE
           END-IF

           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               MOVE 0 TO LIM-EOF
               PERFORM UNTIL LIM-EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO LIM-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(HOLD-CLIENT) =
                               FUNCTION UPPER-CASE(LIM-USER) AND
                               HOLD-EVENT-ID = LIM-EVENT-ID AND
                               HOLD-SEATS NUMERIC
                               ADD HOLD-SEATS TO LIM-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF

           COMPUTE LIM-HELD = LIM-OWN + LIM-XFER + LIM-HOLD
           IF LIM-HELD < LIM-MAX-NOW
               COMPUTE LIM-LEFT = LIM-MAX-NOW - LIM-HELD
           END-IF.

       LIM-ADD-BOOKING.
           MOVE 0 TO LIM-MATCH
           IF BOOKED-EVENT-ID NUMERIC AND BOOKED-EVENT-ID > 0
               IF BOOKED-EVENT-ID = LIM-EVENT-ID
                   MOVE 1 TO LIM-MATCH
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(BOOKED-EVENTNAME) =
                   LIM-EVENT-NAME
                   MOVE 1 TO LIM-MATCH
               END-IF
           END-IF
           IF LIM-MATCH = 0 OR BOOKED-STB = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(BOOKED-STB) TO LIM-SEATS-NUM
           MOVE 0 TO LIM-IS-XFER
           PERFORM VARYING LIM-XREF-IDX FROM 1 BY 1
               UNTIL LIM-XREF-IDX > LIM-XREF-COUNT OR LIM-IS-XFER = 1
               IF LIM-XREF(LIM-XREF-IDX) = BOOKED-REF
                   MOVE 1 TO LIM-IS-XFER
               END-IF
           END-PERFORM
           IF LIM-IS-XFER = 1
               ADD LIM-SEATS-NUM TO LIM-XFER
           ELSE
               ADD LIM-SEATS-NUM TO LIM-OWN
           END-IF.

       LIM-WRITE-LIMIT.
           OPEN EXTEND EventLimitFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT EventLimitFile
           END-IF
           MOVE LIM-PICK-ID TO LIMIT-EVENT-ID
           MOVE LIM-NEW-MODE TO LIMIT-MODE
           MOVE LIM-NEW-MAX TO LIMIT-MAX
           MOVE FUNCTION CURRENT-DATE (1:14) TO LIMIT-CHANGED
           MOVE USERNAME TO LIMIT-BY
           WRITE EventLimitRecord
           CLOSE EventLimitFile

           MOVE "TICKET-LIMIT" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           IF LIM-PICK-ID = 0
               STRING
                   "DEFAULT " DELIMITED BY SIZE
                   LIM-OLD-SHOW DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               END-STRING
               STRING
                   "DEFAULT " DELIMITED BY SIZE
                   LIM-SHOW DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               END-STRING
           ELSE
               STRING
                   "EVENT " DELIMITED BY SIZE
                   LIM-PICK-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIM-OLD-SHOW DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               END-STRING
               STRING
                   "EVENT " DELIMITED BY SIZE
                   LIM-PICK-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIM-SHOW DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       TICKET-LIMITS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *       TICKET LIMITS PER ATTENDEE      *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           MOVE SPACES TO LIM-NEW-MODE
           PERFORM LIM-LOAD-LIMITS
           IF LIM-DEFAULT = 0
               MOVE "NO LIMIT" TO LIM-SHOW
           ELSE
               MOVE LIM-DEFAULT TO LIM-SHOW
           END-IF
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Default limit for every event: " LIM-SHOW
           PERFORM BETTER
           DISPLAY "Seats bought, transferred in and on group hold "
           "all count."
           PERFORM BETTER DISPLAY " "

           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventFile NEXT
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE EVENT-ID TO LIM-EVENT-ID
                           PERFORM LIM-EVENT-LIMIT
                           PERFORM BETTER
                           DISPLAY "  " EVENT-ID " " EVENTNAME " "
                           EVENTDATE " " LIM-SHOW " (" LIM-SOURCE ")"
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] SET DEFAULT LIMIT                     |"
           perform better
           DISPLAY "|    [02] SET LIMIT FOR ONE EVENT               |"
           perform better
           DISPLAY "|    [03] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT LIM-MENU-CHOICE

           EVALUATE LIM-MENU-CHOICE
               WHEN 1
                   MOVE 0 TO LIM-PICK-ID
                   MOVE LIM-SHOW TO LIM-OLD-SHOW
                   PERFORM BETTER
                   DISPLAY "New default per attendee (0 = no limit, "
                   "ENTER to go back): " WITH NO ADVANCING
                   MOVE SPACES TO LIM-INPUT
                   ACCEPT LIM-INPUT
                   IF LIM-INPUT = SPACES
                       PERFORM TICKET-LIMITS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LIM-INPUT TO IMP-NUM-TEXT
                   PERFORM IMPORT-DIGITS-CHECK
                   IF IMP-NUM-OK = 0 OR IMP-NUM-VAL > 9999
                       PERFORM BETTER
                       DISPLAY "Enter a whole number from 0 to 9999."
                       PERFORM ENDRUN
                       PERFORM TICKET-LIMITS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "S" TO LIM-NEW-MODE
                   MOVE IMP-NUM-VAL TO LIM-NEW-MAX
               WHEN 2
                   PERFORM BETTER
                   DISPLAY "Event ID: " WITH NO ADVANCING
                   ACCEPT LIM-PICK-ID
                   MOVE 0 TO LIM-PICK-FOUND
                   IF LIM-PICK-ID NUMERIC AND LIM-PICK-ID > 0
                       OPEN INPUT EventFile
                       IF FILE-STATUS = "00"
                           MOVE LIM-PICK-ID TO EVENT-ID
                           READ EventFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 1 TO LIM-PICK-FOUND
                                   MOVE EVENTNAME TO LIM-PICK-NAME
                           END-READ
                           CLOSE EventFile
                       END-IF
                   END-IF
                   IF LIM-PICK-FOUND = 0
                       PERFORM BETTER
                       DISPLAY "The specified event was not found."
                       PERFORM ENDRUN
                       PERFORM TICKET-LIMITS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LIM-PICK-ID TO LIM-EVENT-ID
                   PERFORM LIM-EVENT-LIMIT
                   MOVE LIM-SHOW TO LIM-OLD-SHOW
                   PERFORM BETTER
                   DISPLAY FUNCTION TRIM(LIM-PICK-NAME)
                   " - current limit " LIM-SHOW " (" LIM-SOURCE ")"
                   PERFORM BETTER
                   DISPLAY "New limit (0 = no limit, D = use default, "
                   "ENTER to go back): " WITH NO ADVANCING
                   MOVE SPACES TO LIM-INPUT
                   ACCEPT LIM-INPUT
                   IF LIM-INPUT = SPACES
                       PERFORM TICKET-LIMITS
                       EXIT PARAGRAPH
                   END-IF
                   IF LIM-INPUT = "D" OR LIM-INPUT = "d"
                       MOVE "D" TO LIM-NEW-MODE
                       MOVE 0 TO LIM-NEW-MAX
                   ELSE
                       MOVE LIM-INPUT TO IMP-NUM-TEXT
                       PERFORM IMPORT-DIGITS-CHECK
                       IF IMP-NUM-OK = 0 OR IMP-NUM-VAL > 9999
                           PERFORM BETTER
                           DISPLAY "Enter a whole number from 0 to "
                           "9999, or D."
                           PERFORM ENDRUN
                           PERFORM TICKET-LIMITS
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "S" TO LIM-NEW-MODE
                       MOVE IMP-NUM-VAL TO LIM-NEW-MAX
                   END-IF
               WHEN 3
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
                   PERFORM ENDRUN
                   PERFORM TICKET-LIMITS
           END-EVALUATE

           IF LIM-NEW-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LIM-NEW-MODE = "D"
               MOVE "DEFAULT" TO LIM-SHOW
           ELSE
               IF LIM-NEW-MAX = 0
                   MOVE "NO LIMIT" TO LIM-SHOW
               ELSE
                   MOVE LIM-NEW-MAX TO LIM-SHOW
               END-IF
           END-IF
           PERFORM LIM-WRITE-LIMIT
           PERFORM BETTER
           DISPLAY "Ticket limit updated."
           PERFORM ENDRUN
           PERFORM TICKET-LIMITS.

       ANOMALY-WATCH-REPORT.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *         ANOMALY WATCH REPORT          *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER
           DISPLAY "[E] Export this report, or press ENTER to "
           "continue: " WITH NO ADVANCING
           ACCEPT EXPORT-CHOICE
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               OPEN EXTEND ReportExportFile
               IF FILE-STATUS = "30"
                   OPEN OUTPUT ReportExportFile
               END-IF
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "ANOMALY WATCH,CHECK,ACCOUNT,EVENT ID,EVENT NAME,"
                       DELIMITED BY SIZE
                   "COUNT,AMOUNT,DATE" DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF

           MOVE 0 TO ANOM-TRUNCATED
           PERFORM ANOM-TRANSFER-CHECK
           PERFORM ANOM-REFUND-CHECK
           PERFORM ANOM-SIGNUP-CHECK
           PERFORM ANOM-LOCKOUT-CHECK

           IF ANOM-TRUNCATED = 1
               PERFORM BETTER DISPLAY " "
               PERFORM BETTER
               DISPLAY "WARNING: Some checks ran out of table space; "
               "the report is incomplete."
           END-IF

           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               CLOSE ReportExportFile
               PERFORM BETTER
               DISPLAY "Exported to ReportExportFile."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM FINANCE-AND-AUDIT.

       ANOM-TRANSFER-CHECK.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "TRANSFERS RECEIVED FOR THE SAME EVENT ("
           ANOM-XFER-MIN " OR MORE)"
           MOVE 0 TO ANOMX-COUNT
           OPEN INPUT TransferFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TransferFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM ANOMX-ADD-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF

           MOVE 0 TO ANOM-FLAGS
           PERFORM VARYING ANOMX-IDX FROM 1 BY 1
               UNTIL ANOMX-IDX > ANOMX-COUNT
               IF ANOMX-TIMES(ANOMX-IDX) NOT < ANOM-XFER-MIN
                   ADD 1 TO ANOM-FLAGS
                   PERFORM BETTER
                   DISPLAY "  " ANOMX-USER(ANOMX-IDX) " EVENT "
                   ANOMX-EV-ID(ANOMX-IDX) " "
                   FUNCTION TRIM(ANOMX-EV-NAME(ANOMX-IDX))
                   PERFORM BETTER
                   DISPLAY "      TRANSFERS IN: " ANOMX-TIMES(ANOMX-IDX)
                   "  SEATS: " ANOMX-SEATS(ANOMX-IDX)
                   "  LAST: " ANOMX-LAST(ANOMX-IDX)
                   MOVE "TRANSFERS" TO ANOM-X-CHECK
                   MOVE ANOMX-USER(ANOMX-IDX) TO ANOM-X-ACCOUNT
                   MOVE ANOMX-EV-ID(ANOMX-IDX) TO ANOM-X-EVENT-ID
                   MOVE ANOMX-EV-NAME(ANOMX-IDX) TO ANOM-X-EVENT-NAME
                   MOVE ANOMX-TIMES(ANOMX-IDX) TO ANOM-X-COUNT
                   MOVE ANOMX-SEATS(ANOMX-IDX) TO ANOM-X-AMOUNT
                   MOVE ANOMX-LAST(ANOMX-IDX) TO ANOM-X-DATE
                   PERFORM ANOM-WRITE-EXPORT
               END-IF
           END-PERFORM
           IF ANOM-FLAGS = 0
               PERFORM BETTER DISPLAY "  None flagged."
           END-IF.

       ANOMX-ADD-TRANSFER.
           MOVE 0 TO ANOM-FOUND
           PERFORM VARYING ANOMX-IDX FROM 1 BY 1
               UNTIL ANOMX-IDX > ANOMX-COUNT OR ANOM-FOUND > 0
               IF ANOMX-USER(ANOMX-IDX) = XFER-LOG-TO AND
                   ANOMX-EV-ID(ANOMX-IDX) = XFER-LOG-EVENT-ID
                   MOVE ANOMX-IDX TO ANOM-FOUND
               END-IF
           END-PERFORM
           IF ANOM-FOUND = 0
               IF ANOMX-COUNT < ANOMX-MAX
                   ADD 1 TO ANOMX-COUNT
                   MOVE ANOMX-COUNT TO ANOM-FOUND
                   MOVE XFER-LOG-TO TO ANOMX-USER(ANOM-FOUND)
                   MOVE XFER-LOG-EVENT-ID TO ANOMX-EV-ID(ANOM-FOUND)
                   MOVE XFER-LOG-EVENTNAME TO ANOMX-EV-NAME(ANOM-FOUND)
                   MOVE 0 TO ANOMX-TIMES(ANOM-FOUND)
                   MOVE 0 TO ANOMX-SEATS(ANOM-FOUND)
               ELSE
                   MOVE 1 TO ANOM-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ANOMX-TIMES(ANOM-FOUND)
           IF XFER-LOG-SEATS NUMERIC
               ADD XFER-LOG-SEATS TO ANOMX-SEATS(ANOM-FOUND)
           END-IF
           MOVE XFER-LOG-DATE TO ANOMX-LAST(ANOM-FOUND).

       ANOM-REFUND-CHECK.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "DEPOSITS FOLLOWED BY CANCEL-AND-REFUND WITHIN "
           ANOM-CYCLE-DAYS " DAY(S) (" ANOM-CYCLE-MIN " OR MORE)"
           MOVE 0 TO ANOMC-COUNT
           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LEDGER-DATE NUMERIC AND
                               (LEDGER-TYPE = "DEPOSIT" OR
                               LEDGER-TYPE = "CREDIT")
                               PERFORM ANOMC-ADD-LEDGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF

           MOVE 0 TO ANOM-FLAGS
           PERFORM VARYING ANOMC-IDX FROM 1 BY 1
               UNTIL ANOMC-IDX > ANOMC-COUNT
               IF ANOMC-CYCLES(ANOMC-IDX) NOT < ANOM-CYCLE-MIN
                   ADD 1 TO ANOM-FLAGS
                   PERFORM BETTER
                   DISPLAY "  " ANOMC-USER(ANOMC-IDX)
                   PERFORM BETTER
                   DISPLAY "      CYCLES: " ANOMC-CYCLES(ANOMC-IDX)
                   "  REFUNDED: P" ANOMC-REFUND(ANOMC-IDX)
                   "  LAST: " ANOMC-LAST(ANOMC-IDX)
                   MOVE "REFUND-CYCLE" TO ANOM-X-CHECK
                   MOVE ANOMC-USER(ANOMC-IDX) TO ANOM-X-ACCOUNT
                   MOVE 0 TO ANOM-X-EVENT-ID
                   MOVE SPACES TO ANOM-X-EVENT-NAME
                   MOVE ANOMC-CYCLES(ANOMC-IDX) TO ANOM-X-COUNT
                   MOVE ANOMC-REFUND(ANOMC-IDX) TO ANOM-X-AMOUNT
                   MOVE ANOMC-LAST(ANOMC-IDX) TO ANOM-X-DATE
                   PERFORM ANOM-WRITE-EXPORT
               END-IF
           END-PERFORM
           IF ANOM-FLAGS = 0
               PERFORM BETTER DISPLAY "  None flagged."
           END-IF.

       ANOMC-ADD-LEDGER.
           MOVE LEDGER-DATE TO ANOM-DATE-NUM
           COMPUTE ANOM-DAY = FUNCTION INTEGER-OF-DATE(ANOM-DATE-NUM)
           MOVE 0 TO ANOM-FOUND
           PERFORM VARYING ANOMC-IDX FROM 1 BY 1
               UNTIL ANOMC-IDX > ANOMC-COUNT OR ANOM-FOUND > 0
               IF ANOMC-USER(ANOMC-IDX) = LEDGER-USERNAME
                   MOVE ANOMC-IDX TO ANOM-FOUND
               END-IF
           END-PERFORM
           IF ANOM-FOUND = 0
               IF LEDGER-TYPE NOT = "DEPOSIT"
                   EXIT PARAGRAPH
               END-IF
               IF ANOMC-COUNT < ANOMC-MAX
                   ADD 1 TO ANOMC-COUNT
                   MOVE ANOMC-COUNT TO ANOM-FOUND
                   MOVE LEDGER-USERNAME TO ANOMC-USER(ANOM-FOUND)
                   MOVE 0 TO ANOMC-DEP-DAY(ANOM-FOUND)
                   MOVE 0 TO ANOMC-CYCLES(ANOM-FOUND)
                   MOVE 0 TO ANOMC-REFUND(ANOM-FOUND)
                   MOVE SPACES TO ANOMC-LAST(ANOM-FOUND)
               ELSE
                   MOVE 1 TO ANOM-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LEDGER-TYPE = "DEPOSIT"
               MOVE ANOM-DAY TO ANOMC-DEP-DAY(ANOM-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF ANOMC-DEP-DAY(ANOM-FOUND) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ANOM-GAP = ANOM-DAY - ANOMC-DEP-DAY(ANOM-FOUND)
           IF ANOM-GAP NOT < 0 AND ANOM-GAP NOT > ANOM-CYCLE-DAYS
               ADD 1 TO ANOMC-CYCLES(ANOM-FOUND)
               ADD LEDGER-AMOUNT TO ANOMC-REFUND(ANOM-FOUND)
               MOVE LEDGER-DATE TO ANOMC-LAST(ANOM-FOUND)
               MOVE 0 TO ANOMC-DEP-DAY(ANOM-FOUND)
           END-IF.

       ANOM-SIGNUP-CHECK.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "NEW ACCOUNTS BUYING THE SAME EVENT ("
           ANOM-BURST-MIN " OR MORE WITHIN " ANOM-BURST-DAYS
           " DAY(S))"
           PERFORM BETTER
           DISPLAY "  New account = first purchase within "
           ANOM-NEW-DAYS " day(s) of sign-up."
           MOVE 0 TO ANOMS-COUNT
           MOVE 0 TO ANOMN-COUNT
           OPEN INPUT AuditLogFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AuditLogFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM ANOM-SPLIT-AUDIT
                           IF ANOM-A-ACTION = "SIGN-UP" AND
                               ANOM-A-STAMP(1:8) NUMERIC
                               IF ANOMS-COUNT < ANOMS-MAX
                                   ADD 1 TO ANOMS-COUNT
                                   MOVE ANOM-A-USER TO
                                       ANOMS-USER(ANOMS-COUNT)
                                   MOVE ANOM-A-STAMP(1:8) TO
                                       ANOM-DATE-NUM
                                   COMPUTE ANOMS-DAY(ANOMS-COUNT) =
                                       FUNCTION INTEGER-OF-DATE
                                       (ANOM-DATE-NUM)
                                   MOVE 0 TO ANOMS-BOUGHT(ANOMS-COUNT)
                               ELSE
                                   MOVE 1 TO ANOM-TRUNCATED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditLogFile
           END-IF

           IF ANOMS-COUNT > 0
               OPEN INPUT LedgerFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ LedgerFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               IF LEDGER-TYPE = "DEBIT" AND
                                   LEDGER-DATE NUMERIC
                                   PERFORM ANOMN-ADD-PURCHASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LedgerFile
               END-IF
           END-IF

           MOVE 0 TO ANOM-FLAGS
           PERFORM VARYING ANOMN-IDX FROM 1 BY 1
               UNTIL ANOMN-IDX > ANOMN-COUNT
               IF ANOMN-DONE(ANOMN-IDX) = 0
                   PERFORM ANOMN-COUNT-BURST
                   IF ANOMN-IN-BURST NOT < ANOM-BURST-MIN
                       ADD 1 TO ANOM-FLAGS
                       PERFORM ANOMN-SHOW-BURST
                   END-IF
               END-IF
           END-PERFORM
           IF ANOM-FLAGS = 0
               PERFORM BETTER DISPLAY "  None flagged."
           END-IF.

       ANOMN-ADD-PURCHASE.
           MOVE 0 TO ANOM-FOUND
           PERFORM VARYING ANOMS-IDX FROM 1 BY 1
               UNTIL ANOMS-IDX > ANOMS-COUNT OR ANOM-FOUND > 0
               IF ANOMS-USER(ANOMS-IDX) = LEDGER-USERNAME
                   MOVE ANOMS-IDX TO ANOM-FOUND
               END-IF
           END-PERFORM
           IF ANOM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF ANOMS-BOUGHT(ANOM-FOUND) = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ANOMS-BOUGHT(ANOM-FOUND)
           IF LEDGER-EVENT-ID NOT NUMERIC OR LEDGER-EVENT-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LEDGER-DATE TO ANOM-DATE-NUM
           COMPUTE ANOM-DAY = FUNCTION INTEGER-OF-DATE(ANOM-DATE-NUM)
           COMPUTE ANOM-GAP = ANOM-DAY - ANOMS-DAY(ANOM-FOUND)
           IF ANOM-GAP < 0 OR ANOM-GAP > ANOM-NEW-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ANOMN-IDX FROM 1 BY 1
               UNTIL ANOMN-IDX > ANOMN-COUNT
               IF ANOMN-EV-ID(ANOMN-IDX) = LEDGER-EVENT-ID AND
                   ANOMN-USER(ANOMN-IDX) = LEDGER-USERNAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ANOMN-COUNT < ANOMN-MAX
               ADD 1 TO ANOMN-COUNT
               MOVE LEDGER-EVENT-ID TO ANOMN-EV-ID(ANOMN-COUNT)
               MOVE LEDGER-USERNAME TO ANOMN-USER(ANOMN-COUNT)
               MOVE ANOM-DAY TO ANOMN-DAY(ANOMN-COUNT)
               MOVE LEDGER-DATE TO ANOMN-DATE(ANOMN-COUNT)
               MOVE 0 TO ANOMN-DONE(ANOMN-COUNT)
           ELSE
               MOVE 1 TO ANOM-TRUNCATED
           END-IF.

       ANOMN-COUNT-BURST.
           MOVE 0 TO ANOMN-IN-BURST
           PERFORM VARYING ANOMN-JDX FROM ANOMN-IDX BY 1
               UNTIL ANOMN-JDX > ANOMN-COUNT
               IF ANOMN-DONE(ANOMN-JDX) = 0 AND
                   ANOMN-EV-ID(ANOMN-JDX) = ANOMN-EV-ID(ANOMN-IDX) AND
                   ANOMN-DAY(ANOMN-JDX) NOT < ANOMN-DAY(ANOMN-IDX) AND
                   ANOMN-DAY(ANOMN-JDX) NOT >
                   ANOMN-DAY(ANOMN-IDX) + ANOM-BURST-DAYS
                   ADD 1 TO ANOMN-IN-BURST
               END-IF
           END-PERFORM.

       ANOMN-SHOW-BURST.
           MOVE ANOMN-EV-ID(ANOMN-IDX) TO ANOM-EVENT-ID
           PERFORM ANOM-LOOKUP-EVENT
           PERFORM BETTER
           DISPLAY "  EVENT " ANOM-EVENT-ID " "
           FUNCTION TRIM(ANOM-EVENT-NAME)
           PERFORM BETTER
           DISPLAY "      NEW ACCOUNTS: " ANOMN-IN-BURST
           "  FROM: " ANOMN-DATE(ANOMN-IDX)
           PERFORM VARYING ANOMN-JDX FROM ANOMN-IDX BY 1
               UNTIL ANOMN-JDX > ANOMN-COUNT
               IF ANOMN-DONE(ANOMN-JDX) = 0 AND
                   ANOMN-EV-ID(ANOMN-JDX) = ANOMN-EV-ID(ANOMN-IDX) AND
                   ANOMN-DAY(ANOMN-JDX) NOT < ANOMN-DAY(ANOMN-IDX) AND
                   ANOMN-DAY(ANOMN-JDX) NOT >
                   ANOMN-DAY(ANOMN-IDX) + ANOM-BURST-DAYS
                   MOVE 1 TO ANOMN-DONE(ANOMN-JDX)
                   PERFORM BETTER
                   DISPLAY "        " ANOMN-USER(ANOMN-JDX) " "
                   ANOMN-DATE(ANOMN-JDX)
                   MOVE "NEW-ACCOUNTS" TO ANOM-X-CHECK
                   MOVE ANOMN-USER(ANOMN-JDX) TO ANOM-X-ACCOUNT
                   MOVE ANOM-EVENT-ID TO ANOM-X-EVENT-ID
                   MOVE ANOM-EVENT-NAME TO ANOM-X-EVENT-NAME
                   MOVE ANOMN-IN-BURST TO ANOM-X-COUNT
                   MOVE 0 TO ANOM-X-AMOUNT
                   MOVE ANOMN-DATE(ANOMN-JDX) TO ANOM-X-DATE
                   PERFORM ANOM-WRITE-EXPORT
               END-IF
           END-PERFORM.

       ANOM-LOCKOUT-CHECK.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "REPEATED SIGN-IN LOCKOUTS (" ANOM-LOCK-MIN
           " OR MORE)"
           MOVE 0 TO ANOML-COUNT
           OPEN INPUT AuditLogFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AuditLogFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM ANOM-SPLIT-AUDIT
                           IF ANOM-A-ACTION = "LOGIN-LOCKOUT"
                               PERFORM ANOML-ADD-LOCKOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditLogFile
           END-IF

           MOVE 0 TO ANOM-FLAGS
           PERFORM VARYING ANOML-IDX FROM 1 BY 1
               UNTIL ANOML-IDX > ANOML-COUNT
               IF ANOML-TIMES(ANOML-IDX) NOT < ANOM-LOCK-MIN
                   ADD 1 TO ANOM-FLAGS
                   PERFORM BETTER
                   DISPLAY "  " ANOML-USER(ANOML-IDX)
                   " LOCKOUTS: " ANOML-TIMES(ANOML-IDX)
                   "  LAST: " ANOML-LAST(ANOML-IDX)
                   MOVE "LOCKOUTS" TO ANOM-X-CHECK
                   MOVE ANOML-USER(ANOML-IDX) TO ANOM-X-ACCOUNT
                   MOVE 0 TO ANOM-X-EVENT-ID
                   MOVE SPACES TO ANOM-X-EVENT-NAME
                   MOVE ANOML-TIMES(ANOML-IDX) TO ANOM-X-COUNT
                   MOVE 0 TO ANOM-X-AMOUNT
                   MOVE ANOML-LAST(ANOML-IDX) TO ANOM-X-DATE
                   PERFORM ANOM-WRITE-EXPORT
               END-IF
           END-PERFORM
           IF ANOM-FLAGS = 0
               PERFORM BETTER DISPLAY "  None flagged."
           END-IF.

       ANOML-ADD-LOCKOUT.
           MOVE 0 TO ANOM-FOUND
           PERFORM VARYING ANOML-IDX FROM 1 BY 1
               UNTIL ANOML-IDX > ANOML-COUNT OR ANOM-FOUND > 0
               IF ANOML-USER(ANOML-IDX) = ANOM-A-USER
                   MOVE ANOML-IDX TO ANOM-FOUND
               END-IF
           END-PERFORM
           IF ANOM-FOUND = 0
               IF ANOML-COUNT < ANOML-MAX
                   ADD 1 TO ANOML-COUNT
                   MOVE ANOML-COUNT TO ANOM-FOUND
                   MOVE ANOM-A-USER TO ANOML-USER(ANOM-FOUND)
                   MOVE 0 TO ANOML-TIMES(ANOM-FOUND)
               ELSE
                   MOVE 1 TO ANOM-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ANOML-TIMES(ANOM-FOUND)
           MOVE ANOM-A-STAMP(1:8) TO ANOML-LAST(ANOM-FOUND).

       ANOM-SPLIT-AUDIT.
           MOVE SPACES TO ANOM-A-USER
           MOVE SPACES TO ANOM-A-ACTION
           MOVE SPACES TO ANOM-A-BEFORE
           MOVE SPACES TO ANOM-A-AFTER
           MOVE SPACES TO ANOM-A-STAMP
           UNSTRING AuditLogRecord DELIMITED BY " | "
               INTO ANOM-A-USER ANOM-A-ACTION ANOM-A-BEFORE
                    ANOM-A-AFTER ANOM-A-STAMP
           END-UNSTRING.

       ANOM-LOOKUP-EVENT.
           MOVE "(EVENT NO LONGER ON FILE)" TO ANOM-EVENT-NAME
           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE ANOM-EVENT-ID TO EVENT-ID
               READ EventFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EVENTNAME TO ANOM-EVENT-NAME
               END-READ
               CLOSE EventFile
           END-IF.

       ANOM-WRITE-EXPORT.
           IF EXPORT-CHOICE NOT = 'E' AND EXPORT-CHOICE NOT = 'e'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING
               "ANOMALY WATCH," DELIMITED BY SIZE
               FUNCTION TRIM(ANOM-X-CHECK) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ANOM-X-ACCOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ANOM-X-EVENT-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ANOM-X-EVENT-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ANOM-X-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ANOM-X-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ANOM-X-DATE DELIMITED BY SIZE
               INTO EXPORT-LINE
           END-STRING
           WRITE ReportExportRecord FROM EXPORT-LINE.

       PWH-INIT.
           IF PWH-READY = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PWH-SALT-CHARS
           STRING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" DELIMITED BY SIZE
               "abcdefghijklmnopqrstuvwxyz" DELIMITED BY SIZE
               "0123456789./" DELIMITED BY SIZE
               INTO PWH-SALT-CHARS
           END-STRING
           MOVE 1 TO PWH-POW(1)
           PERFORM VARYING PWH-IDX FROM 2 BY 1 UNTIL PWH-IDX > 33
               COMPUTE PWH-POW(PWH-IDX) = PWH-POW(PWH-IDX - 1) * 2
           END-PERFORM
           PERFORM VARYING PWH-IDX FROM 1 BY 1 UNTIL PWH-IDX > 16
               PERFORM VARYING PWH-JDX FROM 1 BY 1 UNTIL PWH-JDX > 16
                   PERFORM PWH-INIT-NIBBLE
               END-PERFORM
           END-PERFORM
           MOVE 1779033703 TO PWH-IV(1)
           MOVE 3144134277 TO PWH-IV(2)
           MOVE 1013904242 TO PWH-IV(3)
           MOVE 2773480762 TO PWH-IV(4)
           MOVE 1359893119 TO PWH-IV(5)
           MOVE 2600822924 TO PWH-IV(6)
           MOVE 528734635 TO PWH-IV(7)
           MOVE 1541459225 TO PWH-IV(8)
           MOVE 1116352408 TO PWH-K(1)
           MOVE 1899447441 TO PWH-K(2)
           MOVE 3049323471 TO PWH-K(3)
           MOVE 3921009573 TO PWH-K(4)
           MOVE 961987163 TO PWH-K(5)
           MOVE 1508970993 TO PWH-K(6)
           MOVE 2453635748 TO PWH-K(7)
           MOVE 2870763221 TO PWH-K(8)
           MOVE 3624381080 TO PWH-K(9)
           MOVE 310598401 TO PWH-K(10)
           MOVE 607225278 TO PWH-K(11)
           MOVE 1426881987 TO PWH-K(12)
           MOVE 1925078388 TO PWH-K(13)
           MOVE 2162078206 TO PWH-K(14)
           MOVE 2614888103 TO PWH-K(15)
           MOVE 3248222580 TO PWH-K(16)
           MOVE 3835390401 TO PWH-K(17)
           MOVE 4022224774 TO PWH-K(18)
           MOVE 264347078 TO PWH-K(19)
           MOVE 604807628 TO PWH-K(20)
           MOVE 770255983 TO PWH-K(21)
           MOVE 1249150122 TO PWH-K(22)
           MOVE 1555081692 TO PWH-K(23)
           MOVE 1996064986 TO PWH-K(24)
           MOVE 2554220882 TO PWH-K(25)
           MOVE 2821834349 TO PWH-K(26)
           MOVE 2952996808 TO PWH-K(27)
           MOVE 3210313671 TO PWH-K(28)
           MOVE 3336571891 TO PWH-K(29)
           MOVE 3584528711 TO PWH-K(30)
           MOVE 113926993 TO PWH-K(31)
           MOVE 338241895 TO PWH-K(32)
           MOVE 666307205 TO PWH-K(33)
           MOVE 773529912 TO PWH-K(34)
           MOVE 1294757372 TO PWH-K(35)
           MOVE 1396182291 TO PWH-K(36)
           MOVE 1695183700 TO PWH-K(37)
           MOVE 1986661051 TO PWH-K(38)
           MOVE 2177026350 TO PWH-K(39)
           MOVE 2456956037 TO PWH-K(40)
           MOVE 2730485921 TO PWH-K(41)
           MOVE 2820302411 TO PWH-K(42)
           MOVE 3259730800 TO PWH-K(43)
           MOVE 3345764771 TO PWH-K(44)
           MOVE 3516065817 TO PWH-K(45)
           MOVE 3600352804 TO PWH-K(46)
           MOVE 4094571909 TO PWH-K(47)
           MOVE 275423344 TO PWH-K(48)
           MOVE 430227734 TO PWH-K(49)
           MOVE 506948616 TO PWH-K(50)
           MOVE 659060556 TO PWH-K(51)
           MOVE 883997877 TO PWH-K(52)
           MOVE 958139571 TO PWH-K(53)
           MOVE 1322822218 TO PWH-K(54)
           MOVE 1537002063 TO PWH-K(55)
           MOVE 1747873779 TO PWH-K(56)
           MOVE 1955562222 TO PWH-K(57)
           MOVE 2024104815 TO PWH-K(58)
           MOVE 2227730452 TO PWH-K(59)
           MOVE 2361852424 TO PWH-K(60)
           MOVE 2428436474 TO PWH-K(61)
           MOVE 2756734187 TO PWH-K(62)
           MOVE 3204031479 TO PWH-K(63)
           MOVE 3329325298 TO PWH-K(64)
           MOVE 1 TO PWH-READY.

       PWH-INIT-NIBBLE.
           COMPUTE PWH-BA = PWH-IDX - 1
           COMPUTE PWH-BB = PWH-JDX - 1
           MOVE 0 TO PWH-NIB-XOR(PWH-IDX, PWH-JDX)
           MOVE 0 TO PWH-NIB-AND(PWH-IDX, PWH-JDX)
           MOVE 1 TO PWH-BIT
           PERFORM 4 TIMES
               DIVIDE PWH-BA BY 2 GIVING PWH-BQ REMAINDER PWH-RA
               MOVE PWH-BQ TO PWH-BA
               DIVIDE PWH-BB BY 2 GIVING PWH-BQ REMAINDER PWH-RB
               MOVE PWH-BQ TO PWH-BB
               IF PWH-RA NOT = PWH-RB
                   ADD PWH-BIT TO PWH-NIB-XOR(PWH-IDX, PWH-JDX)
               END-IF
               IF PWH-RA = 1 AND PWH-RB = 1
                   ADD PWH-BIT TO PWH-NIB-AND(PWH-IDX, PWH-JDX)
               END-IF
               COMPUTE PWH-BIT = PWH-BIT * 2
           END-PERFORM.

       PWH-NEW-SALT.
           PERFORM PWH-INIT
           IF PWH-SEEDED = 0
               MOVE FUNCTION CURRENT-DATE (8:9) TO PWH-SEED
               COMPUTE PWH-RAND = FUNCTION RANDOM(PWH-SEED)
               MOVE 1 TO PWH-SEEDED
           END-IF
           MOVE SPACES TO PWH-SALT
           PERFORM VARYING PWH-IDX FROM 1 BY 1 UNTIL PWH-IDX > 16
               COMPUTE PWH-PICK = FUNCTION RANDOM * 64 + 1
               IF PWH-PICK > 64
                   MOVE 64 TO PWH-PICK
               END-IF
               MOVE PWH-SALT-CHARS(PWH-PICK:1) TO PWH-SALT(PWH-IDX:1)
           END-PERFORM.

       PWH-HASH-PASSWORD.
           PERFORM PWH-INIT
           MOVE SPACES TO PWH-MSG
           MOVE 0 TO PWH-MSG-LEN
           STRING
               PWH-SALT DELIMITED BY SIZE
               PASSWORDS DELIMITED BY SIZE
               INTO PWH-MSG
           END-STRING
           COMPUTE PWH-MSG-LEN =
               16 + FUNCTION LENGTH(FUNCTION TRIM(PASSWORDS TRAILING))
           IF PASSWORDS = SPACES
               MOVE 16 TO PWH-MSG-LEN
           END-IF
           PERFORM PWH-DIGEST-BLOCK
           PERFORM VARYING PWH-ROUND FROM 1 BY 1
               UNTIL PWH-ROUND > PWH-ROUNDS
               MOVE SPACES TO PWH-MSG
               MOVE PWH-DIGEST TO PWH-MSG
               MOVE 32 TO PWH-MSG-LEN
               PERFORM PWH-DIGEST-BLOCK
           END-PERFORM
           MOVE SPACES TO PWH-HASH
           PERFORM VARYING PWH-IDX FROM 1 BY 1 UNTIL PWH-IDX > 32
               COMPUTE PWH-BYTE =
                   FUNCTION ORD(PWH-DIGEST(PWH-IDX:1)) - 1
               DIVIDE PWH-BYTE BY 16 GIVING PWH-XN REMAINDER PWH-YN
               COMPUTE PWH-JDX = PWH-IDX * 2 - 1
               MOVE PWH-HEX-CHARS(PWH-XN + 1:1) TO PWH-HASH(PWH-JDX:1)
               MOVE PWH-HEX-CHARS(PWH-YN + 1:1) TO
                   PWH-HASH(PWH-JDX + 1:1)
           END-PERFORM.

       PWH-DIGEST-BLOCK.
           COMPUTE PWH-MSG-BITS = PWH-MSG-LEN * 8
           INITIALIZE PWH-W-TABLE
           PERFORM VARYING PWH-IDX FROM 1 BY 1 UNTIL PWH-IDX > 64
               EVALUATE TRUE
                   WHEN PWH-IDX NOT > PWH-MSG-LEN
                       COMPUTE PWH-BYTE =
                           FUNCTION ORD(PWH-MSG(PWH-IDX:1)) - 1
                   WHEN PWH-IDX = PWH-MSG-LEN + 1
                       MOVE 128 TO PWH-BYTE
                   WHEN PWH-IDX = 63
                       DIVIDE PWH-MSG-BITS BY 256 GIVING PWH-BYTE
                   WHEN PWH-IDX = 64
                       DIVIDE PWH-MSG-BITS BY 256 GIVING PWH-Q
                           REMAINDER PWH-BYTE
                   WHEN OTHER
                       MOVE 0 TO PWH-BYTE
               END-EVALUATE
               COMPUTE PWH-JDX = (PWH-IDX - 1) / 4 + 1
               COMPUTE PWH-W(PWH-JDX) = PWH-W(PWH-JDX) * 256 + PWH-BYTE
           END-PERFORM

           PERFORM VARYING PWH-T FROM 17 BY 1 UNTIL PWH-T > 64
               MOVE PWH-W(PWH-T - 15) TO PWH-ROT-IN
               MOVE 7 TO PWH-ROT-N
               PERFORM PWH-ROTR
               MOVE PWH-ROT-OUT TO PWH-R1
               MOVE 18 TO PWH-ROT-N
               PERFORM PWH-ROTR
               MOVE PWH-ROT-OUT TO PWH-R2
               MOVE 3 TO PWH-ROT-N
               PERFORM PWH-SHR
               MOVE PWH-ROT-OUT TO PWH-R3
               PERFORM PWH-XOR3
               MOVE PWH-R TO PWH-SIG
               MOVE PWH-W(PWH-T - 2) TO PWH-ROT-IN
               MOVE 17 TO PWH-ROT-N
               PERFORM PWH-ROTR
               MOVE PWH-ROT-OUT TO PWH-R1
               MOVE 19 TO PWH-ROT-N
               PERFORM PWH-ROTR
               MOVE PWH-ROT-OUT TO PWH-R2
               MOVE 10 TO PWH-ROT-N
               PERFORM PWH-SHR
               MOVE PWH-ROT-OUT TO PWH-R3
               PERFORM PWH-XOR3
               COMPUTE PWH-SUM = PWH-R + PWH-W(PWH-T - 7) + PWH-SIG
                   + PWH-W(PWH-T - 16)
               DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
                   REMAINDER PWH-W(PWH-T)
           END-PERFORM

           MOVE PWH-IV(1) TO PWH-A
           MOVE PWH-IV(2) TO PWH-B
           MOVE PWH-IV(3) TO PWH-C
           MOVE PWH-IV(4) TO PWH-D
           MOVE PWH-IV(5) TO PWH-E
           MOVE PWH-IV(6) TO PWH-F
           MOVE PWH-IV(7) TO PWH-G
           MOVE PWH-IV(8) TO PWH-H
           PERFORM VARYING PWH-T FROM 1 BY 1 UNTIL PWH-T > 64
               PERFORM PWH-ROUND-STEP
           END-PERFORM

           COMPUTE PWH-SUM = PWH-IV(1) + PWH-A
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(1)
           COMPUTE PWH-SUM = PWH-IV(2) + PWH-B
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(2)
           COMPUTE PWH-SUM = PWH-IV(3) + PWH-C
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(3)
           COMPUTE PWH-SUM = PWH-IV(4) + PWH-D
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(4)
           COMPUTE PWH-SUM = PWH-IV(5) + PWH-E
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(5)
           COMPUTE PWH-SUM = PWH-IV(6) + PWH-F
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(6)
           COMPUTE PWH-SUM = PWH-IV(7) + PWH-G
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(7)
           COMPUTE PWH-SUM = PWH-IV(8) + PWH-H
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-T1
               REMAINDER PWH-STATE(8)

           MOVE SPACES TO PWH-DIGEST
           PERFORM VARYING PWH-IDX FROM 1 BY 1 UNTIL PWH-IDX > 8
               MOVE PWH-STATE(PWH-IDX) TO PWH-X
               PERFORM VARYING PWH-JDX FROM 4 BY -1 UNTIL PWH-JDX < 1
                   DIVIDE PWH-X BY 256 GIVING PWH-Q
                       REMAINDER PWH-BYTE
                   MOVE PWH-Q TO PWH-X
                   COMPUTE PWH-PICK = (PWH-IDX - 1) * 4 + PWH-JDX
                   MOVE FUNCTION CHAR(PWH-BYTE + 1) TO
                       PWH-DIGEST(PWH-PICK:1)
               END-PERFORM
           END-PERFORM.

       PWH-ROUND-STEP.
           MOVE PWH-E TO PWH-ROT-IN
           MOVE 6 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R1
           MOVE 11 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R2
           MOVE 25 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R3
           PERFORM PWH-XOR3
           MOVE PWH-R TO PWH-SIG

           MOVE PWH-E TO PWH-X
           MOVE PWH-F TO PWH-Y
           PERFORM PWH-AND
           MOVE PWH-R TO PWH-CH
           COMPUTE PWH-X = PWH-POW(33) - 1 - PWH-E
           MOVE PWH-G TO PWH-Y
           PERFORM PWH-AND
           MOVE PWH-R TO PWH-Y
           MOVE PWH-CH TO PWH-X
           PERFORM PWH-XOR
           MOVE PWH-R TO PWH-CH

           COMPUTE PWH-T1 = PWH-H + PWH-SIG + PWH-CH + PWH-K(PWH-T)
               + PWH-W(PWH-T)

           MOVE PWH-A TO PWH-ROT-IN
           MOVE 2 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R1
           MOVE 13 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R2
           MOVE 22 TO PWH-ROT-N
           PERFORM PWH-ROTR
           MOVE PWH-ROT-OUT TO PWH-R3
           PERFORM PWH-XOR3
           MOVE PWH-R TO PWH-SIG

           MOVE PWH-A TO PWH-X
           MOVE PWH-B TO PWH-Y
           PERFORM PWH-AND
           MOVE PWH-R TO PWH-R1
           MOVE PWH-A TO PWH-X
           MOVE PWH-C TO PWH-Y
           PERFORM PWH-AND
           MOVE PWH-R TO PWH-R2
           MOVE PWH-B TO PWH-X
           MOVE PWH-C TO PWH-Y
           PERFORM PWH-AND
           MOVE PWH-R TO PWH-R3
           PERFORM PWH-XOR3
           MOVE PWH-R TO PWH-MAJ

           COMPUTE PWH-T2 = PWH-SIG + PWH-MAJ
           MOVE PWH-G TO PWH-H
           MOVE PWH-F TO PWH-G
           MOVE PWH-E TO PWH-F
           COMPUTE PWH-SUM = PWH-D + PWH-T1
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-Q
               REMAINDER PWH-E
           MOVE PWH-C TO PWH-D
           MOVE PWH-B TO PWH-C
           MOVE PWH-A TO PWH-B
           COMPUTE PWH-SUM = PWH-T1 + PWH-T2
           DIVIDE PWH-SUM BY PWH-POW(33) GIVING PWH-Q
               REMAINDER PWH-A.

       PWH-ROTR.
           DIVIDE PWH-ROT-IN BY PWH-POW(PWH-ROT-N + 1) GIVING PWH-Q
               REMAINDER PWH-ROT-REM
           COMPUTE PWH-ROT-OUT =
               PWH-Q + PWH-ROT-REM * PWH-POW(33 - PWH-ROT-N).

       PWH-SHR.
           DIVIDE PWH-ROT-IN BY PWH-POW(PWH-ROT-N + 1)
               GIVING PWH-ROT-OUT.

       PWH-XOR3.
           MOVE PWH-R1 TO PWH-X
           MOVE PWH-R2 TO PWH-Y
           PERFORM PWH-XOR
           MOVE PWH-R TO PWH-X
           MOVE PWH-R3 TO PWH-Y
           PERFORM PWH-XOR.

       PWH-XOR.
           MOVE 0 TO PWH-R
           MOVE 1 TO PWH-PLACE
           MOVE PWH-X TO PWH-XW
           MOVE PWH-Y TO PWH-YW
           PERFORM 8 TIMES
               DIVIDE PWH-XW BY 16 GIVING PWH-Q REMAINDER PWH-XN
               MOVE PWH-Q TO PWH-XW
               DIVIDE PWH-YW BY 16 GIVING PWH-Q REMAINDER PWH-YN
               MOVE PWH-Q TO PWH-YW
               COMPUTE PWH-R = PWH-R +
                   PWH-NIB-XOR(PWH-XN + 1, PWH-YN + 1) * PWH-PLACE
               COMPUTE PWH-PLACE = PWH-PLACE * 16
           END-PERFORM.

       PWH-AND.
           MOVE 0 TO PWH-R
           MOVE 1 TO PWH-PLACE
           MOVE PWH-X TO PWH-XW
           MOVE PWH-Y TO PWH-YW
           PERFORM 8 TIMES
               DIVIDE PWH-XW BY 16 GIVING PWH-Q REMAINDER PWH-XN
               MOVE PWH-Q TO PWH-XW
               DIVIDE PWH-YW BY 16 GIVING PWH-Q REMAINDER PWH-YN
               MOVE PWH-Q TO PWH-YW
               COMPUTE PWH-R = PWH-R +
                   PWH-NIB-AND(PWH-XN + 1, PWH-YN + 1) * PWH-PLACE
               COMPUTE PWH-PLACE = PWH-PLACE * 16
           END-PERFORM.

       PWH-CHECK-ATTENDEE.
           MOVE 0 TO PWH-MATCH
           MOVE 0 TO PWH-LEGACY
           IF ATTENDEE-STORED-HASH = SPACES
               PERFORM ENCRYPT-PASSWORD
               IF ENCRYPTED-PASSWORD = ATTENDEE-STORED-PASSWORD
                   MOVE 1 TO PWH-MATCH
                   MOVE 1 TO PWH-LEGACY
               END-IF
           ELSE
               MOVE ATTENDEE-STORED-SALT TO PWH-SALT
               PERFORM PWH-HASH-PASSWORD
               IF PWH-HASH = ATTENDEE-STORED-HASH
                   MOVE 1 TO PWH-MATCH
               END-IF
           END-IF.

       PWH-CHECK-ADMIN.
           MOVE 0 TO PWH-MATCH
           MOVE 0 TO PWH-LEGACY
           IF ADMIN-STORED-HASH = SPACES
               PERFORM ENCRYPT-PASSWORD
               IF ENCRYPTED-PASSWORD = ADMIN-STORED-PASSWORD
                   MOVE 1 TO PWH-MATCH
                   MOVE 1 TO PWH-LEGACY
               END-IF
           ELSE
               MOVE ADMIN-STORED-SALT TO PWH-SALT
               PERFORM PWH-HASH-PASSWORD
               IF PWH-HASH = ADMIN-STORED-HASH
                   MOVE 1 TO PWH-MATCH
               END-IF
           END-IF.

       PWH-SET-PASSWORD.
           PERFORM PWH-NEW-SALT
           PERFORM PWH-HASH-PASSWORD
           MOVE PWH-SALT TO MAINT-NEW-SALT
           MOVE PWH-HASH TO MAINT-NEW-HASH.

       PWH-UPGRADE-ACCOUNT.
           MOVE 0 TO PWH-LEGACY
           MOVE USERNAME TO MAINT-USERNAME
           PERFORM PWH-SET-PASSWORD
           MOVE "*" TO MAINT-NEW-STATUS
           MOVE "*" TO MAINT-NEW-FORCE
           MOVE "*" TO MAINT-NEW-TYPE
           IF PWH-UPGRADE-FILE = "A"
               PERFORM MAINT-APPLY-ADMIN-FILE
           ELSE
               PERFORM MAINT-APPLY-USER-FILE
           END-IF
           IF MAINT-FOUND = 1
               MOVE "PASSWORD FORMAT UPGRADED" TO AUDIT-ACTION
               MOVE "LEGACY SHIFT CIPHER" TO AUDIT-BEFORE
               MOVE "SALTED SHA-256" TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       MAINT-LEGACY-PASSWORDS.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "ACCOUNTS STILL ON THE OLD PASSWORD FORMAT"
           PERFORM BETTER
           DISPLAY "They are upgraded at their next sign-in, or force "
           "a reset with [02]."
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "[E] Export this report, or press ENTER to "
           "continue: " WITH NO ADVANCING
           ACCEPT EXPORT-CHOICE
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               OPEN EXTEND ReportExportFile
               IF FILE-STATUS = "30"
                   OPEN OUTPUT ReportExportFile
               END-IF
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "LEGACY PASSWORD,FILE,USERNAME,TYPE,STATUS,"
                       DELIMITED BY SIZE
                   "RESET PENDING" DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF
           MOVE 0 TO PWH-LEG-COUNT
           MOVE 0 TO PWH-ACCT-COUNT

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "ADMIN ACCOUNTS:"
           OPEN INPUT AdminFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AdminFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ADMIN-STORED-USERNAME NOT = SPACES
                               ADD 1 TO PWH-ACCT-COUNT
                           END-IF
                           IF ADMIN-STORED-USERNAME NOT = SPACES AND
                               ADMIN-STORED-HASH = SPACES
                               ADD 1 TO PWH-LEG-COUNT
                               MOVE "ADMIN" TO PWH-LEG-TYPE
                               MOVE ADMIN-STORED-USERNAME TO
                                   MAINT-USERNAME
                               MOVE ADMIN-STORED-USER-TYPE TO
                                   MAINT-NEW-TYPE
                               MOVE ADMIN-STORED-STATUS TO
                                   MAINT-NEW-STATUS
                               MOVE ADMIN-FORCE-CHANGE TO
                                   MAINT-NEW-FORCE
                               PERFORM MAINT-LEGACY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AdminFile
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "GUEST ACCOUNTS:"
           OPEN INPUT UserFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ UserFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ATTENDEE-STORED-USERNAME NOT = SPACES
                               ADD 1 TO PWH-ACCT-COUNT
                           END-IF
                           IF ATTENDEE-STORED-USERNAME NOT = SPACES AND
                               ATTENDEE-STORED-HASH = SPACES
                               ADD 1 TO PWH-LEG-COUNT
                               MOVE "GUEST" TO PWH-LEG-TYPE
                               MOVE ATTENDEE-STORED-USERNAME TO
                                   MAINT-USERNAME
                               MOVE ATTENDEE-STORED-USER-TYPE TO
                                   MAINT-NEW-TYPE
                               MOVE ATTENDEE-STORED-STATUS TO
                                   MAINT-NEW-STATUS
                               MOVE ATTENDEE-FORCE-CHANGE TO
                                   MAINT-NEW-FORCE
                               PERFORM MAINT-LEGACY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UserFile
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY PWH-LEG-COUNT " of " PWH-ACCT-COUNT
           " account(s) still use the old password format."
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               CLOSE ReportExportFile
               PERFORM BETTER
               DISPLAY "Exported to ReportExportFile."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM USER-MAINTENANCE.

       MAINT-LEGACY-LINE.
           PERFORM BETTER
           DISPLAY "  " MAINT-USERNAME " TYPE: " MAINT-NEW-TYPE
           WITH NO ADVANCING
           IF MAINT-NEW-STATUS = 'D'
               DISPLAY " STATUS: DISABLED" WITH NO ADVANCING
           ELSE
               DISPLAY " STATUS: ACTIVE" WITH NO ADVANCING
           END-IF
           IF MAINT-NEW-FORCE = 'Y'
               DISPLAY " (PASSWORD RESET PENDING)"
           ELSE
               DISPLAY " "
           END-IF
           IF EXPORT-CHOICE = 'E' OR EXPORT-CHOICE = 'e'
               MOVE SPACES TO EXPORT-LINE
               STRING
                   "LEGACY PASSWORD," DELIMITED BY SIZE
                   FUNCTION TRIM(PWH-LEG-TYPE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(MAINT-USERNAME) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   MAINT-NEW-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   MAINT-NEW-STATUS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   MAINT-NEW-FORCE DELIMITED BY SIZE
                   INTO EXPORT-LINE
               END-STRING
               WRITE ReportExportRecord FROM EXPORT-LINE
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LINE
           STRING
               FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-ACTION) DELIMITED BY SIZE
               " | BEFORE: " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-BEFORE) DELIMITED BY SIZE
               " | AFTER: " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-AFTER) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING

           OPEN EXTEND AuditLogFile
           IF FILE-STATUS = "30"
               OPEN OUTPUT AuditLogFile
           END-IF
           WRITE AuditLogRecord FROM AUDIT-LINE
           CLOSE AuditLogFile.

       NOTIFY-WAITLIST.
           MOVE 0 TO WAITLIST-POPPED
           MOVE FUNCTION UPPER-CASE(WAITLIST-CHECK-EVENTNAME) TO
               WAITLIST-CHECK-EVENTNAME

           OPEN INPUT WaitlistFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-WAITLIST-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ WaitlistFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(WAITLIST-EVENTNAME)
                               TO WAITLIST-EVENTNAME-SCRATCH
                           IF WAITLIST-POPPED = 0 AND
                               WAITLIST-SEATS NOT > WAITLIST-SEATS-LEFT
                               AND
                               ((WAITLIST-CHECK-ID > 0 AND
                                 WAITLIST-EVENT-ID NUMERIC AND
                                 WAITLIST-EVENT-ID = WAITLIST-CHECK-ID)
                                OR
                                ((WAITLIST-CHECK-ID = 0 OR
                                  WAITLIST-EVENT-ID NOT NUMERIC) AND
                                 WAITLIST-EVENTNAME-SCRATCH =
                                 WAITLIST-CHECK-EVENTNAME))
                               MOVE 1 TO WAITLIST-POPPED
                               MOVE WAITLIST-USERNAME TO
                                   WAITLIST-NEXT-USERNAME
                               MOVE WAITLIST-SEATS TO
                                   WAITLIST-NEXT-SEATS
                           ELSE
                               MOVE WAITLIST-USERNAME TO
                                   WAITLIST-USERNAME2
                               MOVE WAITLIST-EVENTNAME TO
                                   WAITLIST-EVENTNAME2
                               MOVE WAITLIST-SEATS TO WAITLIST-SEATS2
                               MOVE WAITLIST-EVENT-ID TO
                                   WAITLIST-EVENT-ID2
                               WRITE TempWaitlistRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WaitlistFile
               CLOSE TEMP-WAITLIST-FILE

               IF WAITLIST-POPPED = 1
                   OPEN INPUT TEMP-WAITLIST-FILE
                   OPEN OUTPUT WaitlistFile
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TEMP-WAITLIST-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE WAITLIST-USERNAME2 TO
                                   WAITLIST-USERNAME
                               MOVE WAITLIST-EVENTNAME2 TO
                                   WAITLIST-EVENTNAME
                               MOVE WAITLIST-SEATS2 TO WAITLIST-SEATS
                               MOVE WAITLIST-EVENT-ID2 TO
                                   WAITLIST-EVENT-ID
                               WRITE WaitlistRecord
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-WAITLIST-FILE
                   CLOSE WaitlistFile

                   PERFORM BETTER DISPLAY "Waitlist notice:"
                   PERFORM BETTER
                   DISPLAY "  " WAITLIST-NEXT-USERNAME
                   " is next in line for " WAITLIST-CHECK-EVENTNAME
                   PERFORM BETTER
                   DISPLAY "  " WAITLIST-NEXT-SEATS
                   " seat(s) are now available for them."

                   MOVE SPACES TO NOTICE-MSG
                   STRING
                       "WAITLIST: " DELIMITED BY SIZE
                       WAITLIST-NEXT-SEATS DELIMITED BY SIZE
                       " SEAT(S) FREED FOR " DELIMITED BY SIZE
                       FUNCTION TRIM(WAITLIST-CHECK-EVENTNAME)
                           DELIMITED BY SIZE
                       " - YOU ARE NEXT IN LINE. BOOK NOW."
                           DELIMITED BY SIZE
                       INTO NOTICE-MSG
                   END-STRING
                   MOVE WAITLIST-NEXT-USERNAME TO NOTICE-TO-USER
                   PERFORM WRITE-NOTICE
               END-IF
           END-IF.

       RETURN-SEATS-TO-EVENT.
           IF CANCEL-EVENT-ID = 0
               OPEN INPUT EventFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ EventFile NEXT
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE FUNCTION UPPER-CASE(EVENTNAME) TO
                                   EVENTNAME-SCRATCH
                               IF EVENTNAME-SCRATCH = CANCEL-EVENTNAME
                                   MOVE EVENT-ID TO CANCEL-EVENT-ID
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EventFile
               END-IF
           END-IF

           IF CANCEL-EVENT-ID > 0
               PERFORM BACKUP-EVENT-FILE
               OPEN I-O EventFile
               MOVE CANCEL-EVENT-ID TO EVENT-ID
               READ EventFile
                   INVALID KEY
                       PERFORM BETTER
                       DISPLAY "Event no longer on file; seats not "
                       "returned."
                   NOT INVALID KEY
                       ADD CANCEL-SEATS TO AVAILABLE-SEATS
                       REWRITE EVENTData
                       PERFORM BETTER
                       DISPLAY "Seats have been returned to inventory."
               END-READ
               CLOSE EventFile
           ELSE
               PERFORM BETTER
               DISPLAY "Event no longer on file; seats not returned."
           END-IF.

       NEXT-EVENT-REF.
           MOVE 0 TO EVENT-REF
           OPEN INPUT EventSeqFile
           IF FILE-STATUS = "00"
               READ EventSeqFile
                   AT END
                       MOVE 0 TO EVENT-REF
                   NOT AT END
                       IF EVENT-SEQ-LAST NUMERIC
                           MOVE EVENT-SEQ-LAST TO EVENT-REF
                       END-IF
               END-READ
               CLOSE EventSeqFile
           END-IF
           ADD 1 TO EVENT-REF
           OPEN OUTPUT EventSeqFile
           MOVE EVENT-REF TO EVENT-SEQ-LAST
           WRITE EventSeqRecord
           CLOSE EventSeqFile.

       CHECK-VENUE-CLASH.
           MOVE 0 TO CLASH-FOUND
           MOVE EVENTNAME TO EVENTNAME-SCRATCH
           MOVE ORGANIZER TO ORGANIZER-SCRATCH
           MOVE EVENTDATE TO CLASH-DATE
           MOVE LOCATION TO CLASH-LOCATION

           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventFile NEXT
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LOCATION = CLASH-LOCATION AND
                               EVENTDATE = CLASH-DATE
                               MOVE 1 TO CLASH-FOUND
                               MOVE EVENTNAME TO CLASH-EVENTNAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF

           MOVE EVENTNAME-SCRATCH TO EVENTNAME
           MOVE ORGANIZER-SCRATCH TO ORGANIZER
           MOVE CLASH-DATE TO EVENTDATE
           MOVE CLASH-LOCATION TO LOCATION.

       GENERATE-SERIES-OCCURRENCES.
           MOVE 0 TO SERIES-MADE-COUNT
           MOVE 0 TO SERIES-SKIP-COUNT
           MOVE 0 TO SERIES-DONE

           MOVE 0 TO SERIES-END-NUM
           IF SERIES-END-DATE (1:2) NUMERIC AND
              SERIES-END-DATE (4:2) NUMERIC AND
              SERIES-END-DATE (7:2) NUMERIC
               COMPUTE SERIES-END-NUM =
                   (2000 + FUNCTION NUMVAL(SERIES-END-DATE (7:2)))
                   * 10000 +
                   FUNCTION NUMVAL(SERIES-END-DATE (1:2)) * 100 +
                   FUNCTION NUMVAL(SERIES-END-DATE (4:2))
           END-IF
           IF SERIES-END-NUM = 0
               PERFORM BETTER
               DISPLAY "Invalid series end date; only the first "
               "occurrence was registered."
               MOVE 1 TO SERIES-DONE
           END-IF

           MOVE EVENT-YEAR TO SER-YYYY
           MOVE EVENT-MONTH TO SER-MM
           MOVE EVENT-DAY TO SER-DD

           PERFORM UNTIL SERIES-DONE = 1
               IF SERIES-RULE = 'W'
                   COMPUTE SER-YMD =
                       SER-YYYY * 10000 + SER-MM * 100 + SER-DD
                   COMPUTE SER-INT =
                       FUNCTION INTEGER-OF-DATE(SER-YMD) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(SER-INT) TO SER-YMD
                   MOVE SER-YMD TO SER-YMD-TEXT
                   MOVE SER-YMD-TEXT (1:4) TO SER-YYYY
                   MOVE SER-YMD-TEXT (5:2) TO SER-MM
                   MOVE SER-YMD-TEXT (7:2) TO SER-DD
               ELSE
                   ADD 1 TO SER-MM
                   IF SER-MM > 12
                       MOVE 1 TO SER-MM
                       ADD 1 TO SER-YYYY
                   END-IF
                   PERFORM GET-SERIES-DAYS-IN-MONTH
                   IF SER-DD > SER-DIM
                       MOVE SER-DIM TO SER-DD
                   END-IF
               END-IF

               COMPUTE SERIES-CUR-NUM =
                   SER-YYYY * 10000 + SER-MM * 100 + SER-DD
               IF SERIES-CUR-NUM > SERIES-END-NUM
                   MOVE 1 TO SERIES-DONE
               ELSE
                   COMPUTE SER-YY = SER-YYYY - 2000
                   MOVE SERIES-BASE-NAME TO EVENTNAME
                   MOVE SERIES-BASE-ORG TO ORGANIZER
                   MOVE SERIES-BASE-LOC TO LOCATION
                   MOVE SPACES TO EVENTDATE
                   STRING
                       SER-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SER-DD DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SER-YY DELIMITED BY SIZE
                       INTO EVENTDATE
                   END-STRING

                   PERFORM CHECK-VENUE-CLASH
                   IF CLASH-FOUND = 1
                       ADD 1 TO SERIES-SKIP-COUNT
                       PERFORM BETTER
                       DISPLAY "Skipped " EVENTDATE ": "
                       LOCATION " is already booked for "
                       CLASH-EVENTNAME
                   ELSE
                       PERFORM NEXT-EVENT-REF
                       OPEN I-O EventFile
                       MOVE EVENT-REF TO EVENT-ID
                       MOVE SERIES-BASE-NAME TO EVENTNAME
                       MOVE SERIES-BASE-ORG TO ORGANIZER
                       MOVE SERIES-BASE-LOC TO LOCATION
                       MOVE SERIES-BASE-PRICE TO TICKET-PRICE
                       MOVE SERIES-BASE-SEATS TO AVAILABLE-SEATS
                       MOVE SERIES-WORK-ID TO EVENT-SERIES-ID
                       MOVE SERIES-BASE-COST TO EVENT-VENUE-COST
                       WRITE EVENTData
                       CLOSE EventFile
                       ADD 1 TO SERIES-MADE-COUNT
                   END-IF
                   IF SERIES-MADE-COUNT = SERIES-MAX-OCCURS
                       PERFORM BETTER
                       DISPLAY "Series capped at " SERIES-MAX-OCCURS
                       " occurrences."
                       MOVE 1 TO SERIES-DONE
                   END-IF
               END-IF
           END-PERFORM

           IF SERIES-MADE-COUNT > 0 OR SERIES-SKIP-COUNT > 0
               PERFORM BETTER
               DISPLAY "Series " SERIES-WORK-ID ": "
               SERIES-MADE-COUNT " further occurrence(s) created, "
               SERIES-SKIP-COUNT " skipped for venue clashes."
               MOVE "REGISTER-EVENT-SERIES" TO AUDIT-ACTION
               MOVE SERIES-BASE-NAME TO AUDIT-BEFORE
               MOVE SERIES-WORK-ID TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       GET-SERIES-DAYS-IN-MONTH.
           EVALUATE SER-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO SER-DIM
               WHEN 2
                   IF FUNCTION MOD(SER-YYYY, 4) = 0
                       MOVE 29 TO SER-DIM
                   ELSE
                       MOVE 28 TO SER-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO SER-DIM
           END-EVALUATE.

       CHECK-EVENT-FILE-LAYOUT.
           OPEN INPUT EventFile
           EVALUATE FILE-STATUS
               WHEN "00"
                   CLOSE EventFile
               WHEN "39"
                   PERFORM BETTER
                   DISPLAY "The event master file was built with an "
                   "older record layout (status 39)."
                   PERFORM BETTER
                   DISPLAY "Event functions will not work until it "
                   "is converted."
                   PERFORM BETTER
                   DISPLAY "Convert it now (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM CONVERT-EVENT-FILE
                   ELSE
                       PERFORM BETTER
                       DISPLAY "Conversion skipped. Run it from this "
                       "prompt at your next sign-in."
                   END-IF
                   PERFORM ENDRUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONVERT-EVENT-FILE.
           MOVE 0 TO CONVERT-COUNT
           OPEN INPUT EventFileV1
           IF FILE-STATUS NOT = "00"
               PERFORM BETTER
               DISPLAY "Unable to read the old event file (status "
               FILE-STATUS "). Nothing converted."
           ELSE
               OPEN OUTPUT EVENT-BACKUP-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventFileV1 NEXT
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE EVENT-V1-ID TO EVENT-BACKUP-ID
                           MOVE EVENT-V1-NAME TO EVENT-BACKUP-NAME
                           MOVE EVENT-V1-DATE TO EVENT-BACKUP-DATE
                           MOVE EVENT-V1-ORGANIZER TO
                               EVENT-BACKUP-ORGANIZER
                           MOVE EVENT-V1-LOCATION TO
                               EVENT-BACKUP-LOCATION
                           MOVE EVENT-V1-PRICE TO EVENT-BACKUP-PRICE
                           MOVE EVENT-V1-SEATS TO EVENT-BACKUP-SEATS
                           MOVE 0 TO EVENT-BACKUP-SERIES
                           MOVE 0 TO EVENT-BACKUP-VENUE-COST
                           WRITE EVENT-BACKUP-RECORD
                           ADD 1 TO CONVERT-COUNT
                   END-READ
               END-PERFORM
               CLOSE EventFileV1
               CLOSE EVENT-BACKUP-FILE

               OPEN OUTPUT EventFile
               OPEN INPUT EVENT-BACKUP-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EVENT-BACKUP-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE EVENT-BACKUP-ID TO EVENT-ID
                           MOVE EVENT-BACKUP-NAME TO EVENTNAME
                           MOVE EVENT-BACKUP-DATE TO EVENTDATE
                           MOVE EVENT-BACKUP-ORGANIZER TO ORGANIZER
                           MOVE EVENT-BACKUP-LOCATION TO LOCATION
                           MOVE EVENT-BACKUP-PRICE TO TICKET-PRICE
                           MOVE EVENT-BACKUP-SEATS TO AVAILABLE-SEATS
                           MOVE 0 TO EVENT-SERIES-ID
                           MOVE 0 TO EVENT-VENUE-COST
                           WRITE EVENTData
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE EVENT-BACKUP-FILE
               CLOSE EventFile

               MOVE "CONVERT-EVENT-FILE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-BEFORE
               MOVE CONVERT-COUNT TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG

               PERFORM BETTER
               DISPLAY CONVERT-COUNT " event record(s) converted to "
               "the new layout."
           END-IF.

       BACKUP-EVENT-FILE.
           OPEN INPUT EventFile
           OPEN OUTPUT EVENT-BACKUP-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ EventFile NEXT
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE EVENT-BACKUP-RECORD FROM EVENTData
               END-READ
           END-PERFORM
           CLOSE EventFile
           CLOSE EVENT-BACKUP-FILE.

       BACKUP-LOCATION-FILE.
           OPEN INPUT LocationFile
           OPEN OUTPUT LOCATION-BACKUP-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ LocationFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE LOCATION-BACKUP-RECORD FROM LocationRecord
               END-READ
           END-PERFORM
           CLOSE LocationFile
           CLOSE LOCATION-BACKUP-FILE.

       BACKUP-BOOKINGS-FILE.
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           OPEN OUTPUT BOOKINGS-BACKUP-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ VIEW-MY-BOOKINGS-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE BOOKINGS-BACKUP-RECORD FROM
                       MyBookingsRecord
               END-READ
           END-PERFORM
           CLOSE VIEW-MY-BOOKINGS-FILE
           CLOSE BOOKINGS-BACKUP-FILE.

       RENAME-TICKET-TIERS.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TIER-RENAME-ID > 0 AND
                               TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TIER-RENAME-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH = TIER-RENAME-OLD
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 1
                               MOVE TIER-RENAME-NEW TO TIER-EVENTNAME
                           END-IF
                           WRITE TEMP-TIER-RECORD FROM TicketTierRecord
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
               CLOSE TEMP-TIER-FILE

               OPEN INPUT TEMP-TIER-FILE
               OPEN OUTPUT TicketTierFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-TIER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TicketTierRecord FROM TEMP-TIER-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-TIER-FILE
               CLOSE TicketTierFile
           END-IF.

       DELETE-TICKET-TIERS.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TIER-DELETE-ID > 0 AND
                               TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TIER-DELETE-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH = TIER-DELETE-NAME
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 0
                               WRITE TEMP-TIER-RECORD FROM
                                   TicketTierRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
               CLOSE TEMP-TIER-FILE

               OPEN INPUT TEMP-TIER-FILE
               OPEN OUTPUT TicketTierFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-TIER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TicketTierRecord FROM TEMP-TIER-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-TIER-FILE
               CLOSE TicketTierFile
           END-IF.

       TAKE-TIER-SEATS.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TIER-ADJ-ID > 0 AND TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TIER-ADJ-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH =
                                   TIER-ADJ-EVENTNAME
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 1
                               AND TIER-NAME = TIER-ADJ-TIERNAME
                               IF TIER-SEATS NOT < TIER-ADJ-SEATS
                                   SUBTRACT TIER-ADJ-SEATS FROM
                                       TIER-SEATS
                               ELSE
                                   MOVE 0 TO TIER-SEATS
                               END-IF
                           END-IF
                           WRITE TEMP-TIER-RECORD FROM TicketTierRecord
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
               CLOSE TEMP-TIER-FILE

               OPEN INPUT TEMP-TIER-FILE
               OPEN OUTPUT TicketTierFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-TIER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TicketTierRecord FROM TEMP-TIER-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-TIER-FILE
               CLOSE TicketTierFile
           END-IF.

       RETURN-TIER-SEATS.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TIER-ADJ-ID > 0 AND TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TIER-ADJ-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH =
                                   TIER-ADJ-EVENTNAME
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 1
                               AND TIER-NAME = TIER-ADJ-TIERNAME
                               ADD TIER-ADJ-SEATS TO TIER-SEATS
                           END-IF
                           WRITE TEMP-TIER-RECORD FROM TicketTierRecord
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
               CLOSE TEMP-TIER-FILE

               OPEN INPUT TEMP-TIER-FILE
               OPEN OUTPUT TicketTierFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-TIER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TicketTierRecord FROM TEMP-TIER-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-TIER-FILE
               CLOSE TicketTierFile
           END-IF.

       LOAD-SEAT-MAP-FOR-LOCATION.
           MOVE 0 TO SEAT-HAS-MAP
           MOVE 0 TO SEAT-EVENT-ROWS
           MOVE 0 TO SEAT-EVENT-SPR
           MOVE BOOK-LOCATION TO SEATMAP-LOC-NAME
           OPEN INPUT SeatMapFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ SeatMapFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SEATMAP-LOCATION = SEATMAP-LOC-NAME
                               MOVE 1 TO SEAT-HAS-MAP
                               IF SEATMAP-ROWS NUMERIC
                                   MOVE SEATMAP-ROWS TO SEAT-EVENT-ROWS
                               END-IF
                               IF SEATMAP-SEATS-PER-ROW NUMERIC
                                   MOVE SEATMAP-SEATS-PER-ROW TO
                                       SEAT-EVENT-SPR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeatMapFile
           END-IF.

       SELECT-ASSIGNED-SEATS.
           MOVE 0 TO SEAT-PICK-COUNT
           MOVE SEATS-TO-BUY TO SEAT-PICKS-WANTED
           IF SEAT-PICKS-WANTED > SEAT-PICK-MAX
               MOVE SEAT-PICK-MAX TO SEAT-PICKS-WANTED
               PERFORM BETTER
               DISPLAY "Only the first " SEAT-PICK-MAX " seats can be "
               "assigned here; see the box office for the rest."
           END-IF
           PERFORM BETTER
           DISPLAY "This venue has assigned seating: "
           SEAT-EVENT-ROWS " row(s) of " SEAT-EVENT-SPR " seat(s)."
           MOVE 0 TO SEAT-PICK-STOP
           PERFORM UNTIL SEAT-PICK-COUNT NOT < SEAT-PICKS-WANTED OR
               SEAT-PICK-STOP = 1
               PERFORM BETTER
               DISPLAY "Seat " SEAT-PICK-COUNT " chosen; enter row "
               "(press ENTER to skip seat selection): "
               WITH NO ADVANCING
               ACCEPT SEAT-ROW-TEXT
               IF SEAT-ROW-TEXT = SPACES
                   MOVE 1 TO SEAT-PICK-STOP
                   PERFORM BETTER
                   DISPLAY "Seat selection skipped; remaining "
                   "seat(s) are unassigned."
               ELSE
               MOVE FUNCTION NUMVAL(SEAT-ROW-TEXT) TO SEAT-ROW-IN
               PERFORM BETTER
               DISPLAY "Enter seat number in that row: "
               WITH NO ADVANCING
               ACCEPT SEAT-NO-IN
               IF SEAT-ROW-IN = 0 OR
                  SEAT-ROW-IN > SEAT-EVENT-ROWS OR
                  SEAT-NO-IN NOT NUMERIC OR SEAT-NO-IN = 0 OR
                  SEAT-NO-IN > SEAT-EVENT-SPR
                   PERFORM BETTER
                   DISPLAY "That seat is outside the seat map."
               ELSE
                   PERFORM CHECK-SEAT-TAKEN
                   IF SEAT-TAKEN = 1
                       PERFORM BETTER
                       DISPLAY "That seat is already taken."
                   ELSE
                       ADD 1 TO SEAT-PICK-COUNT
                       MOVE SEAT-ROW-IN TO
                           SEAT-PICK-ROW(SEAT-PICK-COUNT)
                       MOVE SEAT-NO-IN TO
                           SEAT-PICK-SEAT(SEAT-PICK-COUNT)
                       PERFORM BETTER
                       DISPLAY "Row " SEAT-ROW-IN " seat " SEAT-NO-IN
                       " is yours."
                   END-IF
               END-IF
               END-IF
           END-PERFORM

           OPEN EXTEND SeatAssignFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT SeatAssignFile
           END-IF
           PERFORM VARYING SEAT-PICK-IDX FROM 1 BY 1
               UNTIL SEAT-PICK-IDX > SEAT-PICK-COUNT
               MOVE BOOK-EVENT-ID TO SEAT-ASSIGN-EVENT-ID
               MOVE SEAT-PICK-ROW(SEAT-PICK-IDX) TO SEAT-ASSIGN-ROW
               MOVE SEAT-PICK-SEAT(SEAT-PICK-IDX) TO SEAT-ASSIGN-SEAT
               MOVE BOOKING-REF TO SEAT-ASSIGN-REF
               MOVE USERNAME TO SEAT-ASSIGN-USERNAME
               WRITE SeatAssignRecord
           END-PERFORM
           CLOSE SeatAssignFile.

       CHECK-SEAT-TAKEN.
           MOVE 0 TO SEAT-TAKEN
           PERFORM VARYING SEAT-PICK-IDX FROM 1 BY 1
               UNTIL SEAT-PICK-IDX > SEAT-PICK-COUNT
               IF SEAT-PICK-ROW(SEAT-PICK-IDX) = SEAT-ROW-IN AND
                  SEAT-PICK-SEAT(SEAT-PICK-IDX) = SEAT-NO-IN
                   MOVE 1 TO SEAT-TAKEN
               END-IF
           END-PERFORM
           IF SEAT-TAKEN = 0
               OPEN INPUT SeatAssignFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ SeatAssignFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               IF SEAT-ASSIGN-EVENT-ID NUMERIC AND
                                  SEAT-ASSIGN-EVENT-ID =
                                      BOOK-EVENT-ID AND
                                  SEAT-ASSIGN-ROW = SEAT-ROW-IN AND
                                  SEAT-ASSIGN-SEAT = SEAT-NO-IN
                                   MOVE 1 TO SEAT-TAKEN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SeatAssignFile
               END-IF
           END-IF.

       BUILD-SEAT-LIST.
           MOVE SPACES TO SEAT-LIST-TEXT
           MOVE 1 TO SEAT-LIST-PTR
           PERFORM VARYING SEAT-PICK-IDX FROM 1 BY 1
               UNTIL SEAT-PICK-IDX > SEAT-PICK-COUNT
               STRING
                   "R" DELIMITED BY SIZE
                   SEAT-PICK-ROW(SEAT-PICK-IDX) DELIMITED BY SIZE
                   "-S" DELIMITED BY SIZE
                   SEAT-PICK-SEAT(SEAT-PICK-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO SEAT-LIST-TEXT
                   WITH POINTER SEAT-LIST-PTR
               END-STRING
           END-PERFORM.

       PURGE-SEAT-ASSIGNMENTS.
           MOVE 0 TO SEAT-FREED-COUNT
           OPEN INPUT SeatAssignFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-SEAT-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ SeatAssignFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SEAT-ASSIGN-REF NUMERIC AND
                               SEAT-ASSIGN-REF = SEAT-FIND-REF
                               ADD 1 TO SEAT-FREED-COUNT
                           ELSE
                               WRITE TempSeatAssignRecord FROM
                                   SeatAssignRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeatAssignFile
               CLOSE TEMP-SEAT-FILE

               OPEN INPUT TEMP-SEAT-FILE
               OPEN OUTPUT SeatAssignFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-SEAT-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE SeatAssignRecord FROM
                               TempSeatAssignRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-SEAT-FILE
               CLOSE SeatAssignFile
           END-IF.

       FIND-BOOKING-BY-SEAT.
           MOVE 0 TO SEAT-FIND-FOUND
           MOVE 0 TO SEAT-FIND-REF
           OPEN INPUT SeatAssignFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ SeatAssignFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SEAT-ASSIGN-EVENT-ID NUMERIC AND
                              SEAT-ASSIGN-EVENT-ID =
                                  CHECKIN-EVENT-ID AND
                              SEAT-ASSIGN-ROW = SEAT-ROW-IN AND
                              SEAT-ASSIGN-SEAT = SEAT-NO-IN
                               MOVE 1 TO SEAT-FIND-FOUND
                               MOVE SEAT-ASSIGN-REF TO SEAT-FIND-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeatAssignFile
           END-IF.

       MANAGE-PROMO-CODES.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *             PROMO CODES               *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] CREATE PROMO CODE                     |"
           perform better
           DISPLAY "|    [02] LIST PROMO CODES                      |"
           perform better
           DISPLAY "|    [03] DELETE PROMO CODE                     |"
           perform better
           DISPLAY "|    [04] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT PROMO-MENU-CHOICE

           EVALUATE PROMO-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-PROMO-CODE
               WHEN 2
                   PERFORM LIST-PROMO-CODES
               WHEN 3
                   PERFORM DELETE-PROMO-CODE
               WHEN 4
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       ADD-PROMO-CODE.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Enter promo code: "
           WITH NO ADVANCING
           ACCEPT PROMO-CODE
           MOVE FUNCTION UPPER-CASE(PROMO-CODE) TO PROMO-CODE
           IF PROMO-CODE = SPACES
               PERFORM BETTER
               DISPLAY "Please enter a valid promo code."
               PERFORM ENDRUN
               PERFORM MANAGE-PROMO-CODES
           END-IF
           PERFORM BETTER
           DISPLAY "Percent or flat amount off (P/F)? "
           WITH NO ADVANCING
           ACCEPT PROMO-TYPE
           MOVE FUNCTION UPPER-CASE(PROMO-TYPE) TO PROMO-TYPE
           IF PROMO-TYPE NOT = "P" AND PROMO-TYPE NOT = "F"
               PERFORM BETTER
               DISPLAY "Invalid type. No changes made."
               PERFORM ENDRUN
               PERFORM MANAGE-PROMO-CODES
           END-IF
           IF PROMO-TYPE = "P"
               PERFORM BETTER
               DISPLAY "Enter percent off (1-100): "
               WITH NO ADVANCING
           ELSE
               PERFORM BETTER
               DISPLAY "Enter flat amount off: P"
               WITH NO ADVANCING
           END-IF
           ACCEPT PROMO-VALUE
           PERFORM BETTER
           DISPLAY "Valid from (MM/DD/YY): " WITH NO ADVANCING
           ACCEPT PROMO-VALID-FROM
           PERFORM BETTER
           DISPLAY "Valid to (MM/DD/YY): " WITH NO ADVANCING
           ACCEPT PROMO-VALID-TO
           PERFORM BETTER
           DISPLAY "Usage cap (number of redemptions): "
           WITH NO ADVANCING
           ACCEPT PROMO-USE-CAP
           PERFORM BETTER
           DISPLAY "Limit to one EVENT-ID (0 for any event): "
           WITH NO ADVANCING
           ACCEPT PROMO-EVENT-ID
           MOVE 0 TO PROMO-USED

           OPEN EXTEND PromoFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT PromoFile
           END-IF
           WRITE PromoRecord
           CLOSE PromoFile

           MOVE "ADD-PROMO-CODE" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE PROMO-CODE TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER DISPLAY "Promo code saved."
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-PROMO-CODES.

       LIST-PROMO-CODES.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Promo codes on file:"
           PERFORM BETTER DISPLAY " "
           MOVE 0 TO PROMO-ANY-FOUND
           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE 1 TO PROMO-ANY-FOUND
                           PERFORM BETTER
                           DISPLAY "  " PROMO-CODE " TYPE: " PROMO-TYPE
                           " VALUE: " PROMO-VALUE
                           PERFORM BETTER
                           DISPLAY "    FROM: " PROMO-VALID-FROM
                           "  TO: " PROMO-VALID-TO
                           "  USED: " PROMO-USED " OF " PROMO-USE-CAP
                           IF PROMO-EVENT-ID > 0
                               PERFORM BETTER
                               DISPLAY "    EVENT-ID ONLY: "
                               PROMO-EVENT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF
           IF PROMO-ANY-FOUND = 0
               PERFORM BETTER
               DISPLAY "No promo codes on file."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-PROMO-CODES.

       DELETE-PROMO-CODE.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter promo code to delete: " WITH NO ADVANCING
           ACCEPT PROMO-DELETE-CODE
           MOVE FUNCTION UPPER-CASE(PROMO-DELETE-CODE) TO
               PROMO-DELETE-CODE

           MOVE 0 TO PROMO-FOUND
           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-PROMO-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PROMO-CODE = PROMO-DELETE-CODE
                               MOVE 1 TO PROMO-FOUND
                           ELSE
                               WRITE TempPromoRecord FROM PromoRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
               CLOSE TEMP-PROMO-FILE

               OPEN INPUT TEMP-PROMO-FILE
               OPEN OUTPUT PromoFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-PROMO-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE PromoRecord FROM TempPromoRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-PROMO-FILE
               CLOSE PromoFile
           END-IF

           IF PROMO-FOUND = 0
               PERFORM BETTER
               DISPLAY "No promo code found with that code."
           ELSE
               MOVE "DELETE-PROMO-CODE" TO AUDIT-ACTION
               MOVE PROMO-DELETE-CODE TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
               PERFORM BETTER DISPLAY "Promo code deleted."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-PROMO-CODES.

       APPLY-PROMO-CODE.
           MOVE 0 TO PROMO-FOUND
           MOVE 0 TO PROMO-APPLIED
           MOVE 0 TO PROMO-DISCOUNT
           MOVE SPACES TO PROMO-REASON
           MOVE FUNCTION UPPER-CASE(PROMO-ENTRY-CODE) TO
               PROMO-ENTRY-CODE
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)) TO
               PROMO-DATE-NUM

           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PROMO-CODE = PROMO-ENTRY-CODE
                               MOVE 1 TO PROMO-FOUND
                               MOVE PROMO-TYPE TO PROMO-BOOK-TYPE
                               MOVE PROMO-VALUE TO PROMO-BOOK-VALUE
                               IF PROMO-EVENT-ID NUMERIC
                                   MOVE PROMO-EVENT-ID TO
                                       PROMO-BOOK-EVENT-ID
                               ELSE
                                   MOVE 0 TO PROMO-BOOK-EVENT-ID
                               END-IF

                               MOVE 0 TO PROMO-FROM-NUM
                               IF PROMO-VALID-FROM (1:2) NUMERIC AND
                                  PROMO-VALID-FROM (4:2) NUMERIC AND
                                  PROMO-VALID-FROM (7:2) NUMERIC
                                   MOVE PROMO-VALID-FROM (7:2) TO
                                       PROMO-TEMP-YEAR
                                   ADD 2000 TO PROMO-TEMP-YEAR
                                   COMPUTE PROMO-FROM-NUM =
                                       PROMO-TEMP-YEAR * 10000 +
                                       FUNCTION
                                       NUMVAL(PROMO-VALID-FROM (1:2))
                                       * 100 +
                                       FUNCTION
                                       NUMVAL(PROMO-VALID-FROM (4:2))
                               END-IF
                               MOVE 0 TO PROMO-TO-NUM
                               IF PROMO-VALID-TO (1:2) NUMERIC AND
                                  PROMO-VALID-TO (4:2) NUMERIC AND
                                  PROMO-VALID-TO (7:2) NUMERIC
                                   MOVE PROMO-VALID-TO (7:2) TO
                                       PROMO-TEMP-YEAR
                                   ADD 2000 TO PROMO-TEMP-YEAR
                                   COMPUTE PROMO-TO-NUM =
                                       PROMO-TEMP-YEAR * 10000 +
                                       FUNCTION
                                       NUMVAL(PROMO-VALID-TO (1:2))
                                       * 100 +
                                       FUNCTION
                                       NUMVAL(PROMO-VALID-TO (4:2))
                               END-IF

                               IF PROMO-FROM-NUM > 0 AND
                                   PROMO-DATE-NUM < PROMO-FROM-NUM
                                   MOVE "This code is not valid yet."
                                       TO PROMO-REASON
                               END-IF
                               IF PROMO-TO-NUM > 0 AND
                                   PROMO-DATE-NUM > PROMO-TO-NUM
                                   MOVE "This code has expired."
                                       TO PROMO-REASON
                               END-IF
                               IF PROMO-USED NOT < PROMO-USE-CAP
                                   MOVE
                                   "This code reached its usage cap."
                                       TO PROMO-REASON
                               END-IF
                               IF PROMO-BOOK-EVENT-ID > 0 AND
                                   PROMO-BOOK-EVENT-ID NOT =
                                   BOOK-EVENT-ID
                                   MOVE
                                   "This code is for a different event."
                                       TO PROMO-REASON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF

           IF PROMO-FOUND = 0
               PERFORM BETTER
               DISPLAY "Promo code not recognised; full price applies."
           ELSE
               IF PROMO-REASON NOT = SPACES
                   PERFORM BETTER DISPLAY PROMO-REASON
                   PERFORM BETTER
                   DISPLAY "Full price applies."
               ELSE
                   IF PROMO-BOOK-TYPE = "P"
                       COMPUTE PROMO-DISCOUNT =
                           TOTAL-COST * PROMO-BOOK-VALUE / 100
                   ELSE
                       MOVE PROMO-BOOK-VALUE TO PROMO-DISCOUNT
                   END-IF
                   IF PROMO-DISCOUNT > TOTAL-COST
                       MOVE TOTAL-COST TO PROMO-DISCOUNT
                   END-IF
                   SUBTRACT PROMO-DISCOUNT FROM TOTAL-COST
                   MOVE 1 TO PROMO-APPLIED
                   MOVE PROMO-ENTRY-CODE TO PROMO-APPLIED-CODE
                   PERFORM BETTER
                   DISPLAY "Promo " PROMO-APPLIED-CODE " applied: P"
                   PROMO-DISCOUNT " off."
               END-IF
           END-IF.

       REDEEM-PROMO-CODE.
           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-PROMO-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PROMO-CODE = PROMO-APPLIED-CODE
                               ADD 1 TO PROMO-USED
                           END-IF
                           WRITE TempPromoRecord FROM PromoRecord
                   END-READ
               END-PERFORM
               CLOSE PromoFile
               CLOSE TEMP-PROMO-FILE

               OPEN INPUT TEMP-PROMO-FILE
               OPEN OUTPUT PromoFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-PROMO-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE PromoRecord FROM TempPromoRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-PROMO-FILE
               CLOSE PromoFile
           END-IF.

       MANAGE-ORGANIZERS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *          ORGANIZER MASTER             *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] ADD ORGANIZER                         |"
           perform better
           DISPLAY "|    [02] LIST ORGANIZERS                       |"
           perform better
           DISPLAY "|    [03] EDIT ORGANIZER                        |"
           perform better
           DISPLAY "|    [04] DELETE ORGANIZER                      |"
           perform better
           DISPLAY "|    [05] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT ORG-MENU-CHOICE

           EVALUATE ORG-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-ORGANIZER
               WHEN 2
                   PERFORM LIST-ORGANIZERS
               WHEN 3
                   PERFORM EDIT-ORGANIZER
               WHEN 4
                   PERFORM DELETE-ORGANIZER
               WHEN 5
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       ADD-ORGANIZER.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Enter organizer name: "
           WITH NO ADVANCING
           ACCEPT ORG-NAME
           IF ORG-NAME = SPACES
               PERFORM BETTER
               DISPLAY "Please enter a valid organizer name."
               PERFORM ENDRUN
               PERFORM MANAGE-ORGANIZERS
           END-IF
           PERFORM BETTER
           DISPLAY "Enter commission percent (0-100): "
           WITH NO ADVANCING
           ACCEPT ORG-COMMISSION-PCT
           PERFORM BETTER
           DISPLAY "Enter payment details (bank/account): "
           WITH NO ADVANCING
           ACCEPT ORG-PAY-DETAILS

           OPEN EXTEND OrganizerFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT OrganizerFile
           END-IF
           WRITE OrganizerRecord
           CLOSE OrganizerFile

           MOVE "ADD-ORGANIZER" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE ORG-NAME TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER DISPLAY "Organizer saved."
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-ORGANIZERS.

       LIST-ORGANIZERS.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Organizers on file:"
           PERFORM BETTER DISPLAY " "
           MOVE 0 TO ORG-ANY-FOUND
           OPEN INPUT OrganizerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE 1 TO ORG-ANY-FOUND
                           PERFORM BETTER
                           DISPLAY "  " ORG-NAME " COMMISSION: "
                           ORG-COMMISSION-PCT "%"
                           PERFORM BETTER
                           DISPLAY "    PAYMENT: " ORG-PAY-DETAILS
                   END-READ
               END-PERFORM
               CLOSE OrganizerFile
           END-IF
           IF ORG-ANY-FOUND = 0
               PERFORM BETTER
               DISPLAY "No organizers on file."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-ORGANIZERS.

       EDIT-ORGANIZER.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter organizer name to edit: " WITH NO ADVANCING
           ACCEPT ORG-SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(ORG-SEARCH-NAME) TO ORG-SEARCH-NAME
           PERFORM BETTER
           DISPLAY "Enter new commission percent (0-100): "
           WITH NO ADVANCING
           ACCEPT ORG-NEW-PCT
           PERFORM BETTER
           DISPLAY "Enter new payment details (bank/account): "
           WITH NO ADVANCING
           ACCEPT ORG-NEW-DETAILS

           MOVE 0 TO ORG-FOUND
           OPEN INPUT OrganizerFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-ORGANIZER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(ORG-NAME) =
                               ORG-SEARCH-NAME
                               MOVE 1 TO ORG-FOUND
                               MOVE ORG-NEW-PCT TO ORG-COMMISSION-PCT
                               MOVE ORG-NEW-DETAILS TO ORG-PAY-DETAILS
                           END-IF
                           WRITE TempOrganizerRecord FROM
                               OrganizerRecord
                   END-READ
               END-PERFORM
               CLOSE OrganizerFile
               CLOSE TEMP-ORGANIZER-FILE

               OPEN INPUT TEMP-ORGANIZER-FILE
               OPEN OUTPUT OrganizerFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-ORGANIZER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE OrganizerRecord FROM
                               TempOrganizerRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-ORGANIZER-FILE
               CLOSE OrganizerFile
           END-IF

           IF ORG-FOUND = 0
               PERFORM BETTER
               DISPLAY "No organizer found with that name."
           ELSE
               MOVE "EDIT-ORGANIZER" TO AUDIT-ACTION
               MOVE ORG-SEARCH-NAME TO AUDIT-BEFORE
               MOVE ORG-NEW-DETAILS TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
               PERFORM BETTER DISPLAY "Organizer updated."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-ORGANIZERS.

       DELETE-ORGANIZER.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter organizer name to delete: " WITH NO ADVANCING
           ACCEPT ORG-SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(ORG-SEARCH-NAME) TO ORG-SEARCH-NAME

           MOVE 0 TO ORG-FOUND
           OPEN INPUT OrganizerFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-ORGANIZER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ OrganizerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(ORG-NAME) =
                               ORG-SEARCH-NAME
                               MOVE 1 TO ORG-FOUND
                           ELSE
                               WRITE TempOrganizerRecord FROM
                                   OrganizerRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrganizerFile
               CLOSE TEMP-ORGANIZER-FILE

               OPEN INPUT TEMP-ORGANIZER-FILE
               OPEN OUTPUT OrganizerFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-ORGANIZER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE OrganizerRecord FROM
                               TempOrganizerRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-ORGANIZER-FILE
               CLOSE OrganizerFile
           END-IF

           IF ORG-FOUND = 0
               PERFORM BETTER
               DISPLAY "No organizer found with that name."
           ELSE
               MOVE "DELETE-ORGANIZER" TO AUDIT-ACTION
               MOVE ORG-SEARCH-NAME TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
               PERFORM BETTER DISPLAY "Organizer deleted."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MANAGE-ORGANIZERS.

       GROUP-HOLDS.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *         GROUP BOOKING HOLDS           *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] PLACE A HOLD                          |"
           perform better
           DISPLAY "|    [02] LIST HOLDS                            |"
           perform better
           DISPLAY "|    [03] CONFIRM A HOLD                        |"
           perform better
           DISPLAY "|    [04] RELEASE A HOLD                        |"
           perform better
           DISPLAY "|    [05] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT HOLD-MENU-CHOICE

           EVALUATE HOLD-MENU-CHOICE
               WHEN 1
                   PERFORM PLACE-GROUP-HOLD
               WHEN 2
                   PERFORM LIST-GROUP-HOLDS
               WHEN 3
                   PERFORM CONFIRM-GROUP-HOLD
               WHEN 4
                   PERFORM RELEASE-GROUP-HOLD
               WHEN 5
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       PLACE-GROUP-HOLD.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter event name to hold seats for: "
           WITH NO ADVANCING
           ACCEPT SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(SEARCH-NAME) TO SEARCH-NAME

           MOVE 0 TO EVENT-FOUND
           MOVE 0 TO HOLD-BOOK-EVENT-ID
           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EventFile NEXT
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           IF EVENTNAME-SCRATCH = SEARCH-NAME
                               MOVE 1 TO EVENT-FOUND
                               MOVE EVENT-ID TO HOLD-BOOK-EVENT-ID
                               MOVE EVENTNAME-SCRATCH TO
                                   HOLD-BOOK-EVENTNAME
                               MOVE EVENTDATE TO HOLD-BOOK-DATE
                               MOVE LOCATION TO HOLD-BOOK-LOCATION
                               MOVE ORGANIZER TO HOLD-BOOK-ORGANIZER
                               MOVE TICKET-PRICE TO HOLD-BOOK-PRICE
                               MOVE SPACES TO HOLD-BOOK-BAND
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF

           IF EVENT-FOUND = 0
               PERFORM BETTER
               DISPLAY "The specified event was not found."
               PERFORM ENDRUN
               PERFORM GROUP-HOLDS
           END-IF

           PERFORM BETTER
           DISPLAY "Enter client/company name: " WITH NO ADVANCING
           ACCEPT HOLD-NEW-CLIENT
           PERFORM BETTER
           DISPLAY "Enter number of seats to hold: " WITH NO ADVANCING
           ACCEPT HOLD-NEW-SEATS
           PERFORM BETTER
           DISPLAY "Enter hold expiry date (MM/DD/YY): "
           WITH NO ADVANCING
           ACCEPT HOLD-NEW-EXPIRY
           PERFORM BETTER
           DISPLAY "Ticket tier (press ENTER for standard): "
           WITH NO ADVANCING
           ACCEPT HOLD-NEW-TIER

           IF HOLD-NEW-SEATS NOT NUMERIC OR HOLD-NEW-SEATS = 0
               PERFORM BETTER DISPLAY "Invalid number of seats."
               PERFORM ENDRUN
               PERFORM GROUP-HOLDS
           END-IF

           MOVE 0 TO HOLD-EXP-NUM
           IF HOLD-NEW-EXPIRY (1:2) NUMERIC AND
              HOLD-NEW-EXPIRY (3:1) = "/" AND
              HOLD-NEW-EXPIRY (4:2) NUMERIC AND
              HOLD-NEW-EXPIRY (6:1) = "/" AND
              HOLD-NEW-EXPIRY (7:2) NUMERIC
               IF FUNCTION NUMVAL(HOLD-NEW-EXPIRY (1:2)) > 0 AND
                  FUNCTION NUMVAL(HOLD-NEW-EXPIRY (1:2)) < 13 AND
                  FUNCTION NUMVAL(HOLD-NEW-EXPIRY (4:2)) > 0 AND
                  FUNCTION NUMVAL(HOLD-NEW-EXPIRY (4:2)) < 32
                   MOVE HOLD-NEW-EXPIRY (7:2) TO HOLD-TEMP-YEAR
                   ADD 2000 TO HOLD-TEMP-YEAR
                   COMPUTE HOLD-EXP-NUM =
                       HOLD-TEMP-YEAR * 10000 +
                       FUNCTION NUMVAL(HOLD-NEW-EXPIRY (1:2)) * 100 +
                       FUNCTION NUMVAL(HOLD-NEW-EXPIRY (4:2))
               END-IF
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)) TO
               HOLD-TODAY-NUM
           IF HOLD-EXP-NUM = 0
               PERFORM BETTER
               DISPLAY "Invalid expiry date; use MM/DD/YY."
               PERFORM ENDRUN
               PERFORM GROUP-HOLDS
           END-IF
           IF HOLD-EXP-NUM < HOLD-TODAY-NUM
               PERFORM BETTER
               DISPLAY "Expiry date must not be in the past."
               PERFORM ENDRUN
               PERFORM GROUP-HOLDS
           END-IF

           IF HOLD-NEW-TIER NOT = SPACES
               MOVE 0 TO TIER-FOUND
               OPEN INPUT TicketTierFile
               IF FILE-STATUS = "00"
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TicketTierFile
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE 0 TO TIER-MATCH
                               IF TIER-EVENT-ID NUMERIC AND
                                   TIER-EVENT-ID = HOLD-BOOK-EVENT-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                               IF TIER-MATCH = 1 AND
                                   TIER-NAME = HOLD-NEW-TIER
                                   MOVE 1 TO TIER-FOUND
                                   MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BAND-ASOF
                                   PERFORM TIER-PRICE-IN-EFFECT
                                   MOVE BAND-PRICE TO HOLD-BOOK-PRICE
                                   MOVE BAND-NAME TO HOLD-BOOK-BAND
                                   IF TIER-SEATS NUMERIC AND
                                       TIER-SEATS < HOLD-NEW-SEATS
                                       MOVE 2 TO TIER-FOUND
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TicketTierFile
               END-IF
               IF TIER-FOUND = 0
                   PERFORM BETTER
                   DISPLAY "No such tier; standard price applies."
                   MOVE SPACES TO HOLD-NEW-TIER
                   MOVE TICKET-PRICE TO HOLD-BOOK-PRICE
                   MOVE SPACES TO HOLD-BOOK-BAND
               END-IF
               IF TIER-FOUND = 2
                   PERFORM BETTER
                   DISPLAY "Not enough seats left in that tier."
                   PERFORM ENDRUN
                   PERFORM GROUP-HOLDS
               END-IF
           END-IF

           PERFORM BACKUP-EVENT-FILE
           MOVE 0 TO HOLD-FOUND
           OPEN I-O EventFile
           MOVE HOLD-BOOK-EVENT-ID TO EVENT-ID
           READ EventFile
               INVALID KEY
                   PERFORM BETTER
                   DISPLAY "Event record no longer on file."
               NOT INVALID KEY
                   IF HOLD-NEW-SEATS > AVAILABLE-SEATS
                       PERFORM BETTER
                       DISPLAY "Not enough seats available to hold."
                   ELSE
                       SUBTRACT HOLD-NEW-SEATS FROM AVAILABLE-SEATS
                       REWRITE EVENTData
                       MOVE 1 TO HOLD-FOUND
                   END-IF
           END-READ
           CLOSE EventFile

           IF HOLD-FOUND = 1
               IF HOLD-NEW-TIER NOT = SPACES
                   MOVE HOLD-BOOK-EVENTNAME TO TIER-ADJ-EVENTNAME
                   MOVE HOLD-NEW-TIER TO TIER-ADJ-TIERNAME
                   MOVE HOLD-NEW-SEATS TO TIER-ADJ-SEATS
                   MOVE HOLD-BOOK-EVENT-ID TO TIER-ADJ-ID
                   PERFORM TAKE-TIER-SEATS
               END-IF

               PERFORM NEXT-HOLD-REF
               COMPUTE HOLD-TOTAL =
                   HOLD-BOOK-PRICE * HOLD-NEW-SEATS

               OPEN EXTEND HoldFile
               IF FILE-STATUS = "30" OR FILE-STATUS = "35"
                   OPEN OUTPUT HoldFile
               END-IF
               MOVE HOLD-WORK-REF TO HOLD-REF
               MOVE HOLD-NEW-CLIENT TO HOLD-CLIENT
               MOVE HOLD-BOOK-EVENT-ID TO HOLD-EVENT-ID
               MOVE HOLD-BOOK-EVENTNAME TO HOLD-EVENTNAME
               MOVE HOLD-NEW-TIER TO HOLD-TIER
               MOVE HOLD-NEW-SEATS TO HOLD-SEATS
               MOVE HOLD-BOOK-PRICE TO HOLD-PRICE
               MOVE HOLD-NEW-EXPIRY TO HOLD-EXPIRY
               MOVE HOLD-BOOK-BAND TO HOLD-BAND
               WRITE HoldRecord
               CLOSE HoldFile

               PERFORM WRITE-HOLD-INVOICE

               MOVE "PLACE-GROUP-HOLD" TO AUDIT-ACTION
               MOVE HOLD-NEW-CLIENT TO AUDIT-BEFORE
               MOVE HOLD-BOOK-EVENTNAME TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG

               PERFORM BETTER
               DISPLAY "Hold placed. Hold reference is " HOLD-WORK-REF
               PERFORM BETTER
               DISPLAY HOLD-NEW-SEATS " seat(s) held until "
               HOLD-NEW-EXPIRY
               PERFORM BETTER
               DISPLAY "Invoice written to the group invoices file."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM GROUP-HOLDS.

       LIST-GROUP-HOLDS.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Holds on file:"
           PERFORM BETTER DISPLAY " "
           MOVE 0 TO HOLD-ANY-FOUND
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE 1 TO HOLD-ANY-FOUND
                           PERFORM BETTER
                           DISPLAY "  REF: " HOLD-REF
                           "  CLIENT: " HOLD-CLIENT
                           PERFORM BETTER
                           DISPLAY "    EVENT: " HOLD-EVENTNAME
                           PERFORM BETTER
                           DISPLAY "    SEATS: " HOLD-SEATS
                           "  AT: P" HOLD-PRICE
                           "  EXPIRES: " HOLD-EXPIRY
                           IF HOLD-TIER NOT = SPACES
                               PERFORM BETTER
                               DISPLAY "    TIER: " HOLD-TIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF
           IF HOLD-ANY-FOUND = 0
               PERFORM BETTER DISPLAY "No holds on file."
           END-IF
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM GROUP-HOLDS.

       CONFIRM-GROUP-HOLD.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter hold reference to confirm: "
           WITH NO ADVANCING
           ACCEPT HOLD-WORK-REF

           MOVE 0 TO HOLD-FOUND
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HOLD-REF = HOLD-WORK-REF
                               MOVE 1 TO HOLD-FOUND
                               MOVE HOLD-CLIENT TO HOLD-SAVE-CLIENT
                               MOVE HOLD-EVENT-ID TO HOLD-SAVE-EVENT-ID
                               MOVE HOLD-EVENTNAME TO
                                   HOLD-SAVE-EVENTNAME
                               MOVE HOLD-TIER TO HOLD-SAVE-TIER
                               MOVE HOLD-SEATS TO HOLD-SAVE-SEATS
                               MOVE HOLD-PRICE TO HOLD-SAVE-PRICE
                               MOVE HOLD-EXPIRY TO HOLD-SAVE-EXPIRY
                               MOVE HOLD-BAND TO HOLD-SAVE-BAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF

           IF HOLD-FOUND = 0
               PERFORM BETTER
               DISPLAY "No hold found with that reference."
               PERFORM ENDRUN
               PERFORM GROUP-HOLDS
           END-IF

           MOVE SPACES TO HOLD-BOOK-DATE
           MOVE SPACES TO HOLD-BOOK-LOCATION
           MOVE SPACES TO HOLD-BOOK-ORGANIZER
           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               MOVE HOLD-SAVE-EVENT-ID TO EVENT-ID
               READ EventFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EVENTDATE TO HOLD-BOOK-DATE
                       MOVE LOCATION TO HOLD-BOOK-LOCATION
                       MOVE ORGANIZER TO HOLD-BOOK-ORGANIZER
               END-READ
               CLOSE EventFile
           END-IF

           MOVE USERNAME TO HOLD-ADMIN-USER
           MOVE HOLD-SAVE-SEATS TO HOLD-REMAINING
           MOVE 0 TO HOLD-CONFIRMED-CNT
           MOVE 0 TO HOLD-STOP

           PERFORM BETTER
           DISPLAY "Confirm the hold one attendee at a time; any"
           " seats you leave stay on hold."

           PERFORM UNTIL HOLD-STOP = 1 OR HOLD-REMAINING = 0
               PERFORM BETTER
               DISPLAY HOLD-REMAINING " seat(s) left on hold "
               HOLD-WORK-REF
               PERFORM BETTER
               DISPLAY "Attendee username (press ENTER to stop): "
               WITH NO ADVANCING
               ACCEPT HOLD-CONFIRM-USER
               IF HOLD-CONFIRM-USER = SPACES
                   MOVE 1 TO HOLD-STOP
               ELSE
                   MOVE 0 TO HOLD-USER-OK
                   OPEN INPUT UserFile
                   IF FILE-STATUS = "00"
                       MOVE 0 TO EOF
                       PERFORM UNTIL EOF = 1
                           READ UserFile
                               AT END
                                   MOVE 1 TO EOF
                               NOT AT END
                                   IF ATTENDEE-STORED-USERNAME =
                                       HOLD-CONFIRM-USER
                                       MOVE 1 TO HOLD-USER-OK
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE UserFile
                   END-IF
                   IF HOLD-USER-OK = 0
                       PERFORM BETTER
                       DISPLAY "No guest account found with that "
                       "username."
                   ELSE
                       PERFORM BETTER
                       DISPLAY "Seats for this attendee: "
                       WITH NO ADVANCING
                       ACCEPT HOLD-PORTION
                       IF HOLD-PORTION NOT NUMERIC OR
                          HOLD-PORTION = 0 OR
                          HOLD-PORTION > HOLD-REMAINING
                           PERFORM BETTER
                           DISPLAY "Invalid seat count; "
                           HOLD-REMAINING " seat(s) remain."
                       ELSE
                           COMPUTE HOLD-PORTION-COST =
                               HOLD-SAVE-PRICE * HOLD-PORTION
                           MOVE HOLD-CONFIRM-USER TO USERNAME
                           PERFORM GET-ACCOUNT-BALANCE
                           IF HOLD-PORTION-COST > ACCOUNT-BAL
                               MOVE HOLD-ADMIN-USER TO USERNAME
                               PERFORM BETTER
                               DISPLAY "Insufficient wallet balance "
                               "for P" HOLD-PORTION-COST
                               PERFORM BETTER
                               DISPLAY "Those seats stay on hold; "
                               "deposit funds first."
                           ELSE
                               PERFORM NEXT-BOOKING-REF
                               MOVE "GRPHOLD" TO TXN-KIND
                               MOVE HOLD-CONFIRM-USER TO TXN-USER
                               MOVE HOLD-ADMIN-USER TO TXN-OTHER-USER
                               MOVE BOOKING-REF TO TXN-REF
                               MOVE HOLD-WORK-REF TO TXN-NEW-REF
                               MOVE HOLD-SAVE-EVENT-ID TO TXN-EVENT-ID
                               MOVE HOLD-SAVE-EVENTNAME TO
                                   TXN-EVENTNAME
                               MOVE HOLD-SAVE-TIER TO TXN-TIER
                               MOVE HOLD-PORTION TO TXN-SEATS
                               MOVE HOLD-PORTION-COST TO TXN-AMOUNT
                               PERFORM TXN-BEGIN
                               MOVE "WALLET" TO TXN-STEP
                               MOVE ACCOUNT-BAL TO TXN-BEFORE
                               PERFORM TXN-WRITE-JOURNAL
                               SUBTRACT HOLD-PORTION-COST FROM
                                   ACCOUNT-BAL
                               PERFORM UPDATE-ACCOUNT-BALANCE
                               MOVE "LEDGER" TO TXN-STEP
                               MOVE "DEBIT" TO TXN-CODE
                               PERFORM TXN-WRITE-JOURNAL
                               MOVE BOOKING-REF TO LEDGER-ENTRY-REF
                               MOVE "DEBIT" TO LEDGER-ENTRY-TYPE
                               MOVE HOLD-PORTION-COST TO
                                   LEDGER-ENTRY-AMOUNT
                               MOVE HOLD-SAVE-EVENT-ID TO
                                   LEDGER-ENTRY-EVENT-ID
                               PERFORM WRITE-LEDGER-ENTRY

                               MOVE HOLD-PORTION-COST TO
                                   RCPT-ISSUE-AMOUNT
                               MOVE BOOKING-REF TO RCPT-ISSUE-REF
                               MOVE HOLD-SAVE-EVENTNAME TO
                                   RCPT-ISSUE-EVENT
                               MOVE "GROUP" TO RCPT-ISSUE-SOURCE
                               MOVE HOLD-SAVE-EVENT-ID TO
                                   RCPT-ISSUE-EVENT-ID
                               PERFORM ISSUE-SALE-RECEIPT

                               MOVE 0 TO PTS-REDEEM
                               MOVE 0 TO PTS-DISCOUNT
                               MOVE HOLD-PORTION-COST TO
                                   PTS-PAID-AMOUNT
                               PERFORM PTS-POST-PURCHASE

                               MOVE "BOOKREC" TO TXN-STEP
                               PERFORM TXN-WRITE-JOURNAL
                               OPEN EXTEND VIEW-MY-BOOKINGS-FILE
                               IF FILE-STATUS = 30
                                   OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
                               END-IF
                               MOVE HOLD-CONFIRM-USER TO
                                   BOOKED-ATTENDEE-USERNAME
                               MOVE HOLD-SAVE-EVENTNAME TO
                                   BOOKED-EVENTNAME
                               MOVE HOLD-BOOK-DATE TO BOOKED-EVENTDATE
                               MOVE HOLD-BOOK-LOCATION TO
                                   BOOKED-LOCATION
                               MOVE HOLD-SAVE-PRICE TO BOOKED-TP
                               MOVE HOLD-PORTION TO BOOKED-STB
                               MOVE HOLD-BOOK-ORGANIZER TO
                                   BOOKED-ORGANIZER
                               MOVE HOLD-SAVE-TIER TO BOOKED-TIER
                               MOVE BOOKING-REF TO BOOKED-REF
                               MOVE "N" TO BOOKED-CHECKIN
                               MOVE SPACES TO BOOKED-CHECKIN-TIME
                               MOVE HOLD-SAVE-EVENT-ID TO
                                   BOOKED-EVENT-ID
                               MOVE HOLD-PORTION-COST TO BOOKED-PAID
                               MOVE HOLD-SAVE-BAND TO BOOKED-BAND
                               WRITE MyBookingsRecord
                               CLOSE VIEW-MY-BOOKINGS-FILE

                               MOVE HOLD-SAVE-EVENTNAME TO SEARCH-NAME
                               MOVE HOLD-BOOK-DATE TO BOOK-EVENTDATE
                               MOVE HOLD-BOOK-LOCATION TO
                                   BOOK-LOCATION
                               MOVE HOLD-SAVE-TIER TO TIER-BOOK-NAME
                               MOVE HOLD-PORTION TO SEATS-TO-BUY
                               MOVE HOLD-PORTION-COST TO TICKET-AMOUNT
                               MOVE HOLD-SAVE-BAND TO TICKET-BAND
                               MOVE HOLD-SAVE-PRICE TO TICKET-UNIT-PRICE
                               MOVE 0 TO PROMO-APPLIED
                               MOVE 0 TO SEAT-PICK-COUNT
                               MOVE "TICKET" TO TXN-STEP
                               PERFORM TXN-WRITE-JOURNAL
                               PERFORM WRITE-E-TICKET

                               MOVE "HOLD" TO TXN-STEP
                               MOVE HOLD-REMAINING TO TXN-BEFORE
                               PERFORM TXN-WRITE-JOURNAL
                               SUBTRACT HOLD-PORTION FROM
                                   HOLD-REMAINING
                               PERFORM UPDATE-HOLD-SEATS
                               PERFORM TXN-COMMIT

                               MOVE SPACES TO NOTICE-MSG
                               STRING
                                   "GROUP HOLD " DELIMITED BY SIZE
                                   HOLD-WORK-REF DELIMITED BY SIZE
                                   " CONFIRMED: " DELIMITED BY SIZE
                                   FUNCTION
                                   TRIM(HOLD-SAVE-EVENTNAME)
                                       DELIMITED BY SIZE
                                   ". YOUR BOOKING REF IS "
                                       DELIMITED BY SIZE
                                   BOOKING-REF DELIMITED BY SIZE
                                   "." DELIMITED BY SIZE
                                   INTO NOTICE-MSG
                               END-STRING
                               MOVE HOLD-CONFIRM-USER TO
                                   NOTICE-TO-USER
                               PERFORM WRITE-NOTICE
                               PERFORM WRITE-HOLD-CONFIRM-LINE

                               MOVE HOLD-ADMIN-USER TO USERNAME
                               ADD 1 TO HOLD-CONFIRMED-CNT
                               PERFORM BETTER
                               DISPLAY "Booked " HOLD-PORTION
                               " seat(s) for " HOLD-CONFIRM-USER
                               " under ref " BOOKING-REF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF HOLD-REMAINING = 0
               PERFORM DROP-HOLD-RECORD
               PERFORM BETTER
               DISPLAY "Hold fully confirmed across "
               HOLD-CONFIRMED-CNT " attendee(s)."
           ELSE
               IF HOLD-CONFIRMED-CNT > 0
                   PERFORM BETTER
                   DISPLAY HOLD-REMAINING " seat(s) remain on hold "
                   HOLD-WORK-REF " for " HOLD-SAVE-CLIENT
               ELSE
                   PERFORM BETTER
                   DISPLAY "Nothing confirmed; the hold is unchanged."
               END-IF
           END-IF

           IF HOLD-CONFIRMED-CNT > 0
               MOVE "CONFIRM-GROUP-HOLD" TO AUDIT-ACTION
               MOVE HOLD-SAVE-CLIENT TO AUDIT-BEFORE
               MOVE HOLD-CONFIRMED-CNT TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM GROUP-HOLDS.

       UPDATE-HOLD-SEATS.
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-HOLD-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HOLD-REF = HOLD-WORK-REF
                               MOVE HOLD-REMAINING TO HOLD-SEATS
                           END-IF
                           WRITE TempHoldRecord FROM HoldRecord
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE TEMP-HOLD-FILE

               OPEN INPUT TEMP-HOLD-FILE
               OPEN OUTPUT HoldFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-HOLD-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE HoldRecord FROM TempHoldRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-HOLD-FILE
               CLOSE HoldFile
           END-IF.

       RELEASE-GROUP-HOLD.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER
           DISPLAY "Enter hold reference to release: "
           WITH NO ADVANCING
           ACCEPT HOLD-WORK-REF

           MOVE 0 TO HOLD-FOUND
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HOLD-REF = HOLD-WORK-REF
                               MOVE 1 TO HOLD-FOUND
                               MOVE HOLD-CLIENT TO HOLD-SAVE-CLIENT
                               MOVE HOLD-EVENT-ID TO HOLD-SAVE-EVENT-ID
                               MOVE HOLD-EVENTNAME TO
                                   HOLD-SAVE-EVENTNAME
                               MOVE HOLD-TIER TO HOLD-SAVE-TIER
                               MOVE HOLD-SEATS TO HOLD-SAVE-SEATS
                               MOVE HOLD-PRICE TO HOLD-SAVE-PRICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF

           IF HOLD-FOUND = 0
               PERFORM BETTER
               DISPLAY "No hold found with that reference."
           ELSE
               PERFORM DROP-HOLD-RECORD
               PERFORM RELEASE-HOLD-SEATS
               PERFORM WRITE-HOLD-RELEASE-LINE

               MOVE "RELEASE-GROUP-HOLD" TO AUDIT-ACTION
               MOVE HOLD-SAVE-CLIENT TO AUDIT-BEFORE
               MOVE HOLD-SAVE-EVENTNAME TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG

               PERFORM BETTER
               DISPLAY "Hold released and seats returned."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM GROUP-HOLDS.

       DROP-HOLD-RECORD.
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-HOLD-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HOLD-REF NOT = HOLD-WORK-REF
                               WRITE TempHoldRecord FROM HoldRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE TEMP-HOLD-FILE

               OPEN INPUT TEMP-HOLD-FILE
               OPEN OUTPUT HoldFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-HOLD-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE HoldRecord FROM TempHoldRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-HOLD-FILE
               CLOSE HoldFile
           END-IF.

       RELEASE-HOLD-SEATS.
           MOVE HOLD-SAVE-EVENT-ID TO CANCEL-EVENT-ID
           MOVE HOLD-SAVE-SEATS TO CANCEL-SEATS
           MOVE FUNCTION UPPER-CASE(HOLD-SAVE-EVENTNAME) TO
               CANCEL-EVENTNAME
           PERFORM RETURN-SEATS-TO-EVENT
           IF HOLD-SAVE-TIER NOT = SPACES
               MOVE CANCEL-EVENTNAME TO TIER-ADJ-EVENTNAME
               MOVE HOLD-SAVE-TIER TO TIER-ADJ-TIERNAME
               MOVE HOLD-SAVE-SEATS TO TIER-ADJ-SEATS
               MOVE HOLD-SAVE-EVENT-ID TO TIER-ADJ-ID
               PERFORM RETURN-TIER-SEATS
           END-IF.

       SWEEP-EXPIRED-HOLDS.
           MOVE "SWEEP-EXPIRED-HOLDS" TO JOB-CKPT-CURRENT
           MOVE 0 TO HOLD-SWEEP-READ
           MOVE 0 TO HOLD-SWEEP-TOTAL
           MOVE 0 TO HOLD-SWEEP-RESUMED
           PERFORM SWEEP-LOAD-CHECKPOINT
           IF HOLD-SWEEP-COUNT > 0
               MOVE HOLD-SWEEP-COUNT TO HOLD-SWEEP-RESUMED
               PERFORM BETTER
               DISPLAY "Resuming an interrupted hold sweep: "
               HOLD-SWEEP-COUNT " hold(s) still to release."
               PERFORM SWEEP-REMOVE-HOLDS
               PERFORM SWEEP-RELEASE-HOLDS
           END-IF

           MOVE 0 TO HOLD-SWEEP-PASS
           MOVE 1 TO HOLD-SWEEP-MORE
           PERFORM UNTIL HOLD-SWEEP-MORE = 0
               ADD 1 TO HOLD-SWEEP-PASS
               PERFORM SWEEP-ONE-PASS
               IF HOLD-SWEEP-COUNT < HOLD-SWEEP-MAX
                   MOVE 0 TO HOLD-SWEEP-MORE
               END-IF
           END-PERFORM

           IF HOLD-SWEEP-TOTAL > 0
               MOVE "SWEEP-EXPIRED-HOLDS" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-BEFORE
               MOVE HOLD-SWEEP-TOTAL TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
               PERFORM BETTER
               DISPLAY HOLD-SWEEP-TOTAL
               " expired hold(s) swept and released."
           END-IF
           MOVE "SWEEP-EXPIRED-HOLDS" TO JOB-CKPT-CURRENT
           PERFORM JOB-CLEAR-CHECKPOINT.

       SWEEP-ONE-PASS.
           MOVE 0 TO HOLD-SWEEP-COUNT
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-HOLD-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF HOLD-SWEEP-PASS = 1
                               ADD 1 TO HOLD-SWEEP-READ
                           END-IF
                           MOVE 0 TO HOLD-EXP-NUM
                           IF HOLD-EXPIRY (1:2) NUMERIC AND
                              HOLD-EXPIRY (4:2) NUMERIC AND
                              HOLD-EXPIRY (7:2) NUMERIC
                               MOVE HOLD-EXPIRY (7:2) TO
                                   HOLD-TEMP-YEAR
                               ADD 2000 TO HOLD-TEMP-YEAR
                               COMPUTE HOLD-EXP-NUM =
                                   HOLD-TEMP-YEAR * 10000 +
                                   FUNCTION
                                   NUMVAL(HOLD-EXPIRY (1:2)) * 100 +
                                   FUNCTION NUMVAL(HOLD-EXPIRY (4:2))
                           END-IF
                           IF HOLD-EXP-NUM > 0 AND
                              HOLD-EXP-NUM < CUR-DATE-NUM AND
                              HOLD-SWEEP-COUNT < HOLD-SWEEP-MAX
                               ADD 1 TO HOLD-SWEEP-COUNT
                               MOVE HOLD-REF TO
                                   HOLD-SWEEP-REF(HOLD-SWEEP-COUNT)
                               MOVE HOLD-EVENT-ID TO
                                   HOLD-SWEEP-EVENT-ID
                                   (HOLD-SWEEP-COUNT)
                               MOVE HOLD-EVENTNAME TO
                                   HOLD-SWEEP-EVENTNAME
                                   (HOLD-SWEEP-COUNT)
                               MOVE HOLD-TIER TO
                                   HOLD-SWEEP-TIER(HOLD-SWEEP-COUNT)
                               MOVE HOLD-SEATS TO
                                   HOLD-SWEEP-SEATS(HOLD-SWEEP-COUNT)
                               MOVE HOLD-CLIENT TO
                                   HOLD-SWEEP-CLIENT(HOLD-SWEEP-COUNT)
                               MOVE HOLD-PRICE TO
                                   HOLD-SWEEP-PRICE(HOLD-SWEEP-COUNT)
                           ELSE
                               WRITE TempHoldRecord FROM HoldRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE TEMP-HOLD-FILE

               MOVE "SWEPT" TO JOB-CKPT-STATUS
               PERFORM SWEEP-WRITE-CHECKPOINT
                   VARYING HOLD-SWEEP-IDX FROM 1 BY 1
                   UNTIL HOLD-SWEEP-IDX > HOLD-SWEEP-COUNT

               OPEN INPUT TEMP-HOLD-FILE
               OPEN OUTPUT HoldFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-HOLD-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE HoldRecord FROM TempHoldRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-HOLD-FILE
               CLOSE HoldFile

               PERFORM SWEEP-RELEASE-HOLDS
           END-IF.

       SWEEP-RELEASE-HOLDS.
           PERFORM VARYING HOLD-SWEEP-IDX FROM 1 BY 1
               UNTIL HOLD-SWEEP-IDX > HOLD-SWEEP-COUNT
               MOVE HOLD-SWEEP-EVENT-ID(HOLD-SWEEP-IDX) TO
                   HOLD-SAVE-EVENT-ID
               MOVE HOLD-SWEEP-EVENTNAME(HOLD-SWEEP-IDX) TO
                   HOLD-SAVE-EVENTNAME
               MOVE HOLD-SWEEP-TIER(HOLD-SWEEP-IDX) TO
                   HOLD-SAVE-TIER
               MOVE HOLD-SWEEP-SEATS(HOLD-SWEEP-IDX) TO
                   HOLD-SAVE-SEATS
               PERFORM RELEASE-HOLD-SEATS
               MOVE HOLD-SWEEP-REF(HOLD-SWEEP-IDX) TO HOLD-WORK-REF
               MOVE HOLD-SWEEP-CLIENT(HOLD-SWEEP-IDX) TO
                   HOLD-SAVE-CLIENT
               MOVE HOLD-SWEEP-PRICE(HOLD-SWEEP-IDX) TO HOLD-SAVE-PRICE
               PERFORM WRITE-HOLD-RELEASE-LINE
               MOVE "RELEASED" TO JOB-CKPT-STATUS
               PERFORM SWEEP-WRITE-CHECKPOINT
               ADD 1 TO HOLD-SWEEP-TOTAL
               PERFORM BETTER
               DISPLAY "Expired hold " HOLD-SWEEP-REF
               (HOLD-SWEEP-IDX) " for "
               HOLD-SWEEP-CLIENT(HOLD-SWEEP-IDX) " released."
           END-PERFORM.

       SWEEP-WRITE-CHECKPOINT.
           MOVE HOLD-SWEEP-REF(HOLD-SWEEP-IDX) TO JOB-CKPT-KEY
           MOVE HOLD-SWEEP-EVENT-ID(HOLD-SWEEP-IDX) TO
               JOB-CKPT-EVENT-ID
           MOVE HOLD-SWEEP-EVENTNAME(HOLD-SWEEP-IDX) TO JOB-CKPT-NAME
           MOVE SPACES TO JOB-CKPT-DATE
           MOVE HOLD-SWEEP-SEATS(HOLD-SWEEP-IDX) TO JOB-CKPT-SEATS
           MOVE SPACES TO JOB-CKPT-ORGANIZER
           MOVE HOLD-SWEEP-TIER(HOLD-SWEEP-IDX) TO JOB-CKPT-TIER
           MOVE HOLD-SWEEP-CLIENT(HOLD-SWEEP-IDX) TO JOB-CKPT-CLIENT
           MOVE HOLD-SWEEP-PRICE(HOLD-SWEEP-IDX) TO JOB-CKPT-AMOUNT
           MOVE CUR-DATE-NUM TO JOB-CKPT-RUN-DATE
           PERFORM JOB-WRITE-CHECKPOINT.

       SWEEP-LOAD-CHECKPOINT.
           MOVE 0 TO HOLD-SWEEP-COUNT
           OPEN INPUT JobCheckpointFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JOB-CKPT-EOF
           PERFORM UNTIL JOB-CKPT-EOF = 1
               READ JobCheckpointFile
                   AT END
                       MOVE 1 TO JOB-CKPT-EOF
                   NOT AT END
                       MOVE JobCheckpointRecord TO JOB-CKPT-REC
                       IF JOB-CKPT-JOB = JOB-CKPT-CURRENT
                           EVALUATE JOB-CKPT-STATUS
                               WHEN "SWEPT"
                                   IF HOLD-SWEEP-COUNT < HOLD-SWEEP-MAX
                                       ADD 1 TO HOLD-SWEEP-COUNT
                                       MOVE JOB-CKPT-KEY TO
                                       HOLD-SWEEP-REF(HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-EVENT-ID TO
                                       HOLD-SWEEP-EVENT-ID
                                       (HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-NAME TO
                                       HOLD-SWEEP-EVENTNAME
                                       (HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-TIER TO
                                       HOLD-SWEEP-TIER
                                       (HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-SEATS TO
                                       HOLD-SWEEP-SEATS
                                       (HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-CLIENT TO
                                       HOLD-SWEEP-CLIENT
                                       (HOLD-SWEEP-COUNT)
                                       MOVE JOB-CKPT-AMOUNT TO
                                       HOLD-SWEEP-PRICE
                                       (HOLD-SWEEP-COUNT)
                                   END-IF
                               WHEN "RELEASED"
                                   PERFORM SWEEP-DROP-PENDING
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobCheckpointFile.

       SWEEP-DROP-PENDING.
           MOVE 0 TO HOLD-SWEEP-FIND-IDX
           PERFORM VARYING HOLD-SWEEP-IDX FROM 1 BY 1
               UNTIL HOLD-SWEEP-IDX > HOLD-SWEEP-COUNT
               IF HOLD-SWEEP-REF(HOLD-SWEEP-IDX) = JOB-CKPT-KEY
                   MOVE HOLD-SWEEP-IDX TO HOLD-SWEEP-FIND-IDX
               END-IF
           END-PERFORM
           IF HOLD-SWEEP-FIND-IDX > 0
               MOVE HOLD-SWEEP-ENTRY(HOLD-SWEEP-COUNT) TO
                   HOLD-SWEEP-ENTRY(HOLD-SWEEP-FIND-IDX)
               SUBTRACT 1 FROM HOLD-SWEEP-COUNT
           END-IF.

       SWEEP-REMOVE-HOLDS.
           OPEN INPUT HoldFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-HOLD-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HoldFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE 0 TO HOLD-SWEEP-DROP
                           PERFORM VARYING HOLD-SWEEP-IDX FROM 1 BY 1
                               UNTIL HOLD-SWEEP-IDX > HOLD-SWEEP-COUNT
                               IF HOLD-SWEEP-REF(HOLD-SWEEP-IDX) =
                                   HOLD-REF
                                   MOVE 1 TO HOLD-SWEEP-DROP
                               END-IF
                           END-PERFORM
                           IF HOLD-SWEEP-DROP = 0
                               WRITE TempHoldRecord FROM HoldRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE TEMP-HOLD-FILE

               OPEN INPUT TEMP-HOLD-FILE
               OPEN OUTPUT HoldFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-HOLD-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE HoldRecord FROM TempHoldRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-HOLD-FILE
               CLOSE HoldFile
           END-IF.

       WRITE-HOLD-INVOICE.
           OPEN EXTEND GroupInvoiceFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT GroupInvoiceFile
           END-IF
           MOVE ALL "=" TO INVOICE-LINE
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING
               "CHIBOL GROUP HOLD INVOICE   HOLD REF: "
                   DELIMITED BY SIZE
               HOLD-WORK-REF DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING
               "CLIENT: " DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-NEW-CLIENT) DELIMITED BY SIZE
               "   EVENT: " DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-BOOK-EVENTNAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-BOOK-DATE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           IF HOLD-NEW-TIER NOT = SPACES
               STRING
                   "SEATS: " DELIMITED BY SIZE
                   HOLD-NEW-SEATS DELIMITED BY SIZE
                   "   TIER: " DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-NEW-TIER) DELIMITED BY SIZE
                   "   AT: P" DELIMITED BY SIZE
                   HOLD-BOOK-PRICE DELIMITED BY SIZE
                   "   TOTAL DUE: P" DELIMITED BY SIZE
                   HOLD-TOTAL DELIMITED BY SIZE
                   INTO INVOICE-LINE
               END-STRING
           ELSE
               STRING
                   "SEATS: " DELIMITED BY SIZE
                   HOLD-NEW-SEATS DELIMITED BY SIZE
                   "   AT: P" DELIMITED BY SIZE
                   HOLD-BOOK-PRICE DELIMITED BY SIZE
                   "   TOTAL DUE: P" DELIMITED BY SIZE
                   HOLD-TOTAL DELIMITED BY SIZE
                   INTO INVOICE-LINE
               END-STRING
           END-IF
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING
               "HOLD EXPIRES: " DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-NEW-EXPIRY) DELIMITED BY SIZE
               "   PAY BEFORE EXPIRY TO KEEP THE SEATS."
                   DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE ALL "=" TO INVOICE-LINE
           WRITE GroupInvoiceRecord FROM INVOICE-LINE
           MOVE "ISSUED" TO INV-CONF-STATUS
           MOVE HOLD-WORK-REF TO INV-CONF-HOLD-REF
           MOVE 0 TO INV-CONF-BOOK-REF
           MOVE HOLD-NEW-SEATS TO INV-CONF-SEATS
           MOVE HOLD-TOTAL TO INV-CONF-AMOUNT
           MOVE HOLD-NEW-CLIENT TO INV-CONF-USER
           MOVE FUNCTION CURRENT-DATE (1:8) TO INV-CONF-DATE
           WRITE GroupInvoiceRecord FROM INVOICE-CONFIRM-LINE
           CLOSE GroupInvoiceFile.

       WRITE-HOLD-CONFIRM-LINE.
           OPEN EXTEND GroupInvoiceFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT GroupInvoiceFile
           END-IF
           MOVE "CONFIRMED" TO INV-CONF-STATUS
           MOVE HOLD-WORK-REF TO INV-CONF-HOLD-REF
           MOVE BOOKING-REF TO INV-CONF-BOOK-REF
           MOVE HOLD-PORTION TO INV-CONF-SEATS
           MOVE HOLD-PORTION-COST TO INV-CONF-AMOUNT
           MOVE HOLD-CONFIRM-USER TO INV-CONF-USER
           MOVE FUNCTION CURRENT-DATE (1:8) TO INV-CONF-DATE
           WRITE GroupInvoiceRecord FROM INVOICE-CONFIRM-LINE
           CLOSE GroupInvoiceFile.

       WRITE-HOLD-RELEASE-LINE.
           OPEN EXTEND GroupInvoiceFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT GroupInvoiceFile
           END-IF
           MOVE "RELEASED" TO INV-CONF-STATUS
           MOVE HOLD-WORK-REF TO INV-CONF-HOLD-REF
           MOVE 0 TO INV-CONF-BOOK-REF
           MOVE HOLD-SAVE-SEATS TO INV-CONF-SEATS
           COMPUTE INV-CONF-AMOUNT = HOLD-SAVE-PRICE * HOLD-SAVE-SEATS
           MOVE HOLD-SAVE-CLIENT TO INV-CONF-USER
           IF JOB-BATCH = 1
               MOVE JOB-RUN-DATE TO INV-CONF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO INV-CONF-DATE
           END-IF
           WRITE GroupInvoiceRecord FROM INVOICE-CONFIRM-LINE
           CLOSE GroupInvoiceFile.

       NEXT-HOLD-REF.
           MOVE 0 TO HOLD-WORK-REF
           OPEN INPUT HoldSeqFile
           IF FILE-STATUS = "00"
               READ HoldSeqFile
                   AT END
                       MOVE 0 TO HOLD-WORK-REF
                   NOT AT END
                       IF HOLD-SEQ-LAST NUMERIC
                           MOVE HOLD-SEQ-LAST TO HOLD-WORK-REF
                       END-IF
               END-READ
               CLOSE HoldSeqFile
           END-IF
           ADD 1 TO HOLD-WORK-REF
           OPEN OUTPUT HoldSeqFile
           MOVE HOLD-WORK-REF TO HOLD-SEQ-LAST
           WRITE HoldSeqRecord
           CLOSE HoldSeqFile.

       CASH-SESSION.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *          OPERATOR CASH SESSION        *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] OPEN SESSION                          |"
           perform better
           DISPLAY "|    [02] TAKE A CASH DEPOSIT                   |"
           perform better
           DISPLAY "|    [03] CLOSE SESSION AND RECONCILE           |"
           perform better
           DISPLAY "|    [04] BACK                                  |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT CASH-MENU-CHOICE

           EVALUATE CASH-MENU-CHOICE
               WHEN 1
                   PERFORM OPEN-CASH-SESSION
               WHEN 2
                   PERFORM CASH-TAKE-DEPOSIT
               WHEN 3
                   PERFORM CLOSE-CASH-SESSION
               WHEN 4
                   PERFORM ADMIN-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       FIND-OPEN-CASH-SESSION.
           MOVE 0 TO CASH-SES-FOUND
           MOVE 0 TO CASH-SES-FLOAT
           MOVE 0 TO CASH-SES-DEPOSITS
           MOVE SPACES TO CASH-SES-OPEN-TIME
           OPEN INPUT CashSessionFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CashSessionFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SESSION-OPERATOR = USERNAME AND
                               SESSION-STATUS = "O"
                               MOVE 1 TO CASH-SES-FOUND
                               IF SESSION-FLOAT NUMERIC
                                   MOVE SESSION-FLOAT TO CASH-SES-FLOAT
                               END-IF
                               IF SESSION-DEPOSITS NUMERIC
                                   MOVE SESSION-DEPOSITS TO
                                       CASH-SES-DEPOSITS
                               END-IF
                               MOVE SESSION-OPEN-TIME TO
                                   CASH-SES-OPEN-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CashSessionFile
           END-IF.

       UPDATE-CASH-SESSION.
           OPEN INPUT CashSessionFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-CASH-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CashSessionFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SESSION-OPERATOR = USERNAME AND
                               SESSION-STATUS = "O"
                               IF CASH-UPD-MODE = 1
                                   ADD CASH-DEP-AMOUNT TO
                                       SESSION-DEPOSITS
                               ELSE
                                   MOVE "C" TO SESSION-STATUS
                                   MOVE CASH-COUNTED-IN TO
                                       SESSION-COUNTED
                                   MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO SESSION-CLOSE-TIME
                               END-IF
                           END-IF
                           WRITE TempCashSessionRecord FROM
                               CashSessionRecord
                   END-READ
               END-PERFORM
               CLOSE CashSessionFile
               CLOSE TEMP-CASH-FILE

               OPEN INPUT TEMP-CASH-FILE
               OPEN OUTPUT CashSessionFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-CASH-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE CashSessionRecord FROM
                               TempCashSessionRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-CASH-FILE
               CLOSE CashSessionFile
           END-IF.

       OPEN-CASH-SESSION.
           PERFORM FIND-OPEN-CASH-SESSION
           IF CASH-SES-FOUND = 1
               PERFORM BETTER
               DISPLAY "You already have an open cash session."
               PERFORM BETTER
               DISPLAY "Close it before opening a new one."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           PERFORM BETTER
           DISPLAY "Enter opening float: P" WITH NO ADVANCING
           ACCEPT CASH-FLOAT-IN
           IF CASH-FLOAT-IN NOT NUMERIC
               PERFORM BETTER DISPLAY "Invalid amount."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           OPEN EXTEND CashSessionFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT CashSessionFile
           END-IF
           MOVE USERNAME TO SESSION-OPERATOR
           MOVE FUNCTION CURRENT-DATE (1:14) TO SESSION-OPEN-TIME
           MOVE "O" TO SESSION-STATUS
           MOVE CASH-FLOAT-IN TO SESSION-FLOAT
           MOVE 0 TO SESSION-DEPOSITS
           MOVE 0 TO SESSION-COUNTED
           MOVE SPACES TO SESSION-CLOSE-TIME
           WRITE CashSessionRecord
           CLOSE CashSessionFile

           MOVE "CASH-SESSION OPEN" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE
           MOVE CASH-FLOAT-IN TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER
           DISPLAY "Cash session opened with a float of P"
           CASH-FLOAT-IN

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM CASH-SESSION.

       CASH-TAKE-DEPOSIT.
           PERFORM FIND-OPEN-CASH-SESSION
           IF CASH-SES-FOUND = 0
               PERFORM BETTER
               DISPLAY "No open cash session. Open one first."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           PERFORM BETTER
           DISPLAY "Enter guest username: " WITH NO ADVANCING
           ACCEPT CASH-DEP-USER

           MOVE 0 TO CASH-USER-OK
           OPEN INPUT UserFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ UserFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ATTENDEE-STORED-USERNAME = CASH-DEP-USER
                               MOVE 1 TO CASH-USER-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UserFile
           END-IF
           IF CASH-USER-OK = 0
               PERFORM BETTER
               DISPLAY "No guest account found with that username."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           PERFORM BETTER
           DISPLAY "Enter cash amount received: P" WITH NO ADVANCING
           ACCEPT CASH-DEP-AMOUNT
           IF CASH-DEP-AMOUNT NOT NUMERIC OR CASH-DEP-AMOUNT = 0
               PERFORM BETTER DISPLAY "Invalid deposit amount."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           MOVE USERNAME TO CASH-SAVE-USER
           MOVE CASH-DEP-USER TO USERNAME
           PERFORM GET-ACCOUNT-BALANCE
           ADD CASH-DEP-AMOUNT TO ACCOUNT-BAL
           PERFORM UPDATE-ACCOUNT-BALANCE
           MOVE SPACES TO LEDGER-ENTRY-REF
           MOVE "DEPOSIT" TO LEDGER-ENTRY-TYPE
           MOVE CASH-DEP-AMOUNT TO LEDGER-ENTRY-AMOUNT
           MOVE CASH-SAVE-USER TO LEDGER-ENTRY-OPERATOR
           PERFORM WRITE-LEDGER-ENTRY
           MOVE CASH-SAVE-USER TO USERNAME

           MOVE 1 TO CASH-UPD-MODE
           PERFORM UPDATE-CASH-SESSION

           PERFORM BETTER
           DISPLAY "Deposit accepted. P" CASH-DEP-AMOUNT
           " credited to " CASH-DEP-USER

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM CASH-SESSION.

       CLOSE-CASH-SESSION.
           PERFORM FIND-OPEN-CASH-SESSION
           IF CASH-SES-FOUND = 0
               PERFORM BETTER
               DISPLAY "No open cash session to close."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           PERFORM BETTER
           DISPLAY "Enter counted drawer cash: P" WITH NO ADVANCING
           ACCEPT CASH-COUNTED-IN
           IF CASH-COUNTED-IN NOT NUMERIC
               PERFORM BETTER DISPLAY "Invalid amount."
               PERFORM ENDRUN
               PERFORM CASH-SESSION
           END-IF

           MOVE 0 TO CASH-LEDGER-TOTAL
           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LEDGER-TYPE = "DEPOSIT" AND
                              LEDGER-OPERATOR = USERNAME AND
                              LEDGER-DATE NOT <
                                  CASH-SES-OPEN-TIME (1:8)
                               IF LEDGER-AMOUNT NUMERIC
                                   ADD LEDGER-AMOUNT TO
                                       CASH-LEDGER-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF

           MOVE 2 TO CASH-UPD-MODE
           PERFORM UPDATE-CASH-SESSION

           COMPUTE CASH-EXPECTED =
               CASH-SES-FLOAT + CASH-SES-DEPOSITS

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "END-OF-SESSION REPORT FOR " USERNAME
           PERFORM BETTER
           DISPLAY "  Opening float:        P" CASH-SES-FLOAT
           PERFORM BETTER
           DISPLAY "  Deposits this session: P" CASH-SES-DEPOSITS
           PERFORM BETTER
           DISPLAY "  Ledger DEPOSIT total since open: P"
           CASH-LEDGER-TOTAL
           PERFORM BETTER
           DISPLAY "  Expected in drawer:   P" CASH-EXPECTED
           PERFORM BETTER
           DISPLAY "  Counted in drawer:    P" CASH-COUNTED-IN

           MOVE "CASH-SESSION CLOSE" TO AUDIT-ACTION
           IF CASH-COUNTED-IN = CASH-EXPECTED
               PERFORM BETTER
               DISPLAY "  Drawer balances. No variance."
               MOVE "BALANCED" TO AUDIT-BEFORE
               MOVE CASH-COUNTED-IN TO AUDIT-AFTER
           ELSE
               IF CASH-COUNTED-IN > CASH-EXPECTED
                   COMPUTE CASH-VARIANCE =
                       CASH-COUNTED-IN - CASH-EXPECTED
                   PERFORM BETTER
                   DISPLAY "  ** DRAWER OVER BY P" CASH-VARIANCE
                   " **"
                   MOVE "DRAWER OVER" TO AUDIT-BEFORE
               ELSE
                   COMPUTE CASH-VARIANCE =
                       CASH-EXPECTED - CASH-COUNTED-IN
                   PERFORM BETTER
                   DISPLAY "  ** DRAWER SHORT BY P" CASH-VARIANCE
                   " **"
                   MOVE "DRAWER SHORT" TO AUDIT-BEFORE
               END-IF
               MOVE CASH-VARIANCE TO AUDIT-AFTER
           END-IF
           PERFORM WRITE-AUDIT-LOG

           PERFORM BETTER DISPLAY "Cash session closed."
           DISPLAY " "
           PERFORM ENDRUN
           PERFORM CASH-SESSION.

       MY-WALLET.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "

           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|   *               MY WALLET               *   |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           PERFORM GET-ACCOUNT-BALANCE
           PERFORM BETTER
           DISPLAY "Wallet balance: P" ACCOUNT-BAL
           MOVE USERNAME TO PTS-USER
           MOVE FUNCTION CURRENT-DATE (1:8) TO PTS-ASOF
           MOVE SPACES TO PTS-PERIOD-FROM
           PERFORM PTS-COMPUTE-BALANCE
           COMPUTE PTS-LIABILITY = PTS-BALANCE * PTS-PESO-VALUE
           PERFORM BETTER
           DISPLAY "Loyalty points: " PTS-BALANCE " (worth P"
           PTS-LIABILITY ")"
           IF PTS-NEXT-EXPIRY NOT = SPACES
               PERFORM BETTER
               DISPLAY "  " PTS-NEXT-AMOUNT " point(s) expire on "
               PTS-NEXT-EXPIRY
           END-IF
           PERFORM BETTER DISPLAY " "
           perform better
           DISPLAY "|    [01] DEPOSIT FUNDS                         |"
           perform better
           DISPLAY "|    [02] VIEW TRANSACTIONS                     |"
           perform better
           DISPLAY "|    [03] POINTS HISTORY                        |"
           perform better
           DISPLAY "|    [04] BACK                                  |"
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT WALLET-CHOICE

           EVALUATE WALLET-CHOICE
               WHEN 1
                   PERFORM DEPOSIT-FUNDS
               WHEN 2
                   PERFORM VIEW-LEDGER
               WHEN 3
                   PERFORM VIEW-POINTS
               WHEN 4
                   PERFORM GUEST-FEATURES
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       DEPOSIT-FUNDS.
           PERFORM BETTER
           DISPLAY "Enter amount to deposit: P" WITH NO ADVANCING
           ACCEPT DEPOSIT-AMOUNT

           IF DEPOSIT-AMOUNT NUMERIC AND DEPOSIT-AMOUNT > 0
               PERFORM GET-ACCOUNT-BALANCE
               ADD DEPOSIT-AMOUNT TO ACCOUNT-BAL
               PERFORM UPDATE-ACCOUNT-BALANCE
               MOVE SPACES TO LEDGER-ENTRY-REF
               MOVE "DEPOSIT" TO LEDGER-ENTRY-TYPE
               MOVE DEPOSIT-AMOUNT TO LEDGER-ENTRY-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
               PERFORM BETTER
               DISPLAY "Deposit accepted. New balance: P" ACCOUNT-BAL
           ELSE
               PERFORM BETTER
               DISPLAY "Invalid deposit amount."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MY-WALLET.

       VIEW-LEDGER.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Your transactions:"
           PERFORM BETTER DISPLAY " "
           MOVE 0 TO LEDGER-ANY-FOUND
           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF LEDGER-USERNAME = USERNAME
                               MOVE 1 TO LEDGER-ANY-FOUND
                               PERFORM BETTER
                               DISPLAY "  " LEDGER-DATE "  "
                               LEDGER-TYPE " P" LEDGER-AMOUNT
                               "  REF: " LEDGER-REF
                               "  BALANCE: P" LEDGER-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF
           IF LEDGER-ANY-FOUND = 0
               PERFORM BETTER
               DISPLAY "No transactions recorded yet."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MY-WALLET.

       VIEW-POINTS.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "Your loyalty points:"
           PERFORM BETTER DISPLAY " "
           MOVE 0 TO LEDGER-ANY-FOUND
           OPEN INPUT PointsFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PointsFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PTS-USERNAME = USERNAME
                               MOVE 1 TO LEDGER-ANY-FOUND
                               PERFORM BETTER
                               DISPLAY "  " PTS-DATE "  " PTS-TYPE
                               " " PTS-POINTS "  REF: " PTS-REF
                               WITH NO ADVANCING
                               IF PTS-EXPIRY NOT = SPACES
                                   DISPLAY "  EXPIRES: " PTS-EXPIRY
                               ELSE
                                   DISPLAY " "
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PointsFile
           END-IF
           IF LEDGER-ANY-FOUND = 0
               PERFORM BETTER
               DISPLAY "No points earned yet."
           ELSE
               MOVE USERNAME TO PTS-USER
               MOVE FUNCTION CURRENT-DATE (1:8) TO PTS-ASOF
               MOVE SPACES TO PTS-PERIOD-FROM
               PERFORM PTS-COMPUTE-BALANCE
               PERFORM BETTER DISPLAY " "
               PERFORM BETTER
               DISPLAY "Points expired unused: " PTS-EXPIRED
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM MY-WALLET.

       GET-ACCOUNT-BALANCE.
           MOVE 0 TO ACCOUNT-BAL
           MOVE 0 TO ACCOUNT-FOUND
           OPEN INPUT AccountFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AccountFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ACCOUNT-USERNAME = USERNAME
                               MOVE 1 TO ACCOUNT-FOUND
                               IF ACCOUNT-BALANCE NUMERIC
                                   MOVE ACCOUNT-BALANCE TO ACCOUNT-BAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF.

       UPDATE-ACCOUNT-BALANCE.
           MOVE 0 TO ACCOUNT-FOUND
           OPEN INPUT AccountFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-ACCOUNT-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AccountFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ACCOUNT-USERNAME = USERNAME
                               MOVE 1 TO ACCOUNT-FOUND
                               MOVE ACCOUNT-BAL TO ACCOUNT-BALANCE
                           END-IF
                           MOVE ACCOUNT-USERNAME TO ACCOUNT-USERNAME2
                           MOVE ACCOUNT-BALANCE TO ACCOUNT-BALANCE2
                           WRITE TempAccountRecord
                   END-READ
               END-PERFORM
               IF ACCOUNT-FOUND = 0
                   MOVE USERNAME TO ACCOUNT-USERNAME2
                   MOVE ACCOUNT-BAL TO ACCOUNT-BALANCE2
                   WRITE TempAccountRecord
               END-IF
               CLOSE AccountFile
               CLOSE TEMP-ACCOUNT-FILE

               OPEN INPUT TEMP-ACCOUNT-FILE
               OPEN OUTPUT AccountFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-ACCOUNT-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE ACCOUNT-USERNAME2 TO ACCOUNT-USERNAME
                           MOVE ACCOUNT-BALANCE2 TO ACCOUNT-BALANCE
                           WRITE AccountRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-ACCOUNT-FILE
               CLOSE AccountFile
           ELSE
               OPEN OUTPUT AccountFile
               MOVE USERNAME TO ACCOUNT-USERNAME
               MOVE ACCOUNT-BAL TO ACCOUNT-BALANCE
               WRITE AccountRecord
               CLOSE AccountFile
           END-IF.

       WRITE-LEDGER-ENTRY.
           OPEN EXTEND LedgerFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT LedgerFile
           END-IF
           MOVE USERNAME TO LEDGER-USERNAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO LEDGER-DATE
           MOVE LEDGER-ENTRY-REF TO LEDGER-REF
           MOVE LEDGER-ENTRY-TYPE TO LEDGER-TYPE
           MOVE LEDGER-ENTRY-AMOUNT TO LEDGER-AMOUNT
           MOVE ACCOUNT-BAL TO LEDGER-BALANCE
           IF LEDGER-ENTRY-OPERATOR = SPACES
               MOVE USERNAME TO LEDGER-OPERATOR
           ELSE
               MOVE LEDGER-ENTRY-OPERATOR TO LEDGER-OPERATOR
           END-IF
           MOVE LEDGER-ENTRY-EVENT-ID TO LEDGER-EVENT-ID
           WRITE LedgerRecord
           CLOSE LedgerFile
           MOVE SPACES TO LEDGER-ENTRY-OPERATOR
           MOVE 0 TO LEDGER-ENTRY-EVENT-ID.

       NEXT-BOOKING-REF.
           MOVE 0 TO BOOKING-REF
           OPEN INPUT BookingSeqFile
           IF FILE-STATUS = "00"
               READ BookingSeqFile
                   AT END
                       MOVE 0 TO BOOKING-REF
                   NOT AT END
                       IF BOOKING-SEQ-LAST NUMERIC
                           MOVE BOOKING-SEQ-LAST TO BOOKING-REF
                       END-IF
               END-READ
               CLOSE BookingSeqFile
           END-IF
           ADD 1 TO BOOKING-REF
           OPEN OUTPUT BookingSeqFile
           MOVE BOOKING-REF TO BOOKING-SEQ-LAST
           WRITE BookingSeqRecord
           CLOSE BookingSeqFile.

       NEXT-TXN-ID.
           MOVE 0 TO TXN-NEXT-ID
           OPEN INPUT TxnSeqFile
           IF FILE-STATUS = "00"
               READ TxnSeqFile
                   AT END
                       MOVE 0 TO TXN-NEXT-ID
                   NOT AT END
                       IF TXN-SEQ-LAST NUMERIC
                           MOVE TXN-SEQ-LAST TO TXN-NEXT-ID
                       END-IF
               END-READ
               CLOSE TxnSeqFile
           END-IF
           IF TXN-NEXT-ID = 999999
               MOVE 0 TO TXN-NEXT-ID
           END-IF
           ADD 1 TO TXN-NEXT-ID
           OPEN OUTPUT TxnSeqFile
           MOVE TXN-NEXT-ID TO TXN-SEQ-LAST
           WRITE TxnSeqRecord
           CLOSE TxnSeqFile.

       WRITE-E-TICKET.
           OPEN EXTEND TicketFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT TicketFile
           END-IF
           MOVE ALL "=" TO TICKET-LINE
           WRITE TicketRecord FROM TICKET-LINE
           MOVE SPACES TO TICKET-LINE
           STRING
               "CHIBOL E-TICKET          REF: " DELIMITED BY SIZE
               BOOKING-REF DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE TicketRecord FROM TICKET-LINE
           MOVE SPACES TO TICKET-LINE
           STRING
               "EVENT: " DELIMITED BY SIZE
               FUNCTION TRIM(SEARCH-NAME) DELIMITED BY SIZE
               "   DATE: " DELIMITED BY SIZE
               FUNCTION TRIM(BOOK-EVENTDATE) DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE TicketRecord FROM TICKET-LINE
           MOVE SPACES TO TICKET-LINE
           IF TIER-BOOK-NAME NOT = SPACES
               STRING
                   "VENUE: " DELIMITED BY SIZE
                   FUNCTION TRIM(BOOK-LOCATION) DELIMITED BY SIZE
                   "   SEATS: " DELIMITED BY SIZE
                   SEATS-TO-BUY DELIMITED BY SIZE
                   "   TIER: " DELIMITED BY SIZE
                   FUNCTION TRIM(TIER-BOOK-NAME) DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
           ELSE
               STRING
                   "VENUE: " DELIMITED BY SIZE
                   FUNCTION TRIM(BOOK-LOCATION) DELIMITED BY SIZE
                   "   SEATS: " DELIMITED BY SIZE
                   SEATS-TO-BUY DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
           END-IF
           WRITE TicketRecord FROM TICKET-LINE
           IF TICKET-BAND NOT = SPACES
               MOVE SPACES TO TICKET-LINE
               STRING
                   "PRICE BAND: " DELIMITED BY SIZE
                   FUNCTION TRIM(TICKET-BAND) DELIMITED BY SIZE
                   "   PRICE PER SEAT: P" DELIMITED BY SIZE
                   TICKET-UNIT-PRICE DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
               MOVE SPACES TO TICKET-BAND
           END-IF
           IF SEAT-PICK-COUNT > 0
               PERFORM BUILD-SEAT-LIST
               MOVE SPACES TO TICKET-LINE
               STRING
                   "ASSIGNED SEATS: " DELIMITED BY SIZE
                   FUNCTION TRIM(SEAT-LIST-TEXT) DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
           END-IF
           MOVE SPACES TO TICKET-LINE
           STRING
               "AMOUNT PAID: P" DELIMITED BY SIZE
               TICKET-AMOUNT DELIMITED BY SIZE
               "   ATTENDEE: " DELIMITED BY SIZE
               FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE TicketRecord FROM TICKET-LINE
           IF PROMO-APPLIED = 1
               MOVE SPACES TO TICKET-LINE
               STRING
                   "PROMO: " DELIMITED BY SIZE
                   FUNCTION TRIM(PROMO-APPLIED-CODE) DELIMITED BY SIZE
                   "   DISCOUNT: P" DELIMITED BY SIZE
                   PROMO-DISCOUNT DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
           END-IF
           IF RCPT-ON-TICKET = 1
               MOVE SPACES TO TICKET-LINE
               STRING
                   "OFFICIAL RECEIPT: " DELIMITED BY SIZE
                   RCPT-NO-TEXT DELIMITED BY SIZE
                   "   DATE: " DELIMITED BY SIZE
                   RCPT-ISSUE-DATE DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
               MOVE RCPT-ISSUE-RATE TO VAT-RATE-SHOW
               MOVE SPACES TO TICKET-LINE
               STRING
                   "VATABLE: P" DELIMITED BY SIZE
                   RCPT-ISSUE-NET DELIMITED BY SIZE
                   "   VAT " DELIMITED BY SIZE
                   FUNCTION TRIM(VAT-RATE-SHOW) DELIMITED BY SIZE
                   "%: P" DELIMITED BY SIZE
                   RCPT-ISSUE-VAT DELIMITED BY SIZE
                   "   TOTAL: P" DELIMITED BY SIZE
                   RCPT-ISSUE-AMOUNT DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
               MOVE 0 TO RCPT-ON-TICKET
           END-IF
           IF PTS-ON-TICKET = 1
               MOVE SPACES TO TICKET-LINE
               STRING
                   "LOYALTY POINTS USED: " DELIMITED BY SIZE
                   PTS-TICKET-USED DELIMITED BY SIZE
                   " (P" DELIMITED BY SIZE
                   PTS-TICKET-DISCOUNT DELIMITED BY SIZE
                   " OFF)   EARNED: " DELIMITED BY SIZE
                   PTS-TICKET-EARNED DELIMITED BY SIZE
                   INTO TICKET-LINE
               END-STRING
               WRITE TicketRecord FROM TICKET-LINE
               MOVE 0 TO PTS-ON-TICKET
           END-IF
           MOVE ALL "=" TO TICKET-LINE
           WRITE TicketRecord FROM TICKET-LINE
           CLOSE TicketFile.

       USER-MAINTENANCE.
           CALL "SYSTEM" USING 'CLS'
           PERFORM CLEAR-SCREEN
           PERFORM PRINT-BLANK-LINES
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY "   "

           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|   *           USER MAINTENANCE            *   |"
           PERFORM BETTER
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           PERFORM BETTER
           DISPLAY "|                                               |"
           PERFORM BETTER
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|    [01] LIST ACCOUNTS                         |"
           perform better
           DISPLAY "|    [02] RESET A PASSWORD                      |"
           perform better
           DISPLAY "|    [03] DEACTIVATE / REACTIVATE ACCOUNT       |"
           perform better
           DISPLAY "|    [04] CHANGE USER TYPE                      |"
           perform better
           DISPLAY "|    [05] LEGACY PASSWORD REPORT                |"
           perform better
           DISPLAY "|    [06] BACK                                  |"
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           PERFORM BETTER DISPLAY "Enter your choice: "
           WITH NO ADVANCING
           ACCEPT MAINT-CHOICE

           EVALUATE MAINT-CHOICE
               WHEN 1
                   PERFORM MAINT-LIST-ACCOUNTS
               WHEN 2
                   PERFORM MAINT-RESET-PASSWORD
               WHEN 3
                   PERFORM MAINT-ACCOUNT-STATUS
               WHEN 4
                   PERFORM MAINT-CHANGE-TYPE
               WHEN 5
                   PERFORM MAINT-LEGACY-PASSWORDS
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   PERFORM BETTER
                   DISPLAY "Invalid choice. No changes made."
           END-EVALUATE.

       MAINT-LIST-ACCOUNTS.
           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "ADMIN ACCOUNTS:"
           OPEN INPUT AdminFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AdminFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM BETTER
                           DISPLAY "  " ADMIN-STORED-USERNAME
                           " TYPE: " ADMIN-STORED-USER-TYPE
                           WITH NO ADVANCING
                           IF ADMIN-STORED-USER-TYPE = "O"
                               DISPLAY " ORG: " ADMIN-STORED-ORG-NAME
                               WITH NO ADVANCING
                           END-IF
                           IF ADMIN-STORED-STATUS = 'D'
                               DISPLAY " STATUS: DISABLED"
                               WITH NO ADVANCING
                           ELSE
                               DISPLAY " STATUS: ACTIVE"
                               WITH NO ADVANCING
                           END-IF
                           IF ADMIN-FORCE-CHANGE = 'Y'
                               DISPLAY " (PASSWORD RESET PENDING)"
                           ELSE
                               DISPLAY " "
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AdminFile
           ELSE
               PERFORM BETTER DISPLAY "  No admin accounts on file."
           END-IF

           PERFORM BETTER DISPLAY " "
           PERFORM BETTER DISPLAY "GUEST ACCOUNTS:"
           OPEN INPUT UserFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ UserFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           PERFORM BETTER
                           DISPLAY "  " ATTENDEE-STORED-USERNAME
                           " TYPE: " ATTENDEE-STORED-USER-TYPE
                           WITH NO ADVANCING
                           IF ATTENDEE-STORED-USER-TYPE = "O"
                               DISPLAY " ORG: " ATTENDEE-STORED-ORG-NAME
                               WITH NO ADVANCING
                           END-IF
                           IF ATTENDEE-STORED-STATUS = 'D'
                               DISPLAY " STATUS: DISABLED"
                               WITH NO ADVANCING
                           ELSE
                               DISPLAY " STATUS: ACTIVE"
                               WITH NO ADVANCING
                           END-IF
                           IF ATTENDEE-FORCE-CHANGE = 'Y'
                               DISPLAY " (PASSWORD RESET PENDING)"
                           ELSE
                               DISPLAY " "
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UserFile
           ELSE
               PERFORM BETTER DISPLAY "  No guest accounts on file."
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM USER-MAINTENANCE.

       MAINT-RESET-PASSWORD.
           PERFORM BETTER
           DISPLAY "Admin or Guest account (A/G)? " WITH NO ADVANCING
           ACCEPT MAINT-FILE
           MOVE FUNCTION UPPER-CASE(MAINT-FILE) TO MAINT-FILE
           IF MAINT-FILE NOT = "A" AND MAINT-FILE NOT = "G"
               PERFORM BETTER
               DISPLAY "Invalid choice. No changes made."
           ELSE
           PERFORM BETTER
           DISPLAY "Enter username: " WITH NO ADVANCING
           ACCEPT MAINT-USERNAME
           PERFORM BETTER DISPLAY "Enter temporary password:"
           PERFORM BETTER ACCEPT NEW-PASSWORD
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(NEW-PASSWORD))
               NOT < 8
               PERFORM BETTER
               DISPLAY 'Password must be at least 8 characters.'
               PERFORM BETTER DISPLAY "Enter temporary password:"
               PERFORM BETTER ACCEPT NEW-PASSWORD
           END-PERFORM
           MOVE NEW-PASSWORD TO PASSWORDS
           PERFORM PWH-SET-PASSWORD

           MOVE "*" TO MAINT-NEW-STATUS
           MOVE "Y" TO MAINT-NEW-FORCE
           MOVE "*" TO MAINT-NEW-TYPE
           IF MAINT-FILE = "A"
               PERFORM MAINT-APPLY-ADMIN-FILE
           ELSE
               PERFORM MAINT-APPLY-USER-FILE
           END-IF

           IF MAINT-FOUND = 1
               PERFORM BETTER
               DISPLAY "Password reset. The user must choose a new "
               "password at next login."
               MOVE "USER-MAINT: RESET PASSWORD" TO AUDIT-ACTION
               MOVE MAINT-USERNAME TO AUDIT-BEFORE
               MOVE "FORCE CHANGE AT NEXT LOGIN" TO AUDIT-AFTER
               PERFORM WRITE-AUDIT-LOG
           ELSE
               PERFORM BETTER
               DISPLAY "No account found with that username."
           END-IF
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM USER-MAINTENANCE.

       MAINT-ACCOUNT-STATUS.
           PERFORM BETTER
           DISPLAY "Admin or Guest account (A/G)? " WITH NO ADVANCING
           ACCEPT MAINT-FILE
           MOVE FUNCTION UPPER-CASE(MAINT-FILE) TO MAINT-FILE
           IF MAINT-FILE NOT = "A" AND MAINT-FILE NOT = "G"
               PERFORM BETTER
               DISPLAY "Invalid choice. No changes made."
           ELSE
           PERFORM BETTER
           DISPLAY "Enter username: " WITH NO ADVANCING
           ACCEPT MAINT-USERNAME
           PERFORM BETTER
           DISPLAY "Deactivate or Reactivate (D/R)? "
           WITH NO ADVANCING
           ACCEPT MAINT-STATUS-CHOICE
           MOVE FUNCTION UPPER-CASE(MAINT-STATUS-CHOICE) TO
               MAINT-STATUS-CHOICE

           IF MAINT-STATUS-CHOICE = "D" OR MAINT-STATUS-CHOICE = "R"
               MOVE SPACES TO MAINT-NEW-HASH
               IF MAINT-STATUS-CHOICE = "D"
                   MOVE "D" TO MAINT-NEW-STATUS
               ELSE
                   MOVE " " TO MAINT-NEW-STATUS
               END-IF
               MOVE "*" TO MAINT-NEW-FORCE
               MOVE "*" TO MAINT-NEW-TYPE
               IF MAINT-FILE = "A"
                   PERFORM MAINT-APPLY-ADMIN-FILE
               ELSE
                   PERFORM MAINT-APPLY-USER-FILE
               END-IF

               IF MAINT-FOUND = 1
                   MOVE MAINT-USERNAME TO AUDIT-BEFORE
                   IF MAINT-STATUS-CHOICE = "D"
                       PERFORM BETTER
                       DISPLAY "Account deactivated. Sign-in will now "
                       "refuse it."
                       MOVE "USER-MAINT: DEACTIVATE" TO AUDIT-ACTION
                       MOVE "DISABLED" TO AUDIT-AFTER
                   ELSE
                       PERFORM BETTER
                       DISPLAY "Account reactivated."
                       MOVE "USER-MAINT: REACTIVATE" TO AUDIT-ACTION
                       MOVE "ACTIVE" TO AUDIT-AFTER
                   END-IF
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   PERFORM BETTER
                   DISPLAY "No account found with that username."
               END-IF
           ELSE
               PERFORM BETTER
               DISPLAY "Invalid choice. No changes made."
           END-IF
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM USER-MAINTENANCE.

       MAINT-CHANGE-TYPE.
           PERFORM BETTER
           DISPLAY "Admin or Guest account (A/G)? " WITH NO ADVANCING
           ACCEPT MAINT-FILE
           MOVE FUNCTION UPPER-CASE(MAINT-FILE) TO MAINT-FILE
           IF MAINT-FILE NOT = "A" AND MAINT-FILE NOT = "G"
               PERFORM BETTER
               DISPLAY "Invalid choice. No changes made."
           ELSE
           PERFORM BETTER
           DISPLAY "Enter username: " WITH NO ADVANCING
           ACCEPT MAINT-USERNAME
           PERFORM BETTER
           DISPLAY "Enter new user-type (A for Admin, G for Guest, "
           "O for Organizer): " WITH NO ADVANCING
           ACCEPT MAINT-NEW-TYPE
           MOVE FUNCTION UPPER-CASE(MAINT-NEW-TYPE) TO MAINT-NEW-TYPE
           MOVE SPACES TO MAINT-NEW-ORG
           IF MAINT-NEW-TYPE = "O"
               PERFORM BETTER
               DISPLAY "Organizer name (as on the organizer list): "
               WITH NO ADVANCING
               ACCEPT MAINT-NEW-ORG
               MOVE FUNCTION UPPER-CASE(MAINT-NEW-ORG) TO MAINT-NEW-ORG
               MOVE MAINT-NEW-ORG TO ORGP-NAME
               PERFORM ORGP-CHECK-ORGANIZER
               MOVE SPACES TO ORGP-NAME
               IF ORGP-LINKED = 0
                   PERFORM BETTER
                   DISPLAY "No organizer by that name is on file."
                   MOVE SPACE TO MAINT-NEW-TYPE
               END-IF
           END-IF

           IF MAINT-NEW-TYPE = "A" OR MAINT-NEW-TYPE = "G" OR
               MAINT-NEW-TYPE = "O"
               MOVE SPACES TO MAINT-NEW-HASH
               MOVE "*" TO MAINT-NEW-STATUS
               MOVE "*" TO MAINT-NEW-FORCE
               IF MAINT-FILE = "A"
                   PERFORM MAINT-APPLY-ADMIN-FILE
               ELSE
                   PERFORM MAINT-APPLY-USER-FILE
               END-IF

               IF MAINT-FOUND = 1
                   PERFORM BETTER DISPLAY "User type updated."
                   MOVE "USER-MAINT: CHANGE TYPE" TO AUDIT-ACTION
                   MOVE MAINT-USERNAME TO AUDIT-BEFORE
                   MOVE SPACES TO AUDIT-AFTER
                   STRING
                       MAINT-NEW-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MAINT-NEW-ORG DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   PERFORM BETTER
                   DISPLAY "No account found with that username."
               END-IF
           ELSE
               PERFORM BETTER
               DISPLAY "Invalid user-type. No changes made."
           END-IF
           END-IF

           DISPLAY " "
           PERFORM ENDRUN
           PERFORM USER-MAINTENANCE.

       MAINT-APPLY-USER-FILE.
           MOVE 0 TO MAINT-FOUND
           OPEN INPUT UserFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-USER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ UserFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ATTENDEE-STORED-USERNAME = MAINT-USERNAME
                               MOVE 1 TO MAINT-FOUND
                               IF MAINT-NEW-HASH NOT = SPACES
                                   MOVE SPACES TO
                                       ATTENDEE-STORED-PASSWORD
                                   MOVE MAINT-NEW-SALT TO
                                       ATTENDEE-STORED-SALT
                                   MOVE MAINT-NEW-HASH TO
                                       ATTENDEE-STORED-HASH
                               END-IF
                               IF MAINT-NEW-STATUS NOT = "*"
                                   MOVE MAINT-NEW-STATUS TO
                                       ATTENDEE-STORED-STATUS
                               END-IF
                               IF MAINT-NEW-FORCE NOT = "*"
                                   MOVE MAINT-NEW-FORCE TO
                                       ATTENDEE-FORCE-CHANGE
                               END-IF
                               IF MAINT-NEW-TYPE NOT = "*"
                                   MOVE MAINT-NEW-TYPE TO
                                       ATTENDEE-STORED-USER-TYPE
                                   MOVE MAINT-NEW-ORG TO
                                       ATTENDEE-STORED-ORG-NAME
                               END-IF
                           END-IF
                           WRITE TempUserRecord FROM UserRecord
                   END-READ
               END-PERFORM
               CLOSE UserFile
               CLOSE TEMP-USER-FILE

               OPEN INPUT TEMP-USER-FILE
               OPEN OUTPUT UserFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-USER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE UserRecord FROM TempUserRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-USER-FILE
               CLOSE UserFile
           END-IF.

       MAINT-APPLY-ADMIN-FILE.
           MOVE 0 TO MAINT-FOUND
           OPEN INPUT AdminFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-ADMIN-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ AdminFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF ADMIN-STORED-USERNAME = MAINT-USERNAME
                               MOVE 1 TO MAINT-FOUND
                               IF MAINT-NEW-HASH NOT = SPACES
                                   MOVE SPACES TO
                                       ADMIN-STORED-PASSWORD
                                   MOVE MAINT-NEW-SALT TO
                                       ADMIN-STORED-SALT
                                   MOVE MAINT-NEW-HASH TO
                                       ADMIN-STORED-HASH
                               END-IF
                               IF MAINT-NEW-STATUS NOT = "*"
                                   MOVE MAINT-NEW-STATUS TO
                                       ADMIN-STORED-STATUS
                               END-IF
                               IF MAINT-NEW-FORCE NOT = "*"
                                   MOVE MAINT-NEW-FORCE TO
                                       ADMIN-FORCE-CHANGE
                               END-IF
                               IF MAINT-NEW-TYPE NOT = "*"
                                   MOVE MAINT-NEW-TYPE TO
                                       ADMIN-STORED-USER-TYPE
                                   MOVE MAINT-NEW-ORG TO
                                       ADMIN-STORED-ORG-NAME
                               END-IF
                           END-IF
                           WRITE TempAdminRecord FROM AdminRecord
                   END-READ
               END-PERFORM
               CLOSE AdminFile
               CLOSE TEMP-ADMIN-FILE

               OPEN INPUT TEMP-ADMIN-FILE
               OPEN OUTPUT AdminFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-ADMIN-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE AdminRecord FROM TempAdminRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-ADMIN-FILE
               CLOSE AdminFile
           END-IF.

       GUEST-FORCE-NEW-PASSWORD.
           PERFORM BETTER
           DISPLAY "A password reset was ordered for your account."
           PERFORM BETTER
           DISPLAY "You must choose a new password now."
           PERFORM BETTER DISPLAY 'Enter New Password:'
           PERFORM BETTER ACCEPT NEW-PASSWORD
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(NEW-PASSWORD))
               NOT < 8
               PERFORM BETTER
               DISPLAY 'Password must be at least 8 characters.'
               PERFORM BETTER DISPLAY 'Enter New Password:'
               PERFORM BETTER ACCEPT NEW-PASSWORD
           END-PERFORM
           MOVE NEW-PASSWORD TO PASSWORDS
           PERFORM PWH-SET-PASSWORD

           MOVE USERNAME TO MAINT-USERNAME
           MOVE "*" TO MAINT-NEW-STATUS
           MOVE " " TO MAINT-NEW-FORCE
           MOVE "*" TO MAINT-NEW-TYPE
           PERFORM MAINT-APPLY-USER-FILE

           MOVE "PASSWORD CHANGED AT LOGIN" TO AUDIT-ACTION
           MOVE USERNAME TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG
           PERFORM BETTER DISPLAY "Password updated."
           ACCEPT END-IN.

       ADMIN-FORCE-NEW-PASSWORD.
           PERFORM BETTER
           DISPLAY "A password reset was ordered for your account."
           PERFORM BETTER
           DISPLAY "You must choose a new password now."
           PERFORM BETTER DISPLAY 'Enter New Password:'
           PERFORM BETTER ACCEPT NEW-PASSWORD
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(NEW-PASSWORD))
               NOT < 8
               PERFORM BETTER
               DISPLAY 'Password must be at least 8 characters.'
               PERFORM BETTER DISPLAY 'Enter New Password:'
               PERFORM BETTER ACCEPT NEW-PASSWORD
           END-PERFORM
           MOVE NEW-PASSWORD TO PASSWORDS
           PERFORM PWH-SET-PASSWORD

           MOVE USERNAME TO MAINT-USERNAME
           MOVE "*" TO MAINT-NEW-STATUS
           MOVE " " TO MAINT-NEW-FORCE
           MOVE "*" TO MAINT-NEW-TYPE
           PERFORM MAINT-APPLY-ADMIN-FILE

           MOVE "PASSWORD CHANGED AT LOGIN" TO AUDIT-ACTION
           MOVE USERNAME TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG
           PERFORM BETTER DISPLAY "Password updated."
           ACCEPT END-IN.

       WRITE-NOTICE.
           OPEN EXTEND NoticeFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT NoticeFile
           END-IF
           MOVE NOTICE-TO-USER TO NOTICE-USERNAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO NOTICE-DATE
           MOVE " " TO NOTICE-READ
           MOVE NOTICE-MSG TO NOTICE-TEXT
           WRITE NoticeRecord
           CLOSE NoticeFile.

       DELIVER-NOTICES.
           MOVE 0 TO NOTICE-ANY-FOUND
           OPEN INPUT NoticeFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-NOTICE-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ NoticeFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF NOTICE-USERNAME = USERNAME AND
                               NOTICE-READ NOT = "Y"
                               IF NOTICE-ANY-FOUND = 0
                                   PERFORM BETTER DISPLAY " "
                                   PERFORM BETTER
                                   DISPLAY "You have new notices:"
                               END-IF
                               MOVE 1 TO NOTICE-ANY-FOUND
                               PERFORM BETTER
                               DISPLAY "  " NOTICE-DATE "  "
                               NOTICE-TEXT
                               MOVE "Y" TO NOTICE-READ
                           END-IF
                           WRITE TempNoticeRecord FROM NoticeRecord
                   END-READ
               END-PERFORM
               CLOSE NoticeFile
               CLOSE TEMP-NOTICE-FILE

               IF NOTICE-ANY-FOUND = 1
                   OPEN INPUT TEMP-NOTICE-FILE
                   OPEN OUTPUT NoticeFile
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TEMP-NOTICE-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               WRITE NoticeRecord FROM TempNoticeRecord
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-NOTICE-FILE
                   CLOSE NoticeFile
                   ACCEPT END-IN
               END-IF
           END-IF.

       CASCADE-DELETE-BOOKINGS.
           MOVE USERNAME TO CASCADE-ADMIN-USER
           MOVE 0 TO CASCADE-COUNT
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS = "00"
               CLOSE VIEW-MY-BOOKINGS-FILE
               PERFORM BACKUP-BOOKINGS-FILE
               OPEN INPUT VIEW-MY-BOOKINGS-FILE
               OPEN OUTPUT TEMP-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ VIEW-MY-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION
                               UPPER-CASE(BOOKED-EVENTNAME) TO
                               CASCADE-NAME-SCRATCH
                           MOVE 0 TO CASCADE-MATCH
                           IF CASCADE-EVENT-ID > 0 AND
                               BOOKED-EVENT-ID NUMERIC
                               IF BOOKED-EVENT-ID = CASCADE-EVENT-ID
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           ELSE
                               IF CASCADE-NAME-SCRATCH =
                                   CASCADE-EVENTNAME
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           END-IF
                           IF CASCADE-MATCH = 1
                               ADD 1 TO CASCADE-COUNT
                               MOVE 0 TO CASCADE-REFUND
                               IF BOOKED-PAID NOT = SPACES
                                   MOVE FUNCTION NUMVAL(BOOKED-PAID)
                                   TO CASCADE-REFUND
                               ELSE
                               IF BOOKED-TP NOT = SPACES AND
                                   BOOKED-STB NOT = SPACES
                                   COMPUTE CASCADE-REFUND =
                                   FUNCTION NUMVAL(BOOKED-TP) *
                                   FUNCTION NUMVAL(BOOKED-STB)
                               END-IF
                               END-IF
                               IF CASCADE-REFUND > 0
                                   MOVE BOOKED-ATTENDEE-USERNAME TO
                                       USERNAME
                                   PERFORM GET-ACCOUNT-BALANCE
                                   ADD CASCADE-REFUND TO ACCOUNT-BAL
                                   PERFORM UPDATE-ACCOUNT-BALANCE
                                   MOVE BOOKED-REF TO LEDGER-ENTRY-REF
                                   MOVE "CREDIT" TO LEDGER-ENTRY-TYPE
                                   MOVE CASCADE-REFUND TO
                                       LEDGER-ENTRY-AMOUNT
                                   IF BOOKED-EVENT-ID NUMERIC
                                       MOVE BOOKED-EVENT-ID TO
                                           LEDGER-ENTRY-EVENT-ID
                                   END-IF
                                   PERFORM WRITE-LEDGER-ENTRY
                                   MOVE CASCADE-REFUND TO
                                       RCPT-ISSUE-AMOUNT
                                   MOVE BOOKED-REF TO RCPT-ISSUE-REF
                                   MOVE CASCADE-EVENTNAME TO
                                       RCPT-ISSUE-EVENT
                                   MOVE "CASCADE" TO RCPT-ISSUE-SOURCE
                                   MOVE 0 TO RCPT-ISSUE-EVENT-ID
                                   IF BOOKED-EVENT-ID NUMERIC
                                       MOVE BOOKED-EVENT-ID TO
                                           RCPT-ISSUE-EVENT-ID
                                   END-IF
                                   MOVE 0 TO RCPT-ISSUE-JOURNAL
                                   PERFORM ISSUE-REFUND-MEMO
                                   MOVE CASCADE-ADMIN-USER TO USERNAME
                               END-IF
                               MOVE SPACES TO NOTICE-MSG
                               IF CASCADE-REFUND > 0
                               STRING
                                   "EVENT CANCELLED: "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTNAME)
                                       DELIMITED BY SIZE
                                   " ON " DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTDATE)
                                       DELIMITED BY SIZE
                                   ". YOUR BOOKING REF "
                                       DELIMITED BY SIZE
                                   BOOKED-REF DELIMITED BY SIZE
                                   " WAS CANCELLED AND P"
                                       DELIMITED BY SIZE
                                   CASCADE-REFUND DELIMITED BY SIZE
                                   " REFUNDED TO YOUR WALLET."
                                       DELIMITED BY SIZE
                                   INTO NOTICE-MSG
                               END-STRING
                               ELSE
                               STRING
                                   "EVENT CANCELLED: "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTNAME)
                                       DELIMITED BY SIZE
                                   " ON " DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTDATE)
                                       DELIMITED BY SIZE
                                   ". YOUR BOOKING REF "
                                       DELIMITED BY SIZE
                                   BOOKED-REF DELIMITED BY SIZE
                                   " WAS CANCELLED. CONTACT THE "
                                       DELIMITED BY SIZE
                                   "OFFICE ABOUT ANY REFUND DUE."
                                       DELIMITED BY SIZE
                                   INTO NOTICE-MSG
                               END-STRING
                               END-IF
                               IF BOOKED-REF NUMERIC
                                   MOVE BOOKED-REF TO PTS-W-REF
                                   MOVE 0 TO PTS-W-TXN-ID
                                   PERFORM PTS-REVERSE-BOOKING
                               END-IF
                               MOVE BOOKED-ATTENDEE-USERNAME TO
                                   NOTICE-TO-USER
                               PERFORM WRITE-NOTICE
                               MOVE 0 TO EOF
                           ELSE
                               MOVE MyBookingsRecord TO
                                   TEMP-BOOKINGS-RECORD
                               WRITE TEMP-BOOKINGS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIEW-MY-BOOKINGS-FILE
               CLOSE TEMP-BOOKINGS-FILE

               OPEN INPUT TEMP-BOOKINGS-FILE
               OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE MyBookingsRecord FROM
                               TEMP-BOOKINGS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-BOOKINGS-FILE
               CLOSE VIEW-MY-BOOKINGS-FILE
           END-IF
           MOVE CASCADE-ADMIN-USER TO USERNAME.

       CASCADE-PURGE-WAITLIST.
           OPEN INPUT WaitlistFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-WAITLIST-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ WaitlistFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION
                               UPPER-CASE(WAITLIST-EVENTNAME) TO
                               CASCADE-NAME-SCRATCH
                           MOVE 0 TO CASCADE-MATCH
                           IF CASCADE-EVENT-ID > 0 AND
                               WAITLIST-EVENT-ID NUMERIC
                               IF WAITLIST-EVENT-ID = CASCADE-EVENT-ID
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           ELSE
                               IF CASCADE-NAME-SCRATCH =
                                   CASCADE-EVENTNAME
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           END-IF
                           IF CASCADE-MATCH = 1
                               MOVE SPACES TO NOTICE-MSG
                               STRING
                                   "EVENT CANCELLED: "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTNAME)
                                       DELIMITED BY SIZE
                                   " ON " DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTDATE)
                                       DELIMITED BY SIZE
                                   ". YOU WERE REMOVED FROM ITS "
                                       DELIMITED BY SIZE
                                   "WAITLIST." DELIMITED BY SIZE
                                   INTO NOTICE-MSG
                               END-STRING
                               MOVE WAITLIST-USERNAME TO
                                   NOTICE-TO-USER
                               PERFORM WRITE-NOTICE
                           ELSE
                               MOVE WaitlistRecord TO
                                   TempWaitlistRecord
                               WRITE TempWaitlistRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WaitlistFile
               CLOSE TEMP-WAITLIST-FILE

               OPEN INPUT TEMP-WAITLIST-FILE
               OPEN OUTPUT WaitlistFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-WAITLIST-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE WaitlistRecord FROM TempWaitlistRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-WAITLIST-FILE
               CLOSE WaitlistFile
           END-IF.

       NOTIFY-DATE-CHANGE.
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ VIEW-MY-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION
                               UPPER-CASE(BOOKED-EVENTNAME) TO
                               CASCADE-NAME-SCRATCH
                           MOVE 0 TO CASCADE-MATCH
                           IF CASCADE-EVENT-ID > 0 AND
                               BOOKED-EVENT-ID NUMERIC
                               IF BOOKED-EVENT-ID = CASCADE-EVENT-ID
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           ELSE
                               IF CASCADE-NAME-SCRATCH =
                                   CASCADE-EVENTNAME
                                   MOVE 1 TO CASCADE-MATCH
                               END-IF
                           END-IF
                           IF CASCADE-MATCH = 1
                               MOVE NEW-DATE TO BOOKED-EVENTDATE
                               MOVE SPACES TO NOTICE-MSG
                               STRING
                                   "DATE CHANGE: "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(CASCADE-EVENTNAME)
                                       DELIMITED BY SIZE
                                   " MOVED FROM " DELIMITED BY SIZE
                                   FUNCTION TRIM(EDIT-OLD-DATE)
                                       DELIMITED BY SIZE
                                   " TO " DELIMITED BY SIZE
                                   FUNCTION TRIM(NEW-DATE)
                                       DELIMITED BY SIZE
                                   ". BOOKING REF "
                                       DELIMITED BY SIZE
                                   BOOKED-REF DELIMITED BY SIZE
                                   " STILL STANDS." DELIMITED BY SIZE
                                   INTO NOTICE-MSG
                               END-STRING
                               MOVE BOOKED-ATTENDEE-USERNAME TO
                                   NOTICE-TO-USER
                               PERFORM WRITE-NOTICE
                           END-IF
                           MOVE MyBookingsRecord TO
                               TEMP-BOOKINGS-RECORD
                           WRITE TEMP-BOOKINGS-RECORD
                   END-READ
               END-PERFORM
               CLOSE VIEW-MY-BOOKINGS-FILE
               CLOSE TEMP-BOOKINGS-FILE

               OPEN INPUT TEMP-BOOKINGS-FILE
               OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE MyBookingsRecord FROM
                               TEMP-BOOKINGS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-BOOKINGS-FILE
               CLOSE VIEW-MY-BOOKINGS-FILE
           END-IF.

       TXN-BEGIN.
           PERFORM NEXT-TXN-ID
           MOVE TXN-NEXT-ID TO TXN-ID
           MOVE SPACES TO TXN-PTS-USER
           MOVE 0 TO TXN-PTS-REF
           MOVE "BEGIN" TO TXN-STEP
           MOVE 0 TO TXN-BEFORE
           MOVE SPACES TO TXN-CODE
           PERFORM TXN-WRITE-JOURNAL.

       TXN-COMMIT.
           MOVE "COMMIT" TO TXN-STEP
           MOVE 0 TO TXN-BEFORE
           MOVE SPACES TO TXN-CODE
           PERFORM TXN-WRITE-JOURNAL.

       TXN-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO TXN-TIME
           OPEN EXTEND TxnJournalFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT TxnJournalFile
           END-IF
           WRITE TxnJournalRecord FROM TXN-REC
           CLOSE TxnJournalFile.

       TXN-READ-EVENT-SEATS.
           MOVE 0 TO TXN-FOUND
           MOVE 0 TO TXN-BEFORE
           OPEN INPUT EventFile
           IF FILE-STATUS = "00"
               IF TXN-EVENT-ID = 0
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ EventFile NEXT
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE FUNCTION UPPER-CASE(EVENTNAME) TO
                                   EVENTNAME-SCRATCH
                               IF EVENTNAME-SCRATCH = TXN-EVENTNAME
                                   MOVE 1 TO TXN-FOUND
                                   MOVE EVENT-ID TO TXN-EVENT-ID
                                   MOVE AVAILABLE-SEATS TO TXN-BEFORE
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE TXN-EVENT-ID TO EVENT-ID
                   READ EventFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO TXN-FOUND
                           MOVE AVAILABLE-SEATS TO TXN-BEFORE
                   END-READ
               END-IF
               CLOSE EventFile
           END-IF.

       TXN-READ-TIER-SEATS.
           MOVE 0 TO TXN-BEFORE
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TXN-EVENT-ID > 0 AND TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TXN-EVENT-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH = TXN-EVENTNAME
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 1 AND TIER-NAME = TXN-TIER
                               AND TIER-SEATS NUMERIC
                               MOVE TIER-SEATS TO TXN-BEFORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
           END-IF.

       TXN-READ-PROMO-USED.
           MOVE 0 TO TXN-BEFORE
           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PROMO-CODE = TXN-CODE AND
                               PROMO-USED NUMERIC
                               MOVE PROMO-USED TO TXN-BEFORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       TXN-LOG-SEAT-ROWS.
           OPEN INPUT SeatAssignFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ SeatAssignFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SEAT-ASSIGN-REF NUMERIC AND
                               SEAT-ASSIGN-REF = TXN-REF
                               MOVE "SEATROW" TO TXN-STEP
                               COMPUTE TXN-BEFORE =
                                   SEAT-ASSIGN-ROW * 1000 +
                                   SEAT-ASSIGN-SEAT
                               MOVE SEAT-ASSIGN-EVENT-ID TO TXN-CODE
                               PERFORM TXN-WRITE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeatAssignFile
           END-IF
           MOVE SPACES TO TXN-CODE.

       RECOVER-TRANSACTIONS.
           MOVE 0 TO TXN-OPEN-COUNT
           MOVE 0 TO TXN-STEP-COUNT
           MOVE 0 TO TXN-ROLLED-BACK
           MOVE 0 TO TXN-OVERFLOW
           MOVE 0 TO TXN-LOST-BEGINS
           MOVE 0 TO TXN-LOST-STEPS
           OPEN INPUT TxnJournalFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TXN-EOF
           PERFORM UNTIL TXN-EOF = 1
               READ TxnJournalFile
                   AT END
                       MOVE 1 TO TXN-EOF
                   NOT AT END
                       MOVE TxnJournalRecord TO TXN-REC
                       IF TXN-STEP = "BEGIN"
                           IF TXN-OPEN-COUNT < TXN-OPEN-MAX
                               ADD 1 TO TXN-OPEN-COUNT
                               MOVE TXN-ID TO
                                   TXN-OPEN-ID(TXN-OPEN-COUNT)
                               MOVE "O" TO
                                   TXN-OPEN-STATE(TXN-OPEN-COUNT)
                               MOVE 0 TO
                                   TXN-OPEN-STEPS(TXN-OPEN-COUNT)
                               MOVE TxnJournalRecord TO
                                   TXN-OPEN-BEGIN(TXN-OPEN-COUNT)
                           ELSE
                               MOVE 1 TO TXN-OVERFLOW
                               ADD 1 TO TXN-LOST-BEGINS
                           END-IF
                       END-IF
                       IF TXN-STEP = "COMMIT" OR TXN-STEP = "ROLLBACK"
                           MOVE 0 TO TXN-OPEN-HIT
                           PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
                               UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
                               IF TXN-OPEN-ID(TXN-OPEN-IDX) = TXN-ID
                                   MOVE TXN-OPEN-IDX TO TXN-OPEN-HIT
                               END-IF
                           END-PERFORM
                           IF TXN-OPEN-HIT > 0
                               MOVE TXN-OPEN-ENTRY(TXN-OPEN-COUNT) TO
                                   TXN-OPEN-ENTRY(TXN-OPEN-HIT)
                               SUBTRACT 1 FROM TXN-OPEN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TxnJournalFile

           PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
               UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
               IF TXN-OPEN-STATE(TXN-OPEN-IDX) = "O"
                   ADD 1 TO TXN-ROLLED-BACK
               END-IF
           END-PERFORM

           IF TXN-ROLLED-BACK = 0 AND TXN-OVERFLOW = 0
               OPEN OUTPUT TxnJournalFile
               CLOSE TxnJournalFile
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TxnJournalFile
           MOVE 0 TO TXN-EOF
           PERFORM UNTIL TXN-EOF = 1
               READ TxnJournalFile
                   AT END
                       MOVE 1 TO TXN-EOF
                   NOT AT END
                       MOVE TxnJournalRecord TO TXN-REC
                       IF TXN-STEP NOT = "BEGIN" AND
                           TXN-STEP NOT = "COMMIT" AND
                           TXN-STEP NOT = "ROLLBACK"
                           PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
                               UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
                               IF TXN-OPEN-ID(TXN-OPEN-IDX) = TXN-ID AND
                                  TXN-OPEN-STATE(TXN-OPEN-IDX) = "O"
                                   IF TXN-STEP-COUNT < TXN-STEP-MAX
                                       ADD 1 TO TXN-STEP-COUNT
                                       MOVE TxnJournalRecord TO
                                       TXN-STEP-ENTRY(TXN-STEP-COUNT)
                                       ADD 1 TO
                                       TXN-OPEN-STEPS(TXN-OPEN-IDX)
                                   ELSE
                                       MOVE "X" TO
                                       TXN-OPEN-STATE(TXN-OPEN-IDX)
                                       MOVE 1 TO TXN-OVERFLOW
                                       ADD 1 TO TXN-LOST-STEPS
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TxnJournalFile

           MOVE 0 TO TXN-ROLLED-BACK
           PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
               UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
               IF TXN-OPEN-STATE(TXN-OPEN-IDX) = "O"
                   ADD 1 TO TXN-ROLLED-BACK
               END-IF
           END-PERFORM

           MOVE USERNAME TO TXN-SAVE-USER
           PERFORM VARYING TXN-STEP-IDX FROM TXN-STEP-COUNT BY -1
               UNTIL TXN-STEP-IDX < 1
               MOVE TXN-STEP-ENTRY(TXN-STEP-IDX) TO TXN-REC
               MOVE 0 TO TXN-OPEN-HIT
               PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
                   UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
                   IF TXN-OPEN-ID(TXN-OPEN-IDX) = TXN-ID AND
                      TXN-OPEN-STATE(TXN-OPEN-IDX) = "O"
                       MOVE TXN-OPEN-IDX TO TXN-OPEN-HIT
                   END-IF
               END-PERFORM
               IF TXN-OPEN-HIT > 0
                   PERFORM TXN-UNDO-STEP
               END-IF
           END-PERFORM
           MOVE TXN-SAVE-USER TO USERNAME

           IF JOB-BATCH = 0
               CALL "SYSTEM" USING "CLS"
               PERFORM CLEAR-SCREEN
           END-IF
           PERFORM BETTER DISPLAY "   "
           PERFORM BETTER DISPLAY
           "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|   *         TRANSACTION RECOVERY          *   |"
           perform better
           DISPLAY "|   * * * * * * * * * * * * * * * * * * * * *   |"
           perform better
           DISPLAY "|                                               |"
           perform better
           DISPLAY "=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*=*="

           OPEN EXTEND RecoveryReportFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT RecoveryReportFile
           END-IF
           MOVE ALL "=" TO TXN-REPORT-LINE
           WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
           MOVE SPACES TO TXN-REPORT-LINE
           STRING
               "TRANSACTION RECOVERY " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
               "   UNFINISHED TRANSACTIONS ROLLED BACK: "
                   DELIMITED BY SIZE
               TXN-ROLLED-BACK DELIMITED BY SIZE
               INTO TXN-REPORT-LINE
           END-STRING
           WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
           PERFORM BETTER DISPLAY TXN-REPORT-LINE

           PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
               UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
               IF TXN-OPEN-STATE(TXN-OPEN-IDX) = "O"
                   MOVE TXN-OPEN-BEGIN(TXN-OPEN-IDX) TO TXN-REC
                   MOVE SPACES TO TXN-REPORT-LINE
                   STRING
                       "  " DELIMITED BY SIZE
                       TXN-KIND DELIMITED BY SIZE
                       " REF " DELIMITED BY SIZE
                       TXN-REF DELIMITED BY SIZE
                       "  USER " DELIMITED BY SIZE
                       FUNCTION TRIM(TXN-USER) DELIMITED BY SIZE
                       "  EVENT " DELIMITED BY SIZE
                       FUNCTION TRIM(TXN-EVENTNAME) DELIMITED BY SIZE
                       "  SEATS " DELIMITED BY SIZE
                       TXN-SEATS DELIMITED BY SIZE
                       "  AMOUNT P" DELIMITED BY SIZE
                       TXN-AMOUNT DELIMITED BY SIZE
                       INTO TXN-REPORT-LINE
                   END-STRING
                   WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
                   PERFORM BETTER DISPLAY TXN-REPORT-LINE
                   MOVE SPACES TO TXN-REPORT-LINE
                   STRING
                       "      STARTED " DELIMITED BY SIZE
                       TXN-TIME DELIMITED BY SIZE
                       "  STEPS UNDONE: " DELIMITED BY SIZE
                       TXN-OPEN-STEPS(TXN-OPEN-IDX) DELIMITED BY SIZE
                       "  RESULT: ROLLED BACK" DELIMITED BY SIZE
                       INTO TXN-REPORT-LINE
                   END-STRING
                   WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
                   PERFORM BETTER DISPLAY TXN-REPORT-LINE

                   MOVE "ROLLBACK" TO TXN-STEP
                   PERFORM TXN-WRITE-JOURNAL

                   MOVE "RECOVER-TRANSACTION" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-BEFORE
                   STRING
                       TXN-KIND DELIMITED BY SPACE
                       " REF " DELIMITED BY SIZE
                       TXN-REF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TXN-USER DELIMITED BY SPACE
                       INTO AUDIT-BEFORE
                   END-STRING
                   MOVE "ROLLED BACK" TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-PERFORM
           IF TXN-OVERFLOW = 1
               MOVE SPACES TO TXN-REPORT-LINE
               STRING
                   "  ** ERROR: RECOVERY TABLES FULL. "
                       DELIMITED BY SIZE
                   TXN-LOST-BEGINS DELIMITED BY SIZE
                   " TRANSACTION(S) AND " DELIMITED BY SIZE
                   TXN-LOST-STEPS DELIMITED BY SIZE
                   " STEP(S) NOT PROCESSED." DELIMITED BY SIZE
                   INTO TXN-REPORT-LINE
               END-STRING
               WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
               PERFORM BETTER DISPLAY TXN-REPORT-LINE
               MOVE SPACES TO TXN-REPORT-LINE
               STRING
                   "     THE JOURNAL WAS KEPT; RECOVERY RUNS AGAIN AT "
                       DELIMITED BY SIZE
                   "THE NEXT START." DELIMITED BY SIZE
                   INTO TXN-REPORT-LINE
               END-STRING
               WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
               PERFORM BETTER DISPLAY TXN-REPORT-LINE
               PERFORM VARYING TXN-OPEN-IDX FROM 1 BY 1
                   UNTIL TXN-OPEN-IDX > TXN-OPEN-COUNT
                   IF TXN-OPEN-STATE(TXN-OPEN-IDX) = "X"
                       MOVE TXN-OPEN-BEGIN(TXN-OPEN-IDX) TO TXN-REC
                       MOVE SPACES TO TXN-REPORT-LINE
                       STRING
                           "  " DELIMITED BY SIZE
                           TXN-KIND DELIMITED BY SIZE
                           " REF " DELIMITED BY SIZE
                           TXN-REF DELIMITED BY SIZE
                           "  USER " DELIMITED BY SIZE
                           FUNCTION TRIM(TXN-USER) DELIMITED BY SIZE
                           "  RESULT: NOT ROLLED BACK (TOO MANY STEPS)"
                               DELIMITED BY SIZE
                           INTO TXN-REPORT-LINE
                       END-STRING
                       WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
                       PERFORM BETTER DISPLAY TXN-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE ALL "=" TO TXN-REPORT-LINE
           WRITE RecoveryReportRecord FROM TXN-REPORT-LINE
           CLOSE RecoveryReportFile

           IF TXN-OVERFLOW = 0
               OPEN OUTPUT TxnJournalFile
               CLOSE TxnJournalFile
           END-IF

           PERFORM BETTER
           DISPLAY "This list was also written to the recovery report."
           IF JOB-BATCH = 0
               PERFORM ENDRUN
           END-IF.

       TXN-UNDO-STEP.
           EVALUATE TXN-STEP
               WHEN "BOOKREC"
                   IF TXN-KIND = "CANCEL" OR TXN-KIND = "TRANSFER"
                       PERFORM TXN-RESTORE-BOOKINGS
                   ELSE
                       PERFORM TXN-REMOVE-BOOKING
                   END-IF
               WHEN "EVENT"
                   PERFORM TXN-SET-EVENT-SEATS
               WHEN "TIER"
                   PERFORM TXN-SET-TIER-SEATS
               WHEN "SEATS"
                   IF TXN-KIND = "TRANSFER"
                       MOVE TXN-NEW-REF TO XFER-REF
                       MOVE TXN-REF TO XFER-NEW-REF
                       MOVE TXN-USER TO XFER-TO-USER
                       PERFORM XFER-SEAT-ASSIGNMENTS
                   ELSE
                       MOVE TXN-REF TO SEAT-FIND-REF
                       PERFORM PURGE-SEAT-ASSIGNMENTS
                   END-IF
               WHEN "SEATROW"
                   PERFORM TXN-RESTORE-SEAT-ROW
               WHEN "WALLET"
                   MOVE TXN-USER TO USERNAME
                   MOVE TXN-BEFORE TO ACCOUNT-BAL
                   PERFORM UPDATE-ACCOUNT-BALANCE
               WHEN "LEDGER"
                   PERFORM TXN-REMOVE-LEDGER-ENTRY
               WHEN "TICKET"
                   PERFORM TXN-VOID-TICKET
               WHEN "PROMO"
                   PERFORM TXN-SET-PROMO-USED
               WHEN "HOLD"
                   MOVE TXN-NEW-REF TO HOLD-WORK-REF
                   MOVE TXN-BEFORE TO HOLD-REMAINING
                   PERFORM UPDATE-HOLD-SEATS
               WHEN "XFERLOG"
                   PERFORM TXN-REMOVE-TRANSFER-LOG
               WHEN "RECEIPT"
                   PERFORM TXN-VOID-RECEIPT
               WHEN "POINTS"
                   PERFORM TXN-REMOVE-POINTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TXN-REMOVE-BOOKING.
           MOVE 0 TO TXN-FOUND
           OPEN INPUT VIEW-MY-BOOKINGS-FILE
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ VIEW-MY-BOOKINGS-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF BOOKED-REF NUMERIC AND
                               BOOKED-REF = TXN-REF
                               MOVE 1 TO TXN-FOUND
                           ELSE
                               MOVE MyBookingsRecord TO
                                   TEMP-BOOKINGS-RECORD
                               WRITE TEMP-BOOKINGS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIEW-MY-BOOKINGS-FILE
               CLOSE TEMP-BOOKINGS-FILE

               IF TXN-FOUND = 1
                   OPEN INPUT TEMP-BOOKINGS-FILE
                   OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TEMP-BOOKINGS-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               MOVE TEMP-BOOKINGS-RECORD TO
                                   MyBookingsRecord
                               WRITE MyBookingsRecord
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-BOOKINGS-FILE
                   CLOSE VIEW-MY-BOOKINGS-FILE
               END-IF
           END-IF.

       TXN-RESTORE-BOOKINGS.
           OPEN INPUT BOOKINGS-BACKUP-FILE
           IF FILE-STATUS = "00"
               OPEN OUTPUT VIEW-MY-BOOKINGS-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ BOOKINGS-BACKUP-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE MyBookingsRecord FROM
                               BOOKINGS-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE BOOKINGS-BACKUP-FILE
               CLOSE VIEW-MY-BOOKINGS-FILE
           END-IF.

       TXN-SET-EVENT-SEATS.
           IF TXN-EVENT-ID > 0
               PERFORM BACKUP-EVENT-FILE
               OPEN I-O EventFile
               MOVE TXN-EVENT-ID TO EVENT-ID
               READ EventFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TXN-BEFORE TO AVAILABLE-SEATS
                       REWRITE EVENTData
               END-READ
               CLOSE EventFile
           END-IF.

       TXN-SET-TIER-SEATS.
           OPEN INPUT TicketTierFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TIER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TicketTierFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(TIER-EVENTNAME) TO
                               EVENTNAME-SCRATCH
                           MOVE 0 TO TIER-MATCH
                           IF TXN-EVENT-ID > 0 AND TIER-EVENT-ID NUMERIC
                               IF TIER-EVENT-ID = TXN-EVENT-ID
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           ELSE
                               IF EVENTNAME-SCRATCH = TXN-EVENTNAME
                                   MOVE 1 TO TIER-MATCH
                               END-IF
                           END-IF
                           IF TIER-MATCH = 1 AND TIER-NAME = TXN-TIER
                               MOVE TXN-BEFORE TO TIER-SEATS
                           END-IF
                           WRITE TEMP-TIER-RECORD FROM TicketTierRecord
                   END-READ
               END-PERFORM
               CLOSE TicketTierFile
               CLOSE TEMP-TIER-FILE

               OPEN INPUT TEMP-TIER-FILE
               OPEN OUTPUT TicketTierFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-TIER-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE TicketTierRecord FROM TEMP-TIER-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-TIER-FILE
               CLOSE TicketTierFile
           END-IF.

       TXN-SET-PROMO-USED.
           OPEN INPUT PromoFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-PROMO-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ PromoFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PROMO-CODE = TXN-CODE
                               MOVE TXN-BEFORE TO PROMO-USED
                           END-IF
                           WRITE TempPromoRecord FROM PromoRecord
                   END-READ
               END-PERFORM
               CLOSE PromoFile
               CLOSE TEMP-PROMO-FILE

               OPEN INPUT TEMP-PROMO-FILE
               OPEN OUTPUT PromoFile
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TEMP-PROMO-FILE
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           WRITE PromoRecord FROM TempPromoRecord
                   END-READ
               END-PERFORM
               CLOSE TEMP-PROMO-FILE
               CLOSE PromoFile
           END-IF.

       TXN-RESTORE-SEAT-ROW.
           DIVIDE TXN-BEFORE BY 1000 GIVING SEAT-ROW-IN
               REMAINDER SEAT-NO-IN
           MOVE 0 TO TXN-FOUND
           OPEN INPUT SeatAssignFile
           IF FILE-STATUS = "00"
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ SeatAssignFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF SEAT-ASSIGN-REF NUMERIC AND
                              SEAT-ASSIGN-REF = TXN-REF AND
                              SEAT-ASSIGN-ROW = SEAT-ROW-IN AND
                              SEAT-ASSIGN-SEAT = SEAT-NO-IN
                               MOVE 1 TO TXN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeatAssignFile
           END-IF
           IF TXN-FOUND = 0
               OPEN EXTEND SeatAssignFile
               IF FILE-STATUS = "30" OR FILE-STATUS = "35"
                   OPEN OUTPUT SeatAssignFile
               END-IF
               MOVE TXN-CODE (1:6) TO SEAT-ASSIGN-EVENT-ID
               MOVE SEAT-ROW-IN TO SEAT-ASSIGN-ROW
               MOVE SEAT-NO-IN TO SEAT-ASSIGN-SEAT
               MOVE TXN-REF TO SEAT-ASSIGN-REF
               MOVE TXN-USER TO SEAT-ASSIGN-USERNAME
               WRITE SeatAssignRecord
               CLOSE SeatAssignFile
           END-IF.

       TXN-REMOVE-LEDGER-ENTRY.
           MOVE TXN-REF TO TXN-REF-TEXT
           MOVE 0 TO TXN-FOUND
           OPEN INPUT LedgerFile
           IF FILE-STATUS = "00"
               OPEN OUTPUT TEMP-LEDGER-FILE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ LedgerFile
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF TXN-FOUND = 0 AND
                              LEDGER-USERNAME = TXN-USER AND
                              LEDGER-REF = TXN-REF-TEXT AND
                              LEDGER-TYPE = TXN-CODE AND
                              LEDGER-AMOUNT = TXN-AMOUNT
                               MOVE 1 TO TXN-FOUND
                           ELSE
                               WRITE TempLedgerRecord FROM LedgerRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
               CLOSE TEMP-LEDGER-FILE

               IF TXN-FOUND = 1
                   OPEN INPUT TEMP-LEDGER-FILE
                   OPEN OUTPUT LedgerFile
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ TEMP-LEDGER-FILE
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               WRITE LedgerRecord FROM TempLedgerRecord
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-LEDGER-FILE
                   CLOSE LedgerFile
               END-IF
           END-IF.

       TXN-REMOVE-TRANSFER-LOG.
           OPEN INPUT TransferFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-TRANSFER-FILE
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TransferFile
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF XFER-LOG-NEW-REF NOT = TXN-NEW-REF
                           WRITE TempTransferRecord FROM TransferRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransferFile
           CLOSE TEMP-TRANSFER-FILE

           OPEN INPUT TEMP-TRANSFER-FILE
           OPEN OUTPUT TransferFile
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ TEMP-TRANSFER-FILE
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       WRITE TransferRecord FROM TempTransferRecord
               END-READ
           END-PERFORM
           CLOSE TEMP-TRANSFER-FILE
           CLOSE TransferFile.

       TXN-VOID-TICKET.
           IF TXN-KIND = "TRANSFER"
               MOVE TXN-NEW-REF TO TXN-TICKET-REF
           ELSE
               MOVE TXN-REF TO TXN-TICKET-REF
           END-IF
           OPEN EXTEND TicketFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT TicketFile
           END-IF
           MOVE ALL "=" TO TICKET-LINE
           WRITE TicketRecord FROM TICKET-LINE
           MOVE SPACES TO TICKET-LINE
           STRING
               "CHIBOL E-TICKET          REF: " DELIMITED BY SIZE
               TXN-TICKET-REF DELIMITED BY SIZE
               "   *** VOID ***" DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE TicketRecord FROM TICKET-LINE
           MOVE SPACES TO TICKET-LINE
           STRING
               "THE TRANSACTION FOR THIS TICKET DID NOT COMPLETE AND "
                   DELIMITED BY SIZE
               "WAS ROLLED BACK." DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE TicketRecord FROM TICKET-LINE
           MOVE ALL "=" TO TICKET-LINE
           WRITE TicketRecord FROM TICKET-LINE
           CLOSE TicketFile.

       RUN-BATCH-JOB.
           MOVE FUNCTION TRIM(JOB-COMMAND-LINE) TO JOB-COMMAND-LINE
           MOVE SPACES TO JOB-NAME
           MOVE SPACES TO JOB-RUN-DATE
           MOVE SPACES TO JOB-EXTRA
           UNSTRING JOB-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO JOB-NAME JOB-RUN-DATE JOB-EXTRA
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(JOB-NAME) TO JOB-NAME
           MOVE 0 TO JOB-RC
           MOVE 0 TO JOB-READ-COUNT
           MOVE 0 TO JOB-DONE-COUNT
           MOVE 0 TO JOB-RESUMED-COUNT
           MOVE 0 TO JOB-EXCEPTION-COUNT
           MOVE SPACES TO JOB-MESSAGE
           MOVE FUNCTION CURRENT-DATE (1:14) TO JOB-START-TIME
           IF JOB-RUN-DATE = SPACES
               MOVE JOB-START-TIME (1:8) TO JOB-RUN-DATE
           END-IF
           MOVE 0 TO JOB-RUN-DATE-NUM
           IF JOB-RUN-DATE NUMERIC
               MOVE JOB-RUN-DATE TO JOB-RUN-DATE-NUM
           END-IF
           IF JOB-RUN-DATE-NUM = 0 OR
              JOB-RUN-DATE (5:2) < "01" OR
              JOB-RUN-DATE (5:2) > "12" OR
              JOB-RUN-DATE (7:2) < "01" OR
              JOB-RUN-DATE (7:2) > "31"
               MOVE 16 TO JOB-RC
               MOVE "RUN DATE MUST BE GIVEN AS YYYYMMDD" TO JOB-MESSAGE
           END-IF

           MOVE SPACES TO JOB-LOG-LINE
           STRING
               "JOB START  " DELIMITED BY SIZE
               JOB-NAME DELIMITED BY SIZE
               " RUN DATE " DELIMITED BY SIZE
               JOB-RUN-DATE DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               JOB-START-TIME (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JOB-START-TIME (9:6) DELIMITED BY SIZE
               INTO JOB-LOG-LINE
           END-STRING
           PERFORM JOB-WRITE-LOG

           IF JOB-RC = 0
               EVALUATE JOB-NAME
                   WHEN "CLOSE-OUT"
                       PERFORM CLOSE-OUT
                       MOVE CLOSE-READ-TOTAL TO JOB-READ-COUNT
                       MOVE CLOSE-TOTAL TO JOB-DONE-COUNT
                       MOVE CLOSE-RESUMED TO JOB-RESUMED-COUNT
                       MOVE CLOSE-LOSS-COUNT TO JOB-EXCEPTION-COUNT
                   WHEN "SWEEP-EXPIRED-HOLDS"
                       MOVE JOB-RUN-DATE-NUM TO CUR-DATE-NUM
                       PERFORM SWEEP-EXPIRED-HOLDS
                       MOVE HOLD-SWEEP-READ TO JOB-READ-COUNT
                       MOVE HOLD-SWEEP-TOTAL TO JOB-DONE-COUNT
                       MOVE HOLD-SWEEP-RESUMED TO JOB-RESUMED-COUNT
                   WHEN "RECONCILE-SEATS"
                       PERFORM RECONCILE-SEATS
                       MOVE RECON-TOTAL TO JOB-READ-COUNT
                       MOVE RECON-TOTAL TO JOB-DONE-COUNT
                       MOVE RECON-RESUMED TO JOB-RESUMED-COUNT
                       MOVE RECON-DISC-COUNT TO JOB-EXCEPTION-COUNT
                       IF RECON-DISC-COUNT > 0 AND JOB-RC < 4
                           MOVE 4 TO JOB-RC
                           MOVE "SEAT DISCREPANCIES NEED REVIEW"
                               TO JOB-MESSAGE
                       END-IF
                   WHEN "GL-EXPORT"
                       PERFORM GL-EXPORT
                       MOVE GL-READ-COUNT TO JOB-READ-COUNT
                       MOVE GL-ENTRY-NO TO JOB-DONE-COUNT
                   WHEN OTHER
                       MOVE 16 TO JOB-RC
                       MOVE "UNKNOWN JOB NAME" TO JOB-MESSAGE
               END-EVALUATE
           END-IF
           IF JOB-RESUMED-COUNT > 0 AND JOB-RC < 4
               MOVE 4 TO JOB-RC
               MOVE "RESTARTED FROM CHECKPOINT" TO JOB-MESSAGE
           END-IF

           MOVE SPACES TO JOB-LOG-LINE
           STRING
               "  RECORDS READ: " DELIMITED BY SIZE
               JOB-READ-COUNT DELIMITED BY SIZE
               "  PROCESSED: " DELIMITED BY SIZE
               JOB-DONE-COUNT DELIMITED BY SIZE
               "  RESUMED: " DELIMITED BY SIZE
               JOB-RESUMED-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               JOB-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO JOB-LOG-LINE
           END-STRING
           PERFORM JOB-WRITE-LOG
           IF JOB-MESSAGE NOT = SPACES
               MOVE SPACES TO JOB-LOG-LINE
               STRING
                   "  " DELIMITED BY SIZE
                   JOB-MESSAGE DELIMITED BY SIZE
                   INTO JOB-LOG-LINE
               END-STRING
               PERFORM JOB-WRITE-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO JOB-END-TIME
           MOVE SPACES TO JOB-LOG-LINE
           STRING
               "JOB END    " DELIMITED BY SIZE
               JOB-NAME DELIMITED BY SIZE
               " RUN DATE " DELIMITED BY SIZE
               JOB-RUN-DATE DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               JOB-END-TIME (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JOB-END-TIME (9:6) DELIMITED BY SIZE
               "  RETURN CODE " DELIMITED BY SIZE
               JOB-RC DELIMITED BY SIZE
               INTO JOB-LOG-LINE
           END-STRING
           PERFORM JOB-WRITE-LOG.

       JOB-WRITE-LOG.
           OPEN EXTEND JobLogFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT JobLogFile
           END-IF
           WRITE JobLogRecord FROM JOB-LOG-LINE
           CLOSE JobLogFile
           DISPLAY FUNCTION TRIM(JOB-LOG-LINE TRAILING).

       JOB-WRITE-CHECKPOINT.
           MOVE JOB-CKPT-CURRENT TO JOB-CKPT-JOB
           OPEN EXTEND JobCheckpointFile
           IF FILE-STATUS = "30" OR FILE-STATUS = "35"
               OPEN OUTPUT JobCheckpointFile
           END-IF
           WRITE JobCheckpointRecord FROM JOB-CKPT-REC
           CLOSE JobCheckpointFile.

       JOB-CLEAR-CHECKPOINT.
           OPEN INPUT JobCheckpointFile
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-CHECKPOINT-FILE
           MOVE 0 TO JOB-CKPT-EOF
           PERFORM UNTIL JOB-CKPT-EOF = 1
               READ JobCheckpointFile
                   AT END
                       MOVE 1 TO JOB-CKPT-EOF
                   NOT AT END
                       MOVE JobCheckpointRecord TO JOB-CKPT-REC
                       IF JOB-CKPT-JOB NOT = JOB-CKPT-CURRENT
                           WRITE TempCheckpointRecord FROM
                               JobCheckpointRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobCheckpointFile
           CLOSE TEMP-CHECKPOINT-FILE

           OPEN INPUT TEMP-CHECKPOINT-FILE
           OPEN OUTPUT JobCheckpointFile
           MOVE 0 TO JOB-CKPT-EOF
           PERFORM UNTIL JOB-CKPT-EOF = 1
               READ TEMP-CHECKPOINT-FILE
                   AT END
                       MOVE 1 TO JOB-CKPT-EOF
                   NOT AT END
                       WRITE JobCheckpointRecord FROM
                           TempCheckpointRecord
               END-READ
           END-PERFORM
           CLOSE TEMP-CHECKPOINT-FILE
           CLOSE JobCheckpointFile.

       ENDRUN.
               PERFORM BETTER DISPLAY 'PRESS ENTER TO CONTINUE...'
               WITH NO ADVANCING.
