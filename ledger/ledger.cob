               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL OLD-ACCOUNT-FILE
               ASSIGN TO "account.dat"
               ORGANIZATION IS RELATIVE
               RELATIVE KEY IS ACCOUNT-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO "account.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-FORMAT-FILE
               ASSIGN TO "acctfmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL PERIOD-BALANCE-FILE
               ASSIGN TO "periodbal.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PB-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL PURCHASE-ORDER-FILE
               ASSIGN TO "purchord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL PO-HISTORY-FILE
               ASSIGN TO "purchhst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT BANK-PAYMENT-FILE
               ASSIGN TO EFT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL REVAL-RATE-FILE
               ASSIGN TO "revalrat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL JOB-STREAM-FILE
               ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL JOB-STREAM-STATUS-FILE
               ASSIGN TO STREAM-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL RETENTION-FILE
               ASSIGN TO "retain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL RETAIN-HISTORY-FILE
               ASSIGN TO RETAIN-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT RETAIN-WORK-FILE
               ASSIGN TO "retain.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PHONE-HISTORY-FILE
               ASSIGN TO "phonehst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL TRAINING-DETAIL-FILE
               ASSIGN TO "guessdtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL SESSION-LOCK-FILE
               ASSIGN TO "ledglock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL ESTMT-MANIFEST-FILE
               ASSIGN TO ESTMT-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL LOAN-DELINQUENCY-FILE
               ASSIGN TO "loandlq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE
               ASSIGN TO "accrual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL ACCRUAL-HISTORY-FILE
               ASSIGN TO "accrhst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL TAXCODE-FILE
               ASSIGN TO "taxcode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL TREASURY-RATE-FILE
               ASSIGN TO "treasrat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "operator.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL LEAVER-FILE
               ASSIGN TO "leavers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL CERT-FILE
               ASSIGN TO "guesscert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT SUSPENSE-WORK-FILE
               ASSIGN TO "suspense.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL RECOVERY-LOG-FILE
               ASSIGN TO "recovery.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT OPTIONAL BACKUP-FILE
               ASSIGN TO BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           05  ACCOUNT-CLOSED             PIC X(1)       VALUE "N".
           05  ACCOUNT-CURRENCY           PIC X(3)       VALUE SPACES.
           05  ACCOUNT-HOLDER-ID          PIC 9(4)       VALUE ZEROS.
           05  ACCOUNT-CREDIT-LIMIT       PIC 9(9)V9(2)  VALUE ZEROS.
           05  ACCOUNT-DORMANT            PIC X(1)       VALUE "N".

       FD  OLD-ACCOUNT-FILE.
       01  OLD-ACCOUNT-RECORD             PIC X(108)     VALUE SPACES.

       FD  ACCOUNT-WORK-FILE.
       01  ACCWRK-RECORD.
           05  ACW-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  ACW-IMAGE                  PIC X(108)     VALUE SPACES.

       FD  ACCOUNT-FORMAT-FILE.
       01  ACCOUNT-FORMAT-RECORD.
           05  AFM-RECORD-SIZE            PIC 9(4)       VALUE ZEROS.

       SD  SORT-ACCOUNT-FILE.
       01  SORT-ACCOUNT-RECORD.
           05  SA-CLOSED                  PIC X(1).
           05  SA-CURRENCY                PIC X(3).
           05  SA-HOLDER-ID               PIC 9(4).
           05  SA-CREDIT-LIMIT            PIC 9(9)V9(2).
           05  SA-DORMANT                 PIC X(1).

       FD  SORTED-ACCOUNT-FILE.
       01  SORTED-ACCOUNT-RECORD.
           05  SAR-CLOSED                 PIC X(1).
           05  SAR-CURRENCY               PIC X(3).
           05  SAR-HOLDER-ID              PIC 9(4).
           05  SAR-CREDIT-LIMIT           PIC 9(9)V9(2).
           05  SAR-DORMANT                PIC X(1).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
               10  TRAN-SEQUENCE          PIC 9(6)       VALUE ZEROS.
           05  TRAN-ENTRY                 PIC X(96)      VALUE SPACES.

       FD  PERIOD-BALANCE-FILE.
       01  PERIOD-BALANCE-RECORD.
           05  PB-KEY.
               10  PB-ACCOUNT-ID          PIC 9(8)       VALUE ZEROS.
               10  PB-YEAR                PIC 9(4)       VALUE ZEROS.
               10  PB-MONTH               PIC 9(2)       VALUE ZEROS.
               10  PB-CATEGORY            PIC X(4)       VALUE SPACES.
               10  PB-TAX-CODE            PIC X(4)       VALUE SPACES.
           05  PB-NET-AMOUNT              PIC S9(9)V9(2) VALUE ZEROS.
           05  PB-DEBIT-TOTAL             PIC 9(11)V9(2) VALUE ZEROS.
           05  PB-CREDIT-TOTAL            PIC 9(11)V9(2) VALUE ZEROS.
           05  PB-ENTRY-COUNT             PIC 9(7)       VALUE ZEROS.
           05  PB-OPENING-BALANCE         PIC S9(9)V9(2) VALUE ZEROS.
           05  PB-CLOSING-BALANCE         PIC S9(9)V9(2) VALUE ZEROS.
           05  PB-PERIOD-CLOSED           PIC X(1)       VALUE "N".
           05  PB-TAX-AMOUNT              PIC S9(9)V9(2) VALUE ZEROS.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  NEXT-ACCOUNT-ID            PIC 9(10)      VALUE ZEROS.
           05  LAST-YEAR-CLOSED           PIC 9(4)       VALUE ZEROS.
           05  FX-GL-ACCOUNT-ID           PIC 9(8)       VALUE ZEROS.
           05  FX-GL-CATEGORY             PIC X(4)       VALUE SPACES.
           05  RATE-TOLERANCE-PCT         PIC 9(3)V9(2)  VALUE ZEROS.
           05  DUNNING-DAYS-1             PIC 9(3)       VALUE ZEROS.
           05  DUNNING-DAYS-2             PIC 9(3)       VALUE ZEROS.
           05  DUNNING-DAYS-3             PIC 9(3)       VALUE ZEROS.
           05  DUNNING-INTERVAL           PIC 9(3)       VALUE ZEROS.
           05  LATE-FEE-FLAG              PIC X(1)       VALUE "N".
           05  LATE-FEE-AMOUNT            PIC 9(7)V9(2)  VALUE ZEROS.
           05  LATE-FEE-CATEGORY          PIC X(4)       VALUE SPACES.
           05  DORMANCY-LAST-RUN          PIC 9(6)       VALUE ZEROS.
           05  INTEREST-LAST-RUN          PIC 9(6)       VALUE ZEROS.
           05  DEPREC-LAST-RUN            PIC 9(6)       VALUE ZEROS.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-AMOUNT                  PIC S9(9)V9(2) VALUE ZEROS.
           05  JR-DESCRIPTION             PIC X(30)      VALUE SPACES.
           05  JR-OPERATOR-ID             PIC X(20)      VALUE SPACES.
           05  JR-LINK-JOURNAL            PIC 9(6)       VALUE ZEROS.

       FD  BATCH-CHECKPOINT-FILE.
       01  BATCH-CHECKPOINT-RECORD.
           05  BCK-POSTED-COUNT           PIC 9(4)       VALUE ZEROS.
           05  BCK-REJECTED-COUNT         PIC 9(4)       VALUE ZEROS.
           05  BCK-POSTED-TOTAL           PIC S9(9)V9(2) VALUE ZEROS.
           05  BCK-SUSPENSE-COUNT         PIC 9(4)       VALUE ZEROS.
           05  BCK-SUSPENSE-TOTAL         PIC S9(9)V9(2) VALUE ZEROS.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
               10  SO-NEXT-DUE-MONTH      PIC 9(2)       VALUE ZEROS.
               10  SO-NEXT-DUE-DAY        PIC 9(2)       VALUE ZEROS.
           05  SO-ACTIVE                  PIC X(1)       VALUE "Y".
           05  SO-VENDOR-ID               PIC X(8)       VALUE SPACES.

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05  PA-DATE-TIME               PIC 9(14)      VALUE ZEROS.
           05  PA-JOURNAL-NO              PIC 9(6)       VALUE ZEROS.
           05  PA-TAX-CODE                PIC X(4)       VALUE SPACES.
           05  PA-REASSIGN                PIC X(1)       VALUE "N".

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  INV-PAID-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
           05  INV-CATEGORY               PIC X(4)       VALUE SPACES.
           05  INV-STATUS                 PIC X(1)       VALUE "O".
           05  INV-PO-NUMBER              PIC X(10)      VALUE SPACES.
           05  INV-PO-FLAG                PIC X(1)       VALUE SPACE.
           05  INV-VENDOR-ID              PIC X(8)       VALUE SPACES.
           05  INV-DUNNING-LEVEL          PIC 9(1)       VALUE ZERO.
           05  INV-LAST-DUNNED            PIC 9(8)       VALUE ZEROS.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05  CHK-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  CHK-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  CHK-STATUS                 PIC X(1)       VALUE "I".
           05  CHK-PAY-TYPE               PIC X(1)       VALUE "C".
           05  CHK-VENDOR-ID              PIC X(8)       VALUE SPACES.

       FD  CHECK-REGISTER-WORK-FILE.
       01  CHKWRK-RECORD                  PIC X(73)      VALUE SPACES.

       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05  BUD-MONTH                  PIC 9(2)       VALUE ZEROS.
           05  BUD-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  POR-NUMBER                 PIC X(10)      VALUE SPACES.
           05  POR-COMPANY                PIC X(8)       VALUE SPACES.
           05  POR-CATEGORY               PIC X(4)       VALUE SPACES.
           05  POR-VENDOR                 PIC X(30)      VALUE SPACES.
           05  POR-YEAR                   PIC 9(4)       VALUE ZEROS.
           05  POR-MONTH                  PIC 9(2)       VALUE ZEROS.
           05  POR-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  POR-INVOICED               PIC S9(9)V9(2) VALUE ZEROS.
           05  POR-RELIEVED               PIC S9(9)V9(2) VALUE ZEROS.
           05  POR-STATUS                 PIC X(1)       VALUE "A".
           05  POR-DATE                   PIC 9(8)       VALUE ZEROS.
           05  POR-OPERATOR-ID            PIC X(20)      VALUE SPACES.

       FD  PO-HISTORY-FILE.
       01  PO-HISTORY-RECORD.
           05  POH-NUMBER                 PIC X(10)      VALUE SPACES.
           05  POH-DETAIL                 PIC X(110)     VALUE SPACES.

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05  VND-ID                     PIC X(8)       VALUE SPACES.
           05  VND-NAME                   PIC X(30)      VALUE SPACES.
           05  VND-ADDRESS-1              PIC X(30)      VALUE SPACES.
           05  VND-ADDRESS-2              PIC X(30)      VALUE SPACES.
           05  VND-CITY                   PIC X(20)      VALUE SPACES.
           05  VND-STATE                  PIC X(2)       VALUE SPACES.
           05  VND-POSTAL-CODE            PIC X(10)      VALUE SPACES.
           05  VND-TAX-ID                 PIC X(11)      VALUE SPACES.
           05  VND-PAY-METHOD             PIC X(1)       VALUE "C".
           05  VND-ROUTING                PIC 9(9)       VALUE ZEROS.
           05  VND-BANK-ACCOUNT           PIC X(17)      VALUE SPACES.
           05  VND-ACTIVE                 PIC X(1)       VALUE "Y".

       FD  BANK-PAYMENT-FILE.
       01  EFT-HEADER-RECORD.
           05  EFTH-TYPE                  PIC X(1)       VALUE "H".
           05  EFTH-FILE-DATE             PIC 9(8)       VALUE ZEROS.
           05  EFTH-FILE-TIME             PIC 9(6)       VALUE ZEROS.
           05  EFTH-CREATED-BY            PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(85)      VALUE SPACES.
       01  EFT-DETAIL-RECORD.
           05  EFTD-TYPE                  PIC X(1)       VALUE "D".
           05  EFTD-SEQUENCE              PIC 9(6)       VALUE ZEROS.
           05  EFTD-PAYMENT-NUMBER        PIC 9(6)       VALUE ZEROS.
           05  EFTD-VENDOR-ID             PIC X(8)       VALUE SPACES.
           05  EFTD-NAME                  PIC X(30)      VALUE SPACES.
           05  EFTD-ROUTING               PIC 9(9)       VALUE ZEROS.
           05  EFTD-BANK-ACCOUNT          PIC X(17)      VALUE SPACES.
           05  EFTD-AMOUNT                PIC 9(9)V9(2)  VALUE ZEROS.
           05  EFTD-FROM-ACCOUNT          PIC 9(8)       VALUE ZEROS.
           05  EFTD-REFERENCE             PIC X(24)      VALUE SPACES.
       01  EFT-TRAILER-RECORD.
           05  EFTT-TYPE                  PIC X(1)       VALUE "T".
           05  EFTT-RECORD-COUNT          PIC 9(6)       VALUE ZEROS.
           05  EFTT-TOTAL-AMOUNT          PIC 9(11)V9(2) VALUE ZEROS.
           05  EFTT-ROUTING-HASH          PIC 9(10)      VALUE ZEROS.
           05  FILLER                     PIC X(90)      VALUE SPACES.

       FD  REVAL-RATE-FILE.
       01  REVAL-RATE-RECORD.
           05  RVR-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD                 PIC X(120)     VALUE SPACES.

       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05  JSD-STEP-NAME              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACE.
           05  JSD-FUNCTION               PIC X(12)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACE.
           05  JSD-COND-STEP              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACE.
           05  JSD-COND-OPERATOR          PIC X(2)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACE.
           05  JSD-COND-CODE              PIC X(1)       VALUE SPACE.
           05  FILLER                     PIC X(1)       VALUE SPACE.
           05  JSD-OUTPUT-FILE            PIC X(60)      VALUE SPACES.

       FD  JOB-STREAM-STATUS-FILE.
       01  JOB-STREAM-STATUS-RECORD.
           05  JSS-STEP-NAME              PIC X(8)       VALUE SPACES.
           05  JSS-FUNCTION               PIC X(12)      VALUE SPACES.
           05  JSS-STATUS                 PIC X(8)       VALUE SPACES.
           05  JSS-RETURN-CODE            PIC 9(1)       VALUE ZERO.
           05  JSS-START-STAMP            PIC 9(14)      VALUE ZEROS.
           05  JSS-END-STAMP              PIC 9(14)      VALUE ZEROS.
           05  JSS-SPOOL-FILE             PIC X(60)      VALUE SPACES.

       FD  RETENTION-FILE.
       01  RETENTION-RECORD.
           05  RT-FILE-TYPE               PIC X(8)       VALUE SPACES.
           05  RT-RETAIN-DAYS             PIC 9(5)       VALUE ZEROS.

       FD  RETAIN-HISTORY-FILE.
       01  RETAIN-HISTORY-RECORD.
           05  RH-FILE-TYPE               PIC X(8)       VALUE SPACES.
           05  RH-SOURCE-NAME             PIC X(30)      VALUE SPACES.
           05  RH-PURGE-DATE              PIC 9(8)       VALUE ZEROS.
           05  RH-RECORD-DATE             PIC 9(8)       VALUE ZEROS.
           05  RH-LENGTH                  PIC 9(3)       VALUE ZEROS.
           05  RH-DATA                    PIC X(900)     VALUE SPACES.

       FD  RETAIN-WORK-FILE.
       01  RETAIN-WORK-RECORD             PIC X(300)     VALUE SPACES.

       FD  PHONE-HISTORY-FILE.
       01  PHONE-HISTORY-RECORD.
           05  PHH-DATE-TIME.
               10  PHH-DATE               PIC 9(8)       VALUE ZEROS.
               10  PHH-TIME               PIC 9(6)       VALUE ZEROS.
           05  PHH-ACTION                 PIC X(8)       VALUE SPACES.
           05  PHH-SOURCE                 PIC X(6)       VALUE SPACES.
           05  PHH-PHONE-ID               PIC 9(4)       VALUE ZEROS.
           05  PHH-BEFORE-IMAGE           PIC X(93)      VALUE SPACES.
           05  PHH-AFTER-IMAGE            PIC X(93)      VALUE SPACES.
           05  PHH-BEFORE-MANAGER         PIC X(4)       VALUE SPACES.
           05  PHH-AFTER-MANAGER          PIC X(4)       VALUE SPACES.

       FD  TRAINING-DETAIL-FILE.
       01  TRAINING-DETAIL-RECORD.
           05  TDT-TRAINEE-NAME           PIC X(20)      VALUE SPACES.
           05  TDT-DATE.
               10  TDT-DATE-YEAR          PIC X(4)       VALUE SPACES.
               10  FILLER                 PIC X(1)       VALUE "-".
               10  TDT-DATE-MONTH         PIC X(2)       VALUE SPACES.
               10  FILLER                 PIC X(1)       VALUE "-".
               10  TDT-DATE-DAY           PIC X(2)       VALUE SPACES.
           05  TDT-GAME-SEQ               PIC 9(4)       VALUE ZEROS.
           05  TDT-GUESS-NO               PIC 9(2)       VALUE ZEROS.
           05  TDT-GUESS-VALUE            PIC S9(2)      VALUE ZEROS.
           05  TDT-HINT                   PIC X(1)       VALUE SPACE.

       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-RECORD.
           05  LCK-OPERATOR-ID            PIC X(20)      VALUE SPACES.
           05  HLD-POSTAL-CODE            PIC X(10)      VALUE SPACES.
           05  HLD-PHONE                  PIC X(15)      VALUE SPACES.
           05  HLD-PHONE-ID               PIC 9(4)       VALUE ZEROS.
           05  HLD-ESTMT-OPT-IN           PIC X(1)       VALUE "N".

       FD  ESTMT-MANIFEST-FILE.
       01  ESTMT-MANIFEST-RECORD.
           05  EMF-RUN-DATE               PIC 9(8)       VALUE ZEROS.
           05  EMF-HOLDER-ID              PIC 9(4)       VALUE ZEROS.
           05  EMF-HOLDER-NAME            PIC X(30)      VALUE SPACES.
           05  EMF-EMAIL                  PIC X(30)      VALUE SPACES.
           05  EMF-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  EMF-PERIOD-START           PIC 9(8)       VALUE ZEROS.
           05  EMF-PERIOD-END             PIC 9(8)       VALUE ZEROS.
           05  EMF-FILE-NAME              PIC X(60)      VALUE SPACES.

       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05  AST-CATEGORY               PIC X(4)       VALUE SPACES.
           05  AST-ACTIVE                 PIC X(1)       VALUE "Y".

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05  LON-LOAN-ID                PIC 9(4)       VALUE ZEROS.
           05  LON-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  LON-HOLDER-ID              PIC 9(4)       VALUE ZEROS.
           05  LON-PAY-ACCOUNT-ID         PIC 9(8)       VALUE ZEROS.
           05  LON-PRINCIPAL              PIC S9(9)V9(2) VALUE ZEROS.
           05  LON-RATE                   PIC 9(1)V9(4)  VALUE ZEROS.
           05  LON-TERM-MONTHS            PIC 9(3)       VALUE ZEROS.
           05  LON-START-DATE             PIC 9(8)       VALUE ZEROS.
           05  LON-INSTALLMENT            PIC S9(9)V9(2) VALUE ZEROS.
           05  LON-BALANCE                PIC S9(9)V9(2) VALUE ZEROS.
           05  LON-PAID-COUNT             PIC 9(3)       VALUE ZEROS.
           05  LON-NEXT-DUE               PIC 9(8)       VALUE ZEROS.
           05  LON-PRIN-CATEGORY          PIC X(4)       VALUE SPACES.
           05  LON-INT-CATEGORY           PIC X(4)       VALUE SPACES.
           05  LON-STATUS                 PIC X(1)       VALUE "A".

       FD  LOAN-DELINQUENCY-FILE.
       01  LOAN-DELINQUENCY-RECORD.
           05  LDQ-LOAN-ID                PIC 9(4)       VALUE ZEROS.
           05  LDQ-INSTALLMENT-NO         PIC 9(3)       VALUE ZEROS.
           05  LDQ-DUE-DATE               PIC 9(8)       VALUE ZEROS.
           05  LDQ-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  LDQ-REASON                 PIC X(8)       VALUE SPACES.
           05  LDQ-DATE-TIME              PIC 9(14)      VALUE ZEROS.
           05  LDQ-OPERATOR-ID            PIC X(20)      VALUE SPACES.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  ACR-JOURNAL-NUMBER         PIC 9(6)       VALUE ZEROS.
           05  ACR-EFFECTIVE-DATE         PIC 9(8)       VALUE ZEROS.
           05  ACR-REVERSAL-DATE          PIC 9(8)       VALUE ZEROS.
           05  ACR-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  ACR-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  ACR-OPERATOR-ID            PIC X(20)      VALUE SPACES.
           05  ACR-DATE-TIME              PIC 9(14)      VALUE ZEROS.
           05  ACR-STATUS                 PIC X(1)       VALUE "O".
           05  ACR-REVERSAL-JOURNAL       PIC 9(6)       VALUE ZEROS.

       FD  ACCRUAL-HISTORY-FILE.
       01  ACCRUAL-HISTORY-RECORD.
           05  ACH-DETAIL                 PIC X(97)      VALUE SPACES.
           05  ACH-STATUS                 PIC X(1)       VALUE SPACE.
           05  ACH-REVERSAL-JOURNAL       PIC 9(6)       VALUE ZEROS.

       FD  TAXCODE-FILE.
       01  TAXCODE-RECORD.
           05  TAX-CODE                   PIC X(4)       VALUE SPACES.
           05  CMP-NAME                   PIC X(40)      VALUE SPACES.
           05  CMP-ACTIVE                 PIC X(1)       VALUE "Y".
           05  CMP-RE-ACCOUNT-ID          PIC 9(8)       VALUE ZEROS.
           05  CMP-IC-ENTRY               OCCURS 5 TIMES.
               10  CMP-IC-COMPANY         PIC X(8).
               10  CMP-IC-ACCOUNT-ID      PIC 9(8).
           05  CMP-SUSPENSE-ACCOUNT-ID    PIC 9(8)       VALUE ZEROS.

       FD  ACCOUNT-TYPE-FILE.
       01  ACCOUNT-TYPE-RECORD.
           05  ATY-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  ATY-INTEREST-RATE          PIC S9(1)V9(4) VALUE ZEROS.
           05  ATY-MONTHLY-FEE            PIC S9(5)V9(2) VALUE ZEROS.
           05  ATY-CREDIT-LIMIT           PIC 9(7)V9(2)  VALUE ZEROS.
           05  ATY-DORMANT-DAYS           PIC 9(4)       VALUE ZEROS.
           05  ATY-DORMANCY-FEE           PIC 9(5)V9(2)  VALUE ZEROS.

       FD  CATEGORY-FILE.
       01  CATEGORY-RECORD.
           05  PHONE-EMAIL                PIC X(30)      VALUE SPACES.
           05  PHONE-EXTENSION            PIC X(5)       VALUE SPACES.
           05  PHONE-DEPARTMENT           PIC X(4)       VALUE SPACES.
           05  PHONE-MANAGER-ID           PIC 9(4)       VALUE ZEROS.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-RATE                   PIC 9(3)V9(6)  VALUE ZEROS.
           05  XRT-EFFECTIVE              PIC 9(8)       VALUE ZEROS.

       FD  TREASURY-RATE-FILE.
       01  TREASURY-RATE-RECORD.
           05  TRS-CURRENCY               PIC X(3)       VALUE SPACES.
           05  TRS-RATE                   PIC 9(3)V9(6)  VALUE ZEROS.
           05  TRS-EFFECTIVE              PIC 9(8)       VALUE ZEROS.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                     PIC X(20)      VALUE SPACES.
           05  OPR-PASSWORD               PIC X(12)      VALUE SPACES.
           05  OPR-LEVEL                  PIC 9(1)       VALUE ZERO.
           05  OPR-PHONE-ID               PIC 9(4)       VALUE ZEROS.
           05  OPR-SUSPENDED              PIC X(1)       VALUE "N".
           05  OPR-LEAVER-STAMP           PIC 9(14)      VALUE ZEROS.

       FD  LEAVER-FILE.
       01  LEAVER-RECORD.
           05  LVR-DATE-TIME              PIC 9(14)      VALUE ZEROS.
           05  LVR-PHONE-ID               PIC 9(4)       VALUE ZEROS.
           05  LVR-LAST-NAME              PIC X(20)      VALUE SPACES.
           05  LVR-FIRST-NAME             PIC X(15)      VALUE SPACES.
           05  LVR-DEPARTMENT             PIC X(4)       VALUE SPACES.

       FD  CERT-FILE.
       01  CERT-RECORD.
           05  GCR-PHONE-ID               PIC 9(4)       VALUE ZEROS.
           05  GCR-TRAINEE-NAME           PIC X(20)      VALUE SPACES.
           05  GCR-TIER                   PIC 9(1)       VALUE ZERO.
           05  GCR-CERT-DATE              PIC 9(8)       VALUE ZEROS.
           05  GCR-EXPIRY-DATE            PIC 9(8)       VALUE ZEROS.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-ITEM-ID                PIC 9(6)       VALUE ZEROS.
           05  SUS-STATUS                 PIC X(1)       VALUE SPACE.
           05  SUS-COMPANY                PIC X(8)       VALUE SPACES.
           05  SUS-SUSPENSE-ACCOUNT-ID    PIC 9(8)       VALUE ZEROS.
           05  SUS-SOURCE                 PIC X(8)       VALUE SPACES.
           05  SUS-SOURCE-BATCH           PIC X(60)      VALUE SPACES.
           05  SUS-SOURCE-LINE            PIC 9(6)       VALUE ZEROS.
           05  SUS-REASON                 PIC X(8)       VALUE SPACES.
           05  SUS-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  SUS-POSTED-DATE            PIC 9(8)       VALUE ZEROS.
           05  SUS-ORIGINAL-ACCOUNT-ID    PIC 9(8)       VALUE ZEROS.
           05  SUS-ORIGINAL-DATE          PIC 9(8)       VALUE ZEROS.
           05  SUS-ORIGINAL-CATEGORY      PIC X(4)       VALUE SPACES.
           05  SUS-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  SUS-ORIGINAL-LINE          PIC X(80)      VALUE SPACES.
           05  SUS-CLEARED-DATE           PIC 9(8)       VALUE ZEROS.
           05  SUS-CLEARED-ACCOUNT-ID     PIC 9(8)       VALUE ZEROS.
           05  SUS-CLEARED-OPERATOR       PIC X(20)      VALUE SPACES.

       FD  SUSPENSE-WORK-FILE.
       01  SUSWRK-RECORD                  PIC X(300)     VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-BEFORE-IMAGE           PIC X(120)     VALUE SPACES.
           05  AUD-AFTER-IMAGE            PIC X(120)     VALUE SPACES.

       FD  RECOVERY-LOG-FILE.
       01  RECOVERY-LOG-RECORD.
           05  RLG-STAMP.
               10  RLG-DATE               PIC 9(8)       VALUE ZEROS.
               10  RLG-TIME               PIC 9(6)       VALUE ZEROS.
           05  RLG-FILE-CODE              PIC X(1)       VALUE SPACE.
           05  RLG-ACTION                 PIC X(1)       VALUE SPACE.
           05  RLG-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  RLG-SEQUENCE               PIC 9(6)       VALUE ZEROS.
           05  RLG-OPERATOR-ID            PIC X(20)      VALUE SPACES.
           05  RLG-IMAGE                  PIC X(120)     VALUE SPACES.

       FD  BACKUP-FILE.
       01  BKP-GENERIC-RECORD.
           05  BKG-RECORD-TYPE            PIC X(1)       VALUE SPACE.

       01  BKP-CONTROL-RECORD.
           05  BKC-RECORD-TYPE            PIC X(1)       VALUE "C".
           05  BKC-IMAGE                  PIC X(120)     VALUE SPACES.

       01  BKP-ACCOUNT-RECORD.
           05  BKA-RECORD-TYPE            PIC X(1)       VALUE "A".
           05  BKA-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  BKA-IMAGE                  PIC X(120)     VALUE SPACES.

       01  BKP-LEDGER-RECORD.
           05  BKL-RECORD-TYPE            PIC X(1)       VALUE "L".
           05  IKS-LABEL                  PIC X(30)      VALUE SPACES.
           05  IKS-COUNT                  PIC Z(4)9      VALUE ZEROS.

       01  BATCH-REPORT-HEADER.
           05  BH-ACCOUNT-ID              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  BH-AMOUNT                  PIC X(16)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  BH-DESCRIPTION             PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  BH-SUSPENSE-ITEM           PIC X(8)       VALUE SPACES.

       01  BATCH-REPORT-LINE.
           05  BR-ACCOUNT-ID              PIC Z(7)9      VALUE ZEROS.
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  BR-DESCRIPTION             PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  BR-SUSPENSE-ITEM           PIC Z(8)       VALUE ZEROS.

       01  BATCH-SUMMARY-LINE.
           05  BSL-LABEL                  PIC X(20)      VALUE SPACES.
           05  RC-DIFF                    PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  CONS-REPORT-HEADER.
           05  CNH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNH-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNH-TOTAL                  PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNH-IC                     PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNH-NET                    PIC X(15)      VALUE SPACES.

       01  CONS-REPORT-LINE.
           05  CNL-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNL-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNL-TOTAL                  PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNL-IC                     PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CNL-NET                    PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  ICPAIR-REPORT-HEADER.
           05  IPH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-BALANCE                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-COUNTERPARTY           PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-COUNTER-ACCOUNT        PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-COUNTER-BALANCE        PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-DIFF                   PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPH-STATUS                 PIC X(8)       VALUE SPACES.

       01  ICPAIR-REPORT-LINE.
           05  IPL-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-BALANCE                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-COUNTERPARTY           PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-COUNTER-ACCOUNT        PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-COUNTER-BALANCE        PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-DIFF                   PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  IPL-STATUS                 PIC X(8)       VALUE SPACES.

       01  FIN-REPORT-HEADER.
           05  FNH-LABEL                  PIC X(40)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNH-CURRENT                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNH-PRIOR                  PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNH-YTD                    PIC X(15)      VALUE SPACES.

       01  FIN-REPORT-LINE.
           05  FNL-LABEL                  PIC X(40)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNL-CURRENT                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNL-PRIOR                  PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FNL-YTD                    PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  CASHFC-REPORT-HEADER.
           05  CFH-WEEK                   PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-START                  PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-INFLOW                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-OUTFLOW                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-NET                    PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-BALANCE                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFH-FLAG                   PIC X(8)       VALUE SPACES.

       01  CASHFC-REPORT-LINE.
           05  CFL-WEEK                   PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-START                  PIC 9999/99/99 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-INFLOW                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-OUTFLOW                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-NET                    PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-BALANCE                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CFL-FLAG                   PIC X(8)       VALUE SPACES.

       01  ACCRUAL-REPORT-HEADER.
           05  ACH-JOURNAL                PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-EFFECTIVE              PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-REVERSAL               PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-AMOUNT                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-OPERATOR               PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACH-NOTE                   PIC X(8)       VALUE SPACES.

       01  ACCRUAL-REPORT-LINE.
           05  ACL-JOURNAL                PIC 9(6)       VALUE ZEROS.
           05  FILLER                     PIC X(2)       VALUE SPACES.
           05  ACL-EFFECTIVE              PIC 9999/99/99 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACL-REVERSAL               PIC 9999/99/99 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACL-AMOUNT                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACL-OPERATOR               PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACL-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ACL-NOTE                   PIC X(8)       VALUE SPACES.

       01  RECON-SUMMARY-LINE.
           05  RS-LABEL                   PIC X(30)      VALUE SPACES.
           05  RS-COUNT                   PIC ZZZ9       VALUE ZEROS.
           05  AGL-OPEN                   PIC -$$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  DUNREG-REPORT-HEADER.
           05  DRH-NUMBER                 PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-NAME                   PIC X(25)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-DUE-DATE               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-DAYS                   PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-LEVEL                  PIC X(13)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-OPEN                   PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRH-FEE                    PIC X(11)      VALUE SPACES.

       01  DUNREG-REPORT-LINE.
           05  DRL-NUMBER                 PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-NAME                   PIC X(25)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-DUE-DATE               PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-DAYS                   PIC ZZZZ9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-LEVEL                  PIC X(13)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-OPEN                   PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DRL-FEE                    PIC $$$,$$9.99 VALUE ZEROS.

       01  AGING-SUMMARY-HEADER.
           05  ASH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DPL-RESULT                 PIC X(8)       VALUE SPACES.

       01  LOANSCH-REPORT-HEADER.
           05  LSH-NUMBER                 PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSH-DUE-DATE               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSH-PAYMENT                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSH-INTEREST               PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSH-PRINCIPAL              PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSH-BALANCE                PIC X(15)      VALUE SPACES.

       01  LOANSCH-REPORT-LINE.
           05  LSL-NUMBER                 PIC Z(3)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSL-DUE-DATE               PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSL-PAYMENT                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSL-INTEREST               PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSL-PRINCIPAL              PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LSL-BALANCE                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  LOANRUN-REPORT-HEADER.
           05  LRH-LOAN-ID                PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-INSTALLMENT            PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-DUE-DATE               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-PRINCIPAL              PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-INTEREST               PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRH-RESULT                 PIC X(8)       VALUE SPACES.

       01  LOANRUN-REPORT-LINE.
           05  LRL-LOAN-ID                PIC Z(4)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-INSTALLMENT            PIC Z(3)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-DUE-DATE               PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-PRINCIPAL              PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-INTEREST               PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LRL-RESULT                 PIC X(8)       VALUE SPACES.

       01  LOANDLQ-REPORT-HEADER.
           05  LDH-LOAN-ID                PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-INSTALLMENT            PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-DUE-DATE               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-REASON                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-AMOUNT                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDH-HOLDER                 PIC X(30)      VALUE SPACES.

       01  LOANDLQ-REPORT-LINE.
           05  LDL-LOAN-ID                PIC Z(4)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-INSTALLMENT            PIC Z(3)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-DUE-DATE               PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-REASON                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-AMOUNT                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  LDL-HOLDER                 PIC X(30)      VALUE SPACES.

       01  TAXREP-REPORT-HEADER.
           05  TXH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SRL-DESCRIPTION            PIC X(30)      VALUE SPACES.

       01  FXI-REPORT-HEADER.
           05  FXH-CURRENCY               PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-EFFECTIVE              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-PRIOR-RATE             PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-PRIOR-DATE             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-NEW-RATE               PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-CHANGE                 PIC X(9)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXH-RESULT                 PIC X(30)      VALUE SPACES.

       01  FXI-REPORT-LINE.
           05  FXL-CURRENCY               PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-EFFECTIVE              PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-PRIOR-RATE             PIC 999.999999 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-PRIOR-DATE             PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-NEW-RATE               PIC 999.999999 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-CHANGE                 PIC ZZZZ9.99-  VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  FXL-RESULT                 PIC X(30)      VALUE SPACES.

       01  OVERLIMIT-REPORT-HEADER.
           05  OLH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-NUMBER                 PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-TYPE                   PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-CURRENCY               PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-BALANCE                PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-LIMIT                  PIC X(14)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLH-EXCESS                 PIC X(14)      VALUE SPACES.

       01  OVERLIMIT-REPORT-LINE.
           05  OLL-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-NUMBER                 PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-TYPE                   PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-CURRENCY               PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-BALANCE                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-LIMIT                  PIC $$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  OLL-EXCESS                 PIC $$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  DORMANT-REPORT-HEADER.
           05  DMH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-NUMBER                 PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-HOLDER                 PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-LAST-ACTIVITY          PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-IDLE-DAYS              PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-FEE                    PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DMH-RESULT                 PIC X(8)       VALUE SPACES.

       01  DORMANT-REPORT-LINE.
           05  DML-ACCOUNT-ID             PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-NUMBER                 PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-HOLDER                 PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-LAST-ACTIVITY          PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-IDLE-DAYS              PIC ZZZZZ9     VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-FEE                    PIC $$$,$$0.00 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  DML-RESULT                 PIC X(8)       VALUE SPACES.

       01  ESTMT-EXCEPTION-HEADER.
           05  EXH-HOLDER-ID              PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXH-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXH-PHONE-ID               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXH-REASON                 PIC X(20)      VALUE SPACES.

       01  ESTMT-EXCEPTION-LINE.
           05  EXL-HOLDER-ID              PIC Z(5)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXL-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXL-PHONE-ID               PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  EXL-REASON                 PIC X(20)      VALUE SPACES.

       01  CERT-REPORT-HEADER.
           05  CRH-OPERATOR-ID            PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-LEVEL                  PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-PHONE-ID               PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-TIER                   PIC X(4)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-CERT-DATE              PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-EXPIRY-DATE            PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRH-STATUS                 PIC X(8)       VALUE SPACES.

       01  CERT-REPORT-LINE.
           05  CRL-OPERATOR-ID            PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-LEVEL                  PIC Z(4)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-PHONE-ID               PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-TIER                   PIC Z(3)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-CERT-DATE              PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-EXPIRY-DATE            PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  CRL-STATUS                 PIC X(8)       VALUE SPACES.

       01  SUSPENSE-AGING-HEADER.
           05  SAH-ITEM-ID                PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-SOURCE                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-SOURCE-LINE            PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-REASON                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-ORIGINAL-ACCOUNT       PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-POSTED-DATE            PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-DAYS                   PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-AMOUNT                 PIC X(16)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAH-DESCRIPTION            PIC X(30)      VALUE SPACES.

       01  SUSPENSE-AGING-LINE.
           05  SAL-ITEM-ID                PIC Z(5)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-SOURCE                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-SOURCE-LINE            PIC Z(5)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-REASON                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-ORIGINAL-ACCOUNT       PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-POSTED-DATE            PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-DAYS                   PIC Z(4)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-AMOUNT                 PIC -$$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  SAL-DESCRIPTION            PIC X(30)      VALUE SPACES.

       01  RETAIN-REPORT-HEADER.
           05  RTH-FILE-TYPE              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-DAYS                   PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-CUTOFF                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-BEFORE                 PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-PURGED                 PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-AFTER                  PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-BASIS                  PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-BEFORE-TOTAL           PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-PURGED-TOTAL           PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTH-AFTER-TOTAL            PIC X(20)      VALUE SPACES.

       01  RETAIN-REPORT-LINE.
           05  RTL-FILE-TYPE              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-DAYS                   PIC Z(4)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-CUTOFF                 PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-BEFORE                 PIC Z(6)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-PURGED                 PIC Z(6)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-AFTER                  PIC Z(6)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-BASIS                  PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-BEFORE-TOTAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-PURGED-TOTAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RTL-AFTER-TOTAL            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                          VALUE ZEROS.

       01  RECOVERY-REPORT-HEADER.
           05  RCVH-STAMP                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-FILE                  PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-ACTION                PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-ACCOUNT-ID            PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-SEQUENCE              PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-OPERATOR              PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVH-AMOUNT                PIC X(15)      VALUE SPACES.

       01  RECOVERY-REPORT-LINE.
           05  RCVL-DATE                  PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-TIME                  PIC 9(6)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-FILE                  PIC X(7)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-ACTION                PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-ACCOUNT-ID            PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-SEQUENCE              PIC Z(5)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-OPERATOR              PIC X(20)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RCVL-AMOUNT                PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  RECOVERY-SUMMARY-LINE.
           05  RCVS-LABEL                 PIC X(30)      VALUE SPACES.
           05  RCVS-COUNT                 PIC Z(9)9      VALUE ZEROS.
           05  FILLER                     PIC X(2)       VALUE SPACES.
           05  RCVS-AMOUNT                PIC -$$$,$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  STREAM-REPORT-HEADER.
           05  STMH-STEP-NAME             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-FUNCTION              PIC X(12)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-STATUS                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-RETURN-CODE           PIC X(2)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-START                 PIC X(19)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-END                   PIC X(19)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STMH-SPOOL-FILE            PIC X(46)      VALUE SPACES.

       01  STREAM-REPORT-LINE.
           05  STML-STEP-NAME             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-FUNCTION              PIC X(12)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-STATUS                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-RETURN-CODE           PIC Z9         VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-START                 PIC X(19)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-END                   PIC X(19)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  STML-SPOOL-FILE            PIC X(46)      VALUE SPACES.

       01  STREAM-SUMMARY-LINE.
           05  STMS-LABEL                 PIC X(30)      VALUE SPACES.
           05  STMS-COUNT                 PIC Z(5)9      VALUE ZEROS.

       01  FXI-SUMMARY-LINE.
           05  FXS-LABEL                  PIC X(24)      VALUE SPACES.
           05  FXS-COUNT                  PIC ZZZZ9      VALUE ZEROS.

       01  RVL-REPORT-HEADER.
           05  RVH-ACCOUNT-ID             PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-CURRENCY               PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-OLD-RATE               PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-NEW-RATE               PIC X(10)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-EFFECTIVE              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-VALUE                  PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVH-MOVEMENT               PIC X(15)      VALUE SPACES.

       01  RVL-REPORT-LINE.
           05  RVLL-ACCOUNT-ID            PIC Z(7)9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-CURRENCY              PIC X(3)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-OLD-RATE              PIC 999.999999 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-NEW-RATE              PIC 999.999999 VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-EFFECTIVE             PIC 9(8)       VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-VALUE                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  RVLL-MOVEMENT              PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       01  YE-REPORT-HEADER.
           05  YEH-COMPANY                PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-BUDGET                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-COMMITTED              PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-ACTUAL                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-AVAILABLE              PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-VARIANCE               PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRH-PCT                    PIC X(8)       VALUE SPACES.
           05  VRL-BUDGET                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRL-COMMITTED              PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRL-ACTUAL                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRL-AVAILABLE              PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRL-VARIANCE               PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VRL-PCT                    PIC ZZZZ9.9-   VALUE ZEROS.

       01  VENDPAY-REPORT-HEADER.
           05  VPH-VENDOR-ID              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-TAX-ID                 PIC X(11)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-COUNT                  PIC X(5)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-CHECKS                 PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-EFT                    PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-TOTAL                  PIC X(15)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPH-REPORTABLE             PIC X(3)       VALUE SPACES.

       01  VENDPAY-REPORT-LINE.
           05  VPL-VENDOR-ID              PIC X(8)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-NAME                   PIC X(30)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-TAX-ID                 PIC X(11)      VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-COUNT                  PIC ZZZZ9      VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-CHECKS                 PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-EFT                    PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-TOTAL                  PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  VPL-REPORTABLE             PIC X(3)       VALUE SPACES.

       01  BANKREC-REPORT-HEADER.
           05  BKRH-SIDE                  PIC X(6)       VALUE SPACES.
           05  FILLER                     PIC X(1)       VALUE SPACES.
           05  ASL-OVER                   PIC -$$$,$$$,$$0.00
                                          VALUE ZEROS.

       FD  BATCH-INPUT-FILE.
       01  BATCH-INPUT-RECORD.
           05  BIR-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  BIR-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
           05  BIR-DESCRIPTION            PIC X(30)      VALUE SPACES.
           05  BIR-EFFECTIVE-DATE         PIC 9(8)       VALUE ZEROS.
           05  BIR-CATEGORY               PIC X(4)       VALUE SPACES.
           05  BIR-TAX-CODE               PIC X(4)       VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  MENU-OPTION                    PIC 9(2)       VALUE ZERO.
       01  BATCH-POSTED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  BATCH-REJECTED-COUNT           PIC 9(4)       VALUE ZEROS.
       01  BATCH-POSTED-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  BATCH-LIMIT-OK                 PIC X(1)       VALUE "Y".
       01  BATCH-DORMANT                  PIC X(1)       VALUE "N".
       01  BATCH-DORMANT-HELD             PIC X(1)       VALUE "N".
       01  BATCH-SUSPENSE-COMPANY         PIC X(8)       VALUE SPACES.
       01  BATCH-SUSPENSE-REASON          PIC X(8)       VALUE SPACES.
       01  BATCH-SUSPENSE-ITEM            PIC 9(6)       VALUE ZEROS.
       01  BATCH-SUSPENSE-COUNT           PIC 9(4)       VALUE ZEROS.
       01  BATCH-SUSPENSE-TOTAL           PIC S9(9)V9(2) VALUE ZEROS.
       01  TRANSFER-FROM-ID               PIC 9(8)       VALUE ZEROS.
       01  TRANSFER-TO-ID                 PIC 9(8)       VALUE ZEROS.
       01  TRANSFER-FROM-ID-EDIT          PIC Z(7)9      VALUE ZEROS.
       01  TRANSFER-TO-FOUND              PIC X(1)       VALUE "N".
       01  TRANSFER-FROM-CLOSED           PIC X(1)       VALUE "N".
       01  TRANSFER-TO-CLOSED             PIC X(1)       VALUE "N".
       01  TRANSFER-LIMIT-OK              PIC X(1)       VALUE "Y".
       01  TRANSFER-FROM-DORMANT          PIC X(1)       VALUE "N".
       01  TRANSFER-TO-DORMANT            PIC X(1)       VALUE "N".
       01  TRANSFER-POSTED                PIC X(1)       VALUE "N".
       01  TRANSFER-HOLD-LINES            PIC 9(2)       VALUE ZEROS.
       01  TRANSFER-DESCRIPTION-TRUNC     PIC X(10)      VALUE SPACES.
       01  RECON-LEDGER-BALANCE           PIC S9(9)V9(2) VALUE ZEROS.
       01  RECON-MISMATCH-COUNT           PIC 9(4)       VALUE ZEROS.
       01  OPERATOR-WORK-PASSWORD         PIC X(12)      VALUE SPACES.
       01  OPERATOR-WORK-LEVEL            PIC 9(1)       VALUE 1.
       01  OPERATOR-PHONE-ID              PIC 9(4)       VALUE ZEROS.
       01  OPERATOR-WORK-PHONE-ID         PIC 9(4)       VALUE ZEROS.
       01  OPERATOR-WORK-SUSPENDED        PIC X(1)       VALUE "N".
       01  OPERATOR-SUSPENDED             PIC X(1)       VALUE "N".
       01  LEAVER-EOF                     PIC X(1)       VALUE "N".
       01  LEAVER-NAME-UPPER              PIC X(20)      VALUE SPACES.
       01  LEAVER-MATCH                   PIC X(1)       VALUE "N".
       01  LEAVER-SUSPEND-COUNT           PIC 9(2)       VALUE ZEROS.
       01  LEAVER-REASSIGN-COUNT          PIC 9(2)       VALUE ZEROS.
       01  LEAVER-SAVE-OPERATOR-ID        PIC X(20)      VALUE SPACES.
       01  OPERATOR-ON-PHONE-FILE         PIC X(1)       VALUE "N".
       01  OPERATOR-ACCEPTED              PIC X(1)       VALUE "N".
       01  DIRECTORY-AVAILABLE            PIC X(1)       VALUE "N".
       01  SIGNON-ID                      PIC X(20)      VALUE SPACES.
       01  SIGNON-PASSWORD                PIC X(12)      VALUE SPACES.
       01  SIGNON-OK                      PIC X(1)       VALUE "N".
       01  SIGNON-SUSPENDED               PIC X(1)       VALUE "N".
       01  SIGNON-ATTEMPTS                PIC 9(1)       VALUE ZERO.
       01  SUPERVISOR-OK                  PIC X(1)       VALUE "Y".
       01  OPERATOR-TABLE.
               10  OP-ID                  PIC X(20).
               10  OP-PASSWORD            PIC X(12).
               10  OP-LEVEL               PIC 9(1).
               10  OP-PHONE-ID            PIC 9(4).
               10  OP-SUSPENDED           PIC X(1).
               10  OP-LEAVER-STAMP        PIC 9(14).
       01  CERT-MAX-COUNT                 PIC 9(3)       VALUE 999.
       01  CERT-COUNT                     PIC 9(3)       VALUE ZEROS.
       01  CERT-INDEX                     PIC 9(4)       VALUE ZEROS.
       01  CERT-FOUND                     PIC X(1)       VALUE "N".
       01  CERT-EOF                       PIC X(1)       VALUE "N".
       01  CERT-OVERFLOW                  PIC X(1)       VALUE "N".
       01  CERT-WORK-PHONE-ID             PIC 9(4)       VALUE ZEROS.
       01  CERT-STATUS                    PIC X(8)       VALUE SPACES.
       01  CERT-LAPSE-DAYS                PIC 9(3)       VALUE 30.
       01  CERT-TODAY-NUMERIC             PIC 9(8)       VALUE ZEROS.
       01  CERT-TODAY-INT                 PIC 9(7)       VALUE ZEROS.
       01  CERT-LAPSE-LIMIT               PIC 9(8)       VALUE ZEROS.
       01  CERT-WORK-DATE                 PIC 9(8)       VALUE ZEROS.
       01  CERT-WORK-DATE-X REDEFINES CERT-WORK-DATE
                                          PIC X(8).
       01  CERT-WORK-DISPLAY              PIC X(10)      VALUE SPACES.
       01  CERT-LISTED-COUNT              PIC 9(4)       VALUE ZEROS.
       01  CERT-CURRENT-COUNT             PIC 9(4)       VALUE ZEROS.
       01  CERT-LAPSING-COUNT             PIC 9(4)       VALUE ZEROS.
       01  CERT-EXPIRED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  CERT-NONE-COUNT                PIC 9(4)       VALUE ZEROS.
       01  CERT-TABLE.
           05  CERT-ENTRY                 OCCURS 999 TIMES.
               10  GC-PHONE-ID            PIC 9(4).
               10  GC-TIER                PIC 9(1).
               10  GC-CERT-DATE           PIC 9(8).
               10  GC-EXPIRY-DATE         PIC 9(8).
       01  SUSPENSE-MAX-COUNT             PIC 9(4)       VALUE 999.
       01  SUSPENSE-COUNT                 PIC 9(4)       VALUE ZEROS.
       01  SUSPENSE-INDEX                 PIC 9(4)       VALUE ZEROS.
       01  SUSPENSE-EOF                   PIC X(1)       VALUE "N".
       01  SUSPENSE-FULL                  PIC X(1)       VALUE "N".
       01  SUSPENSE-FOUND                 PIC X(1)       VALUE "N".
       01  SUSPENSE-POSTED                PIC X(1)       VALUE "N".
       01  SUSPENSE-NEXT-ID               PIC 9(6)       VALUE ZEROS.
       01  SUSPENSE-ITEM-EDIT             PIC Z(5)9      VALUE ZEROS.
       01  SUSPENSE-TARGET-EDIT           PIC Z(7)9      VALUE ZEROS.
       01  SUSPENSE-SAVE-ACCOUNT          PIC X(120)     VALUE SPACES.
       01  SUSPENSE-SAVE-ACCOUNT-ID       PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-WORK-ITEM-ID          PIC 9(6)       VALUE ZEROS.
       01  SUSPENSE-WORK-STATUS           PIC X(1)       VALUE SPACE.
       01  SUSPENSE-WORK-COMPANY          PIC X(8)       VALUE SPACES.
       01  SUSPENSE-WORK-ACCOUNT-ID       PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-WORK-SOURCE           PIC X(8)       VALUE SPACES.
       01  SUSPENSE-WORK-BATCH            PIC X(60)      VALUE SPACES.
       01  SUSPENSE-WORK-LINE-NO          PIC 9(6)       VALUE ZEROS.
       01  SUSPENSE-WORK-REASON           PIC X(8)       VALUE SPACES.
       01  SUSPENSE-WORK-AMOUNT           PIC S9(9)V9(2) VALUE ZEROS.
       01  SUSPENSE-WORK-POSTED-DATE      PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-WORK-ORIG-ACCOUNT     PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-WORK-ORIG-DATE        PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-WORK-ORIG-CATEGORY    PIC X(4)       VALUE SPACES.
       01  SUSPENSE-WORK-DESCRIPTION      PIC X(30)      VALUE SPACES.
       01  SUSPENSE-WORK-ORIG-LINE        PIC X(80)      VALUE SPACES.
       01  SUSPENSE-CLEAR-ACCOUNT-ID      PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-CLEAR-CATEGORY        PIC X(4)       VALUE SPACES.
       01  SUSPENSE-CLEAR-DATE            PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-TODAY-NUMERIC         PIC 9(8)       VALUE ZEROS.
       01  SUSPENSE-TODAY-INT             PIC 9(7)       VALUE ZEROS.
       01  SUSPENSE-AGE-DAYS              PIC S9(5)      VALUE ZEROS.
       01  SUSPENSE-AGE-BUCKET            PIC 9(1)       VALUE ZEROS.
       01  SUSPENSE-OPEN-COUNT            PIC 9(4)       VALUE ZEROS.
       01  SUSPENSE-OPEN-TOTAL            PIC S9(9)V9(2) VALUE ZEROS.
       01  SUSPENSE-CLEARED-COUNT         PIC 9(4)       VALUE ZEROS.
       01  SUSPENSE-AGE-TABLE.
           05  SUSPENSE-AGE-ENTRY         OCCURS 4 TIMES.
               10  SA-COUNT               PIC 9(4).
               10  SA-TOTAL               PIC S9(9)V9(2).
       01  SUSPENSE-TABLE.
           05  SUSPENSE-ENTRY             OCCURS 999 TIMES.
               10  SI-ITEM-ID             PIC 9(6).
               10  SI-STATUS              PIC X(1).
               10  SI-COMPANY             PIC X(8).
               10  SI-SUSPENSE-ACCOUNT-ID PIC 9(8).
               10  SI-SOURCE              PIC X(8).
               10  SI-SOURCE-BATCH        PIC X(60).
               10  SI-SOURCE-LINE         PIC 9(6).
               10  SI-REASON              PIC X(8).
               10  SI-AMOUNT              PIC S9(9)V9(2).
               10  SI-POSTED-DATE         PIC 9(8).
               10  SI-ORIGINAL-ACCOUNT-ID PIC 9(8).
               10  SI-ORIGINAL-DATE       PIC 9(8).
               10  SI-ORIGINAL-CATEGORY   PIC X(4).
               10  SI-DESCRIPTION         PIC X(30).
               10  SI-ORIGINAL-LINE       PIC X(80).
               10  SI-CLEARED-DATE        PIC 9(8).
               10  SI-CLEARED-ACCOUNT-ID  PIC 9(8).
               10  SI-CLEARED-OPERATOR    PIC X(20).
       01  INTEREST-FEE-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  INTEREST-DESCRIPTION           PIC X(30)      VALUE SPACES.
       01  INTEREST-POSTED-COUNT          PIC 9(4)       VALUE ZEROS.
       01  JOURNAL-WORK-ACCOUNT-ID        PIC 9(8)       VALUE ZEROS.
       01  JOURNAL-WORK-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  JOURNAL-WORK-DESCRIPTION       PIC X(30)      VALUE SPACES.
       01  JOURNAL-ACCRUAL                PIC X(1)       VALUE "N".
       01  JOURNAL-EFFECTIVE-DATE         PIC 9(8)       VALUE ZEROS.
       01  JOURNAL-LINK-NUMBER            PIC 9(6)       VALUE ZEROS.
       01  JOURNAL-TYPE-VALID             PIC X(1)       VALUE "N".
       01  JOURNAL-TYPE-LABEL             PIC X(40)      VALUE SPACES.
       01  JOURNAL-REGISTER-EOF           PIC X(1)       VALUE "N".
       01  ACCRUAL-MAX-COUNT              PIC 9(3)       VALUE 200.
       01  ACCRUAL-COUNT                  PIC 9(3)       VALUE ZEROS.
       01  ACCRUAL-INDEX                  PIC 9(3)       VALUE ZEROS.
       01  ACCRUAL-CLOSE-DATE             PIC 9(8)       VALUE ZEROS.
       01  ACCRUAL-PENDING                PIC X(1)       VALUE "N".
       01  ACCRUAL-REVERSED-COUNT         PIC 9(4)       VALUE ZEROS.
       01  ACCRUAL-FAILED-COUNT           PIC 9(4)       VALUE ZEROS.
       01  ACCRUAL-OPEN-COUNT             PIC 9(4)       VALUE ZEROS.
       01  ACCRUAL-OPEN-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  ACCRUAL-DONE-COUNT             PIC 9(4)       VALUE ZEROS.
       01  ACCRUAL-DEBIT-TOTAL            PIC S9(9)V9(2) VALUE ZEROS.
       01  ORDER-MAX-COUNT                PIC 9(2)       VALUE 50.
       01  ORDER-COUNT                    PIC 9(2)       VALUE ZEROS.
       01  ORDER-INDEX                    PIC 9(2)       VALUE ZEROS.
       01  ORDER-POSTED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  ORDER-REJECTED-COUNT           PIC 9(4)       VALUE ZEROS.
       01  ORDER-POSTED-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  ORDER-LIMIT-OK                 PIC X(1)       VALUE "Y".
       01  ORDER-DORMANT                  PIC X(1)       VALUE "N".
       01  ORDER-TODAY-NUMERIC            PIC 9(8)       VALUE ZEROS.
       01  ORDER-DUE-NUMERIC              PIC 9(8)       VALUE ZEROS.
       01  ORDER-MONTH-DAYS               PIC 9(2)       VALUE ZEROS.
       01  ORDER-WORK-DESCRIPTION         PIC X(30)      VALUE SPACES.
       01  ORDER-WORK-FREQUENCY           PIC X(1)       VALUE SPACE.
       01  ORDER-WORK-ACTIVE              PIC X(1)       VALUE "Y".
       01  ORDER-WORK-VENDOR-ID           PIC X(8)       VALUE SPACES.
       01  ORDER-WORK-DUE-DATE            PIC 9(8)       VALUE ZEROS.
       01  ORDER-WORK-DUE-DATE-X
               REDEFINES ORDER-WORK-DUE-DATE.
               10  OT-FREQUENCY           PIC X(1).
               10  OT-NEXT-DUE            PIC 9(8).
               10  OT-ACTIVE              PIC X(1).
               10  OT-VENDOR-ID           PIC X(8).
       01  PEND-MAX-COUNT                 PIC 9(2)       VALUE 50.
       01  PEND-COUNT                     PIC 9(2)       VALUE ZEROS.
       01  PEND-INDEX                     PIC 9(2)       VALUE ZEROS.
       01  PEND-WORK-DESCRIPTION          PIC X(30)      VALUE SPACES.
       01  PEND-WORK-OPERATOR-ID          PIC X(20)      VALUE SPACES.
       01  PEND-WORK-EFF-DATE             PIC 9(8)       VALUE ZEROS.
       01  PEND-WORK-REASSIGN             PIC X(1)       VALUE SPACE.
       01  APPROVAL-ABS-AMOUNT            PIC 9(9)V9(2)  VALUE ZEROS.
       01  APPROVAL-REQUIRED              PIC X(1)       VALUE "N".
       01  APPROVER-OK                    PIC X(1)       VALUE "Y".
       01  JOURNAL-OVER-THRESHOLD         PIC X(1)       VALUE "N".
       01  CREDIT-LIMIT-OK                PIC X(1)       VALUE "Y".
       01  JOURNAL-ACCOUNTS-OK            PIC X(1)       VALUE "Y".
       01  JOURNAL-LIMITS-OK              PIC X(1)       VALUE "Y".
       01  JOURNAL-NET-INDEX              PIC 9(2)       VALUE ZEROS.
       01  JOURNAL-POSTED-LINES           PIC 9(2)       VALUE ZEROS.
       01  CREDIT-POSTING-AMOUNT          PIC S9(9)V9(2) VALUE ZEROS.
       01  CREDIT-EXCESS-AMOUNT           PIC S9(10)V9(2) VALUE ZEROS.
       01  CREDIT-TYPE-LIMIT              PIC 9(9)V9(2)  VALUE ZEROS.
       01  CREDIT-NEW-LIMIT               PIC 9(9)V9(2)  VALUE ZEROS.
       01  CREDIT-ACCOUNT-EDIT            PIC Z(7)9      VALUE ZEROS.
       01  CREDIT-EXCESS-EDIT             PIC $$$,$$$,$$9.99
                                          VALUE ZEROS.
       01  OVERLIMIT-COUNT                PIC 9(4)       VALUE ZEROS.
       01  OVERLIMIT-TOTAL-EXCESS         PIC S9(10)V9(2) VALUE ZEROS.
       01  DORMANCY-TODAY                 PIC 9(8)       VALUE ZEROS.
       01  DORMANCY-TODAY-INT             PIC 9(7)       VALUE ZEROS.
       01  DORMANCY-RUN-MONTH             PIC 9(6)       VALUE ZEROS.
       01  DORMANCY-FEES-DUE              PIC X(1)       VALUE "Y".
       01  DORMANCY-LAST-DATE             PIC 9(8)       VALUE ZEROS.
       01  DORMANCY-FIRST-DATE            PIC 9(8)       VALUE ZEROS.
       01  DORMANCY-IDLE-DAYS             PIC 9(6)       VALUE ZEROS.
       01  DORMANCY-FILE-SEQ              PIC 9(3)       VALUE ZEROS.
       01  DORMANCY-INDEX-EOF             PIC X(1)       VALUE "N".
       01  DORMANCY-ARCH-EOF              PIC X(1)       VALUE "N".
       01  DORMANCY-CUSTOMER-ENTRY        PIC X(1)       VALUE "Y".
       01  DORMANCY-TYPE-DAYS             PIC 9(4)       VALUE ZEROS.
       01  DORMANCY-TYPE-FEE              PIC 9(5)V9(2)  VALUE ZEROS.
       01  DORMANCY-FEE-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  DORMANCY-RESULT                PIC X(8)       VALUE SPACES.
       01  DORMANCY-NEW-COUNT             PIC 9(4)       VALUE ZEROS.
       01  DORMANCY-OLD-COUNT             PIC 9(4)       VALUE ZEROS.
       01  DORMANCY-FEE-COUNT             PIC 9(4)       VALUE ZEROS.
       01  DORMANCY-FEE-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  DORMANCY-PREFIX-COUNT          PIC 9(2)       VALUE 10.
       01  DORMANCY-PREFIX-INDEX          PIC 9(2)       VALUE ZEROS.
       01  DORMANCY-SYSTEM-PREFIXES.
           05  FILLER                     PIC X(14)
                                          VALUE "MONTHLY".
           05  FILLER                     PIC 9(2)       VALUE 8.
           05  FILLER                     PIC X(14)
                                          VALUE "FX REVAL".
           05  FILLER                     PIC 9(2)       VALUE 8.
           05  FILLER                     PIC X(14)
                                          VALUE "YEAR-END CLOSE".
           05  FILLER                     PIC 9(2)       VALUE 14.
           05  FILLER                     PIC X(14)
                                          VALUE "LATE FEE".
           05  FILLER                     PIC 9(2)       VALUE 8.
           05  FILLER                     PIC X(14)
                                          VALUE "DEPRECIATION".
           05  FILLER                     PIC 9(2)       VALUE 12.
           05  FILLER                     PIC X(14)
                                          VALUE "DORMANCY FEE".
           05  FILLER                     PIC 9(2)       VALUE 12.
           05  FILLER                     PIC X(14)
                                          VALUE "IC DUE".
           05  FILLER                     PIC 9(2)       VALUE 6.
           05  FILLER                     PIC X(14)
                                          VALUE "LOAN".
           05  FILLER                     PIC 9(2)       VALUE 5.
           05  FILLER                     PIC X(14)
                                          VALUE "REVERSAL OF".
           05  FILLER                     PIC 9(2)       VALUE 11.
           05  FILLER                     PIC X(14)
                                          VALUE "MERGED".
           05  FILLER                     PIC 9(2)       VALUE 6.
       01  DORMANCY-PREFIX-TABLE
               REDEFINES DORMANCY-SYSTEM-PREFIXES.
           05  DORMANCY-PREFIX-ENTRY      OCCURS 10 TIMES.
               10  DSP-TEXT               PIC X(14).
               10  DSP-LENGTH             PIC 9(2).
       01  INVOICE-MAX-COUNT              PIC 9(2)       VALUE 50.
       01  INVOICE-COUNT                  PIC 9(2)       VALUE ZEROS.
       01  INVOICE-INDEX                  PIC 9(2)       VALUE ZEROS.
       01  INVOICE-WORK-PAID              PIC S9(9)V9(2) VALUE ZEROS.
       01  INVOICE-WORK-CATEGORY          PIC X(4)       VALUE SPACES.
       01  INVOICE-WORK-STATUS            PIC X(1)       VALUE "O".
       01  INVOICE-WORK-PO-NUMBER         PIC X(10)      VALUE SPACES.
       01  INVOICE-WORK-PO-FLAG           PIC X(1)       VALUE SPACE.
       01  INVOICE-WORK-VENDOR-ID         PIC X(8)       VALUE SPACES.
       01  INVOICE-PO-OK                  PIC X(1)       VALUE "Y".
       01  INVOICE-NUMBER-TRUNC           PIC X(10)      VALUE SPACES.
       01  SETTLE-AMOUNT                  PIC S9(9)V9(2) VALUE ZEROS.
       01  INVOICE-OPEN-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  AGING-TODAY-NUMERIC            PIC 9(8)       VALUE ZEROS.
       01  AGING-TODAY-INT                PIC 9(7)       VALUE ZEROS.
       01  AGING-DAYS                     PIC S9(5)      VALUE ZEROS.
       01  DUNNING-SINCE-LAST             PIC S9(5)      VALUE ZEROS.
       01  DUNNING-TARGET-LEVEL           PIC 9(1)       VALUE ZERO.
       01  DUNNING-NEW-LEVEL              PIC 9(1)       VALUE ZERO.
       01  DUNNING-FEE-POSTED             PIC 9(7)V9(2)  VALUE ZEROS.
       01  DUNNING-LETTER-COUNT           PIC 9(4)       VALUE ZEROS.
       01  DUNNING-FEE-COUNT              PIC 9(4)       VALUE ZEROS.
       01  DUNNING-FEE-TOTAL              PIC 9(9)V9(2)  VALUE ZEROS.
       01  DUNNING-NAME                   PIC X(30)      VALUE SPACES.
       01  DUNNING-ADDRESS-1              PIC X(30)      VALUE SPACES.
       01  DUNNING-ADDRESS-2              PIC X(30)      VALUE SPACES.
       01  DUNNING-CITY                   PIC X(20)      VALUE SPACES.
       01  DUNNING-POSTAL-CODE            PIC X(10)      VALUE SPACES.
       01  DUNNING-SETTINGS-OK            PIC X(1)       VALUE "Y".
       01  DUNNING-DAYS-EDIT              PIC ZZZZ9      VALUE ZEROS.
       01  DUNNING-LEVEL-NAMES.
           05  FILLER                     PIC X(13)
                                          VALUE "REMINDER".
           05  FILLER                     PIC X(13)
                                          VALUE "SECOND NOTICE".
           05  FILLER                     PIC X(13)
                                          VALUE "FINAL DEMAND".
       01  DUNNING-LEVEL-TABLE
               REDEFINES DUNNING-LEVEL-NAMES.
           05  DUNNING-LEVEL-NAME         PIC X(13)
                                          OCCURS 3 TIMES.
       01  DUNNING-MAX-COUNT              PIC 9(2)       VALUE 50.
       01  DUNNING-COUNT                  PIC 9(2)       VALUE ZEROS.
       01  DUNNING-INDEX                  PIC 9(2)       VALUE ZEROS.
       01  DUNNING-TABLE.
           05  DUNNING-ENTRY              OCCURS 50 TIMES.
               10  DN-NUMBER              PIC X(10).
               10  DN-ACCOUNT-ID          PIC 9(8).
               10  DN-NAME                PIC X(30).
               10  DN-DUE-DATE            PIC 9(8).
               10  DN-DAYS                PIC S9(5).
               10  DN-LEVEL               PIC 9(1).
               10  DN-OPEN                PIC S9(9)V9(2).
               10  DN-FEE                 PIC 9(7)V9(2).
       01  AGING-BUCKET                   PIC 9(1)       VALUE ZEROS.
       01  AGE-MAX-COUNT                  PIC 9(2)       VALUE 20.
       01  AGE-COUNT                      PIC 9(2)       VALUE ZEROS.
       01  VOID-SAVE-PAYEE                PIC X(30)      VALUE SPACES.
       01  VOID-SAVE-ACCOUNT-ID           PIC 9(8)       VALUE ZEROS.
       01  VOID-SAVE-AMOUNT               PIC S9(9)V9(2) VALUE ZEROS.
       01  VOID-SAVE-VENDOR-ID            PIC X(8)       VALUE SPACES.
       01  CHECK-WORK-NUMBER              PIC 9(6)       VALUE ZEROS.
       01  CHECK-WORK-DATE                PIC 9(8)       VALUE ZEROS.
       01  CHECK-WORK-PAYEE               PIC X(30)      VALUE SPACES.
       01  CHECK-WORK-ACCOUNT-ID          PIC 9(8)       VALUE ZEROS.
       01  CHECK-WORK-AMOUNT              PIC S9(9)V9(2) VALUE ZEROS.
       01  CHECK-WORK-STATUS              PIC X(1)       VALUE "I".
       01  CHECK-WORK-TYPE                PIC X(1)       VALUE "C".
       01  CHECK-WORK-VENDOR-ID           PIC X(8)       VALUE SPACES.
       01  CHECK-MEMO                     PIC X(30)      VALUE SPACES.
       01  CHECK-PRINT-AMOUNT             PIC 9(9)V9(2)  VALUE ZEROS.
       01  CHECK-AMOUNT-EDIT              PIC $$$$,$$$,$$0.00
       01  PAYRUN-TODAY-NUMERIC           PIC 9(8)       VALUE ZEROS.
       01  PAYRUN-CHECK-COUNT             PIC 9(4)       VALUE ZEROS.
       01  PAYRUN-TOTAL                   PIC S9(9)V9(2) VALUE ZEROS.
       01  PAYRUN-EFT-COUNT               PIC 9(4)       VALUE ZEROS.
       01  PAYRUN-EFT-TOTAL               PIC S9(9)V9(2) VALUE ZEROS.
       01  PAYRUN-LIMIT-COUNT             PIC 9(4)       VALUE ZEROS.
       01  PAYRUN-LIMIT-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  PAYMENT-METHOD                 PIC X(1)       VALUE "C".
       01  PAYMENT-PREFIX                 PIC X(3)       VALUE "CHK".
       01  EFT-FILE-NAME                  PIC X(60)      VALUE SPACES.
       01  EFT-FILE-OPEN                  PIC X(1)       VALUE "N".
       01  EFT-RECORD-COUNT               PIC 9(6)       VALUE ZEROS.
       01  EFT-TOTAL-AMOUNT               PIC 9(11)V9(2) VALUE ZEROS.
       01  EFT-ROUTING-HASH               PIC 9(10)      VALUE ZEROS.
       01  EFT-ROUTING-PREFIX             PIC 9(8)       VALUE ZEROS.
       01  VENDOR-MAX-COUNT               PIC 9(3)       VALUE 200.
       01  VENDOR-COUNT                   PIC 9(3)       VALUE ZEROS.
       01  VENDOR-INDEX                   PIC 9(3)       VALUE ZEROS.
       01  VENDOR-FOUND                   PIC X(1)       VALUE "N".
       01  VENDOR-VALID                   PIC X(1)       VALUE "Y".
       01  VENDOR-WORK-ID                 PIC X(8)       VALUE SPACES.
       01  VENDOR-WORK-NAME               PIC X(30)      VALUE SPACES.
       01  VENDOR-WORK-ADDRESS-1          PIC X(30)      VALUE SPACES.
       01  VENDOR-WORK-ADDRESS-2          PIC X(30)      VALUE SPACES.
       01  VENDOR-WORK-CITY               PIC X(20)      VALUE SPACES.
       01  VENDOR-WORK-STATE              PIC X(2)       VALUE SPACES.
       01  VENDOR-WORK-POSTAL-CODE        PIC X(10)      VALUE SPACES.
       01  VENDOR-WORK-TAX-ID             PIC X(11)      VALUE SPACES.
       01  VENDOR-WORK-PAY-METHOD         PIC X(1)       VALUE "C".
       01  VENDOR-WORK-ROUTING            PIC 9(9)       VALUE ZEROS.
       01  VENDOR-WORK-ROUTING-X
               REDEFINES VENDOR-WORK-ROUTING.
           05  VENDOR-ROUTING-DIGIT       PIC 9(1)       OCCURS 9 TIMES.
       01  VENDOR-WORK-BANK-ACCOUNT       PIC X(17)      VALUE SPACES.
       01  VENDOR-WORK-ACTIVE             PIC X(1)       VALUE "Y".
       01  VENDOR-ROUTING-SUM             PIC 9(4)       VALUE ZEROS.
       01  VENDOR-REPORT-YEAR             PIC 9(4)       VALUE ZEROS.
       01  VENDOR-REPORT-THRESHOLD        PIC 9(9)V9(2)  VALUE 600.00.
       01  VENDOR-PAID-AMOUNT             PIC S9(9)V9(2) VALUE ZEROS.
       01  VENDOR-UNASSIGNED-COUNT        PIC 9(5)       VALUE ZEROS.
       01  VENDOR-UNASSIGNED-CHECKS       PIC S9(9)V9(2) VALUE ZEROS.
       01  VENDOR-UNASSIGNED-EFT          PIC S9(9)V9(2) VALUE ZEROS.
       01  VENDOR-GRAND-COUNT             PIC 9(5)       VALUE ZEROS.
       01  VENDOR-GRAND-CHECKS            PIC S9(9)V9(2) VALUE ZEROS.
       01  VENDOR-GRAND-EFT               PIC S9(9)V9(2) VALUE ZEROS.
       01  VENDOR-TABLE.
           05  VENDOR-ENTRY               OCCURS 200 TIMES.
               10  VN-ID                  PIC X(8).
               10  VN-NAME                PIC X(30).
               10  VN-ADDRESS-1           PIC X(30).
               10  VN-ADDRESS-2           PIC X(30).
               10  VN-CITY                PIC X(20).
               10  VN-STATE               PIC X(2).
               10  VN-POSTAL-CODE         PIC X(10).
               10  VN-TAX-ID              PIC X(11).
               10  VN-PAY-METHOD          PIC X(1).
               10  VN-ROUTING             PIC 9(9).
               10  VN-BANK-ACCOUNT        PIC X(17).
               10  VN-ACTIVE              PIC X(1).
               10  VN-PAID-COUNT          PIC 9(5).
               10  VN-PAID-CHECKS         PIC S9(9)V9(2).
               10  VN-PAID-EFT            PIC S9(9)V9(2).
       01  REISSUE-KEY                    PIC X(1)       VALUE SPACE.
       01  BANK-FILE-NAME                 PIC X(60)      VALUE SPACES.
       01  BANK-WINDOW-DAYS               PIC 9(2)       VALUE 3.
       01  BANK-MATCHED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  BANK-UNMATCHED-COUNT           PIC 9(4)       VALUE ZEROS.
       01  BANK-UNMATCHED-TOTAL           PIC S9(9)V9(2) VALUE ZEROS.
       01  BANK-SUSPENSE-COUNT            PIC 9(4)       VALUE ZEROS.
       01  BANK-SUSPENSE-TOTAL            PIC S9(9)V9(2) VALUE ZEROS.
       01  LEDGER-UNMATCHED-COUNT         PIC 9(4)       VALUE ZEROS.
       01  LEDGER-UNMATCHED-TOTAL         PIC S9(9)V9(2) VALUE ZEROS.
       01  BANK-EOF                       PIC X(1)       VALUE "N".
               10  HD-POSTAL-CODE         PIC X(10).
               10  HD-PHONE               PIC X(15).
               10  HD-PHONE-ID            PIC 9(4).
               10  HD-ESTMT-OPT-IN        PIC X(1).
       01  HOLDER-WORK-ESTMT-OPT-IN       PIC X(1)       VALUE "N".
       01  ESTMT-SAVE-PRINTER-NAME        PIC X(60)      VALUE SPACES.
       01  ESTMT-RUN-DATE                 PIC 9(8)       VALUE ZEROS.
       01  ESTMT-MANIFEST-NAME            PIC X(60)      VALUE SPACES.
       01  STMT-PERIOD-FIRST-DAY          PIC 9(8)       VALUE ZEROS.
       01  ESTMT-DELIVERY                 PIC X(1)       VALUE "P".
       01  ESTMT-EMAIL                    PIC X(30)      VALUE SPACES.
       01  ESTMT-EXCEPTION-REASON         PIC X(20)      VALUE SPACES.
       01  ESTMT-EMAIL-COUNT              PIC 9(5)       VALUE ZEROS.
       01  ESTMT-PAPER-COUNT              PIC 9(5)       VALUE ZEROS.
       01  ESTMT-EXCEPTION-COUNT          PIC 9(5)       VALUE ZEROS.
       01  ASSET-MAX-COUNT                PIC 9(2)       VALUE 50.
       01  ASSET-COUNT                    PIC 9(2)       VALUE ZEROS.
       01  ASSET-INDEX                    PIC 9(2)       VALUE ZEROS.
               10  AS-ACCOUNT-ID          PIC 9(8).
               10  AS-CATEGORY            PIC X(4).
               10  AS-ACTIVE              PIC X(1).
       01  LOAN-MAX-COUNT                 PIC 9(2)       VALUE 50.
       01  LOAN-COUNT                     PIC 9(2)       VALUE ZEROS.
       01  LOAN-INDEX                     PIC 9(2)       VALUE ZEROS.
       01  LOAN-FOUND                     PIC X(1)       VALUE "N".
       01  LOAN-NEXT-ID                   PIC 9(4)       VALUE ZEROS.
       01  LOAN-WORK-ID                   PIC 9(4)       VALUE ZEROS.
       01  LOAN-WORK-ACCOUNT-ID           PIC 9(8)       VALUE ZEROS.
       01  LOAN-WORK-HOLDER-ID            PIC 9(4)       VALUE ZEROS.
       01  LOAN-WORK-PAY-ACCOUNT-ID       PIC 9(8)       VALUE ZEROS.
       01  LOAN-WORK-PRINCIPAL            PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-WORK-RATE                 PIC 9(1)V9(4)  VALUE ZEROS.
       01  LOAN-WORK-TERM                 PIC 9(3)       VALUE ZEROS.
       01  LOAN-WORK-START-DATE           PIC 9(8)       VALUE ZEROS.
       01  LOAN-WORK-INSTALLMENT          PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-WORK-BALANCE              PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-WORK-PAID-COUNT           PIC 9(3)       VALUE ZEROS.
       01  LOAN-WORK-NEXT-DUE             PIC 9(8)       VALUE ZEROS.
       01  LOAN-WORK-PRIN-CATEGORY        PIC X(4)       VALUE SPACES.
       01  LOAN-WORK-INT-CATEGORY         PIC X(4)       VALUE SPACES.
       01  LOAN-WORK-STATUS               PIC X(1)       VALUE "A".
       01  LOAN-MONTHLY-RATE              PIC 9(1)V9(9)  VALUE ZEROS.
       01  LOAN-GROWTH-FACTOR             PIC 9(9)V9(9)  VALUE ZEROS.
       01  LOAN-GROWTH-DIVISOR            PIC 9(9)V9(9)  VALUE ZEROS.
       01  LOAN-MONTH-TOTAL               PIC 9(6)       VALUE ZEROS.
       01  LOAN-INSTALLMENT-NO            PIC 9(3)       VALUE ZEROS.
       01  LOAN-DUE-DATE                  PIC 9(8)       VALUE ZEROS.
       01  LOAN-POSTING-DATE              PIC 9(8)       VALUE ZEROS.
       01  LOAN-TODAY-NUMERIC             PIC 9(8)       VALUE ZEROS.
       01  LOAN-INTEREST-AMOUNT           PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-PRINCIPAL-AMOUNT          PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-PAYMENT-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-SCHEDULE-BALANCE          PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-SCHEDULE-INTEREST         PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-SCHEDULE-PAYMENTS         PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-RESULT                    PIC X(8)       VALUE SPACES.
       01  LOAN-PRIN-POSTED               PIC X(1)       VALUE "N".
       01  LOAN-DLQ-REASON                PIC X(8)       VALUE SPACES.
       01  LOAN-DLQ-EOF                   PIC X(1)       VALUE "N".
       01  LOAN-POSTED-COUNT              PIC 9(4)       VALUE ZEROS.
       01  LOAN-POSTED-TOTAL              PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-BOUNCED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  LOAN-BOUNCED-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-SKIPPED-COUNT             PIC 9(4)       VALUE ZEROS.
       01  LOAN-SKIPPED-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  LOAN-ID-EDIT                   PIC 9(4)       VALUE ZEROS.
       01  LOAN-INSTALLMENT-EDIT          PIC 9(3)       VALUE ZEROS.
       01  LOAN-ACCOUNT-EDIT              PIC Z(7)9      VALUE ZEROS.
       01  LOAN-AMOUNT-EDIT               PIC -$$$,$$$,$$9.99
                                          VALUE ZEROS.
       01  LOAN-RATE-EDIT                 PIC 9.9999     VALUE ZEROS.
       01  LOAN-TERM-EDIT                 PIC ZZ9        VALUE ZEROS.
       01  LOAN-TABLE.
           05  LOAN-ENTRY                 OCCURS 50 TIMES.
               10  LT-LOAN-ID             PIC 9(4).
               10  LT-ACCOUNT-ID          PIC 9(8).
               10  LT-HOLDER-ID           PIC 9(4).
               10  LT-PAY-ACCOUNT-ID      PIC 9(8).
               10  LT-PRINCIPAL           PIC S9(9)V9(2).
               10  LT-RATE                PIC 9(1)V9(4).
               10  LT-TERM-MONTHS         PIC 9(3).
               10  LT-START-DATE          PIC 9(8).
               10  LT-INSTALLMENT         PIC S9(9)V9(2).
               10  LT-BALANCE             PIC S9(9)V9(2).
               10  LT-PAID-COUNT          PIC 9(3).
               10  LT-NEXT-DUE            PIC 9(8).
               10  LT-PRIN-CATEGORY       PIC X(4).
               10  LT-INT-CATEGORY        PIC X(4).
               10  LT-STATUS              PIC X(1).
       01  TAX-MAX-COUNT                  PIC 9(2)       VALUE 20.
       01  TAX-COUNT                      PIC 9(2)       VALUE ZEROS.
       01  TAX-INDEX                      PIC 9(2)       VALUE ZEROS.
       01  BATCH-TAX-OK                   PIC X(1)       VALUE "Y".
       01  TAXREP-YEAR                    PIC 9(4)       VALUE ZEROS.
       01  TAXREP-QUARTER                 PIC 9(1)       VALUE ZEROS.
       01  TAXREP-TAX-AMOUNT              PIC S9(9)V9(2) VALUE ZEROS.
       01  TAXSUM-MAX-COUNT               PIC 9(2)       VALUE 50.
       01  TAXSUM-COUNT                   PIC 9(2)       VALUE ZEROS.
       01  JOB-CARD-NAME                  PIC X(60)      VALUE SPACES.
       01  JOB-CARD-FOUND                 PIC X(1)       VALUE "N".
       01  JOB-RETURN-CODE                PIC 9(1)       VALUE ZERO.
       01  JOB-HAS-REPORT                 PIC X(1)       VALUE "N".
       01  JOB-SKIPPED                    PIC X(1)       VALUE "N".
       01  JOB-RUN-MONTH                  PIC 9(6)       VALUE ZEROS.
       01  STREAM-FILE-NAME               PIC X(60)      VALUE SPACES.
       01  STREAM-STATUS-FILE-NAME        PIC X(64)      VALUE SPACES.
       01  STREAM-RUN-TYPE                PIC X(12)      VALUE SPACES.
       01  STREAM-OPERATOR-ID             PIC X(20)      VALUE SPACES.
       01  STREAM-RETURN-CODE             PIC 9(1)       VALUE ZERO.
       01  STREAM-STEP-MAX-COUNT          PIC 9(2)       VALUE 50.
       01  STREAM-STEP-COUNT              PIC 9(2)       VALUE ZEROS.
       01  STREAM-STEP-INDEX              PIC 9(2)       VALUE ZEROS.
       01  STREAM-START-INDEX             PIC 9(2)       VALUE ZEROS.
       01  STREAM-STATUS-INDEX            PIC 9(2)       VALUE ZEROS.
       01  STREAM-COND-INDEX              PIC 9(2)       VALUE ZEROS.
       01  STREAM-COND-FOUND              PIC X(1)       VALUE "N".
       01  STREAM-COND-OPERATOR           PIC X(2)       VALUE SPACES.
       01  STREAM-COND-CODE               PIC 9(1)       VALUE ZERO.
       01  STREAM-COND-RETURN-CODE        PIC 9(1)       VALUE ZERO.
       01  STREAM-STEP-SKIP               PIC X(1)       VALUE "N".
       01  STREAM-STOPPED                 PIC X(1)       VALUE "N".
       01  STREAM-ENDED-COUNT             PIC 9(2)       VALUE ZEROS.
       01  STREAM-SKIPPED-COUNT           PIC 9(2)       VALUE ZEROS.
       01  STREAM-FAILED-COUNT            PIC 9(2)       VALUE ZEROS.
       01  STREAM-NOT-RUN-COUNT           PIC 9(2)       VALUE ZEROS.
       01  STREAM-STAMP.
           05  STREAM-STAMP-YEAR          PIC 9(4)       VALUE ZEROS.
           05  STREAM-STAMP-MONTH         PIC 9(2)       VALUE ZEROS.
           05  STREAM-STAMP-DAY           PIC 9(2)       VALUE ZEROS.
           05  STREAM-STAMP-HOUR          PIC 9(2)       VALUE ZEROS.
           05  STREAM-STAMP-MINUTE        PIC 9(2)       VALUE ZEROS.
           05  STREAM-STAMP-SECOND        PIC 9(2)       VALUE ZEROS.
       01  STREAM-STAMP-DISPLAY           PIC X(19)      VALUE SPACES.
       01  STREAM-STEP-TABLE.
           05  STREAM-STEP-ENTRY          OCCURS 50 TIMES.
               10  SST-STEP-NAME          PIC X(8).
               10  SST-FUNCTION           PIC X(12).
               10  SST-COND-STEP          PIC X(8).
               10  SST-COND-OPERATOR      PIC X(2).
               10  SST-COND-CODE          PIC 9(1).
               10  SST-OUTPUT-FILE        PIC X(60).
               10  SST-STATUS             PIC X(8).
               10  SST-RETURN-CODE        PIC 9(1).
               10  SST-START-STAMP        PIC 9(14).
               10  SST-END-STAMP          PIC 9(14).
               10  SST-SPOOL-FILE         PIC X(60).
       01  RETAIN-HISTORY-FILE-NAME       PIC X(30)      VALUE SPACES.
       01  RETAIN-TYPE-MAX-COUNT          PIC 9(2)       VALUE 7.
       01  RETAIN-INDEX                   PIC 9(2)       VALUE ZEROS.
       01  RETAIN-FOUND                   PIC X(1)       VALUE "N".
       01  RETAIN-EOF                     PIC X(1)       VALUE "N".
       01  RETAIN-ARCH-EOF                PIC X(1)       VALUE "N".
       01  RETAIN-PURGE-ACTIVE            PIC X(1)       VALUE "N".
       01  RETAIN-TODAY                   PIC 9(8)       VALUE ZEROS.
       01  RETAIN-CLOSED-THROUGH          PIC 9(8)       VALUE ZEROS.
       01  RETAIN-RECORD-DATE             PIC 9(8)       VALUE ZEROS.
       01  RETAIN-RECORD-AMOUNT           PIC S9(9)V9(2) VALUE ZEROS.
       01  RETAIN-SOURCE-NAME             PIC X(30)      VALUE SPACES.
       01  RETAIN-ARCHIVE-LAST-DATE       PIC 9(8)       VALUE ZEROS.
       01  RETAIN-ARCHIVE-VALID           PIC X(1)       VALUE "Y".
       01  RETAIN-ARCHIVE-COUNT           PIC 9(7)       VALUE ZEROS.
       01  RETAIN-ARCHIVE-TOTAL           PIC S9(12)V9(2) VALUE ZEROS.
       01  RETAIN-FILES-PURGED            PIC 9(5)       VALUE ZEROS.
       01  RETAIN-PURGED-RECORDS          PIC 9(7)       VALUE ZEROS.
       01  RETAIN-SOURCE                  PIC X(301)     VALUE SPACES.
       01  RETAIN-SOURCE-LENGTH           PIC 9(3)       VALUE ZEROS.
       01  RETAIN-SOURCE-INDEX            PIC 9(3)       VALUE ZEROS.
       01  RETAIN-ENCODED                 PIC X(900)     VALUE SPACES.
       01  RETAIN-ENCODED-LENGTH          PIC 9(3)       VALUE ZEROS.
       01  RETAIN-RUN-LENGTH              PIC 9(2)       VALUE ZEROS.
       01  RETAIN-CHAR                    PIC X(1)       VALUE SPACE.
       01  RETAIN-FILE-TYPES.
           05  FILLER                     PIC X(8)       VALUE "AUDIT".
           05  FILLER                     PIC X(8)
                                          VALUE "ACCT-ID".
           05  FILLER                     PIC X(8)
                                          VALUE "REJECTS".
           05  FILLER                     PIC X(8)
                                          VALUE "ACCT-ID".
           05  FILLER                     PIC X(8)
                                          VALUE "ARCHIVE".
           05  FILLER                     PIC X(8)       VALUE "AMOUNT".
           05  FILLER                     PIC X(8)       VALUE "CHECKS".
           05  FILLER                     PIC X(8)       VALUE "AMOUNT".
           05  FILLER                     PIC X(8)
                                          VALUE "PHONEHST".
           05  FILLER                     PIC X(8)
                                          VALUE "PHONE-ID".
           05  FILLER                     PIC X(8)
                                          VALUE "GUESSDTL".
           05  FILLER                     PIC X(8)
                                          VALUE "GAME-SEQ".
           05  FILLER                     PIC X(8)
                                          VALUE "SUSPENSE".
           05  FILLER                     PIC X(8)       VALUE "AMOUNT".
       01  RETAIN-TYPE-TABLE
               REDEFINES RETAIN-FILE-TYPES.
           05  RETAIN-TYPE-ENTRY          OCCURS 7 TIMES.
               10  RTY-FILE-TYPE          PIC X(8).
               10  RTY-BASIS              PIC X(8).
       01  RETAIN-DAYS-GROUP.
           05  RETAIN-AUDIT-DAYS          PIC 9(5)       VALUE ZEROS.
           05  RETAIN-REJECT-DAYS         PIC 9(5)       VALUE ZEROS.
           05  RETAIN-ARCHIVE-DAYS        PIC 9(5)       VALUE ZEROS.
           05  RETAIN-CHECK-DAYS          PIC 9(5)       VALUE ZEROS.
           05  RETAIN-PHONE-DAYS          PIC 9(5)       VALUE ZEROS.
           05  RETAIN-GUESS-DAYS          PIC 9(5)       VALUE ZEROS.
           05  RETAIN-SUSPENSE-DAYS       PIC 9(5)       VALUE ZEROS.
       01  RETAIN-DAYS-TABLE
               REDEFINES RETAIN-DAYS-GROUP.
           05  RETAIN-DAYS                PIC 9(5)
                                          OCCURS 7 TIMES.
       01  RETAIN-RESULT-TABLE.
           05  RETAIN-RESULT-ENTRY        OCCURS 7 TIMES.
               10  RTR-CUTOFF             PIC 9(8).
               10  RTR-BEFORE-COUNT       PIC 9(7).
               10  RTR-PURGED-COUNT       PIC 9(7).
               10  RTR-AFTER-COUNT        PIC 9(7).
               10  RTR-BEFORE-TOTAL       PIC S9(12)V9(2).
               10  RTR-PURGED-TOTAL       PIC S9(12)V9(2).
               10  RTR-AFTER-TOTAL        PIC S9(12)V9(2).
       01  RETAIN-AUDIT-IMAGE.
           05  RETAIN-AUDIT-ENTRY         OCCURS 7 TIMES.
               10  RAI-FILE-TYPE          PIC X(8).
               10  RAI-PURGED-COUNT       PIC 9(7).
       01  RVL-MAX-COUNT                  PIC 9(3)       VALUE 200.
       01  RVL-COUNT                      PIC 9(3)       VALUE ZEROS.
       01  RVL-INDEX                      PIC 9(3)       VALUE ZEROS.
               10  RW-CURRENCY            PIC X(3).
               10  RW-OLD-RATE            PIC 9(3)V9(6).
               10  RW-NEW-RATE            PIC 9(3)V9(6).
               10  RW-EFFECTIVE           PIC 9(8).
               10  RW-VALUE               PIC S9(9)V9(2).
               10  RW-MOVEMENT            PIC S9(9)V9(2).
       01  YE-CLOSE-YEAR                  PIC 9(4)       VALUE ZEROS.
       01  YE-POSTED-COUNT                PIC 9(4)       VALUE ZEROS.
       01  YE-NET-AMOUNT                  PIC S9(9)V9(2) VALUE ZEROS.
       01  YE-RESULT                      PIC X(8)       VALUE SPACES.
       01  VARREP-END-YYYYMM              PIC 9(6)       VALUE ZEROS.
       01  VARREP-BUDGET-YYYYMM           PIC 9(6)       VALUE ZEROS.
       01  VARREP-PCT                     PIC S9(5)V9(1) VALUE ZEROS.
       01  VAR-MAX-COUNT                  PIC 9(3)       VALUE 100.
       01  VAR-COUNT                      PIC 9(3)       VALUE ZEROS.
       01  VAR-INDEX                      PIC 9(3)       VALUE ZEROS.
               10  VR-CATEGORY            PIC X(4).
               10  VR-BUDGET              PIC S9(9)V9(2).
               10  VR-ACTUAL              PIC S9(9)V9(2).
               10  VR-COMMITTED           PIC S9(9)V9(2).
       01  VARREP-BUDGET-ABS              PIC S9(9)V9(2) VALUE ZEROS.
       01  VARREP-ACTUAL-ABS              PIC S9(9)V9(2) VALUE ZEROS.
       01  VARREP-AVAILABLE               PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-MAX-COUNT                   PIC 9(3)       VALUE 100.
       01  PO-COUNT                       PIC 9(3)       VALUE ZEROS.
       01  PO-INDEX                       PIC 9(3)       VALUE ZEROS.
       01  PO-FOUND                       PIC X(1)       VALUE "N".
       01  PO-LIST-FILTER                 PIC X(1)       VALUE SPACE.
       01  PO-WORK-NUMBER                 PIC X(10)      VALUE SPACES.
       01  PO-WORK-COMPANY                PIC X(8)       VALUE SPACES.
       01  PO-WORK-CATEGORY               PIC X(4)       VALUE SPACES.
       01  PO-WORK-VENDOR                 PIC X(30)      VALUE SPACES.
       01  PO-WORK-YEAR                   PIC 9(4)       VALUE ZEROS.
       01  PO-WORK-MONTH                  PIC 9(2)       VALUE ZEROS.
       01  PO-WORK-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-WORK-INVOICED               PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-WORK-STATUS                 PIC X(1)       VALUE SPACE.
       01  PO-WORK-FLAG                   PIC X(4)       VALUE SPACES.
       01  PO-BUDGET-AMOUNT               PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-ACTUAL-AMOUNT               PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-COMMITTED-AMOUNT            PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-AVAILABLE                   PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-REMAINING                   PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-RELIEF-AMOUNT               PIC S9(9)V9(2) VALUE ZEROS.
       01  PO-YYYYMM                      PIC 9(6)       VALUE ZEROS.
       01  PURCHASE-ORDER-TABLE.
           05  PO-ENTRY                   OCCURS 100 TIMES.
               10  PO-NUMBER              PIC X(10).
               10  PO-COMPANY             PIC X(8).
               10  PO-CATEGORY            PIC X(4).
               10  PO-VENDOR              PIC X(30).
               10  PO-YEAR                PIC 9(4).
               10  PO-MONTH               PIC 9(2).
               10  PO-AMOUNT              PIC S9(9)V9(2).
               10  PO-INVOICED            PIC S9(9)V9(2).
               10  PO-RELIEVED            PIC S9(9)V9(2).
               10  PO-STATUS              PIC X(1).
               10  PO-DATE                PIC 9(8).
               10  PO-OPERATOR-ID         PIC X(20).
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY              OCCURS 50 TIMES.
               10  IV-NUMBER              PIC X(10).
               10  IV-PAID-AMOUNT         PIC S9(9)V9(2).
               10  IV-CATEGORY            PIC X(4).
               10  IV-STATUS              PIC X(1).
               10  IV-PO-NUMBER           PIC X(10).
               10  IV-PO-FLAG             PIC X(1).
               10  IV-VENDOR-ID           PIC X(8).
               10  IV-DUNNING-LEVEL       PIC 9(1).
               10  IV-LAST-DUNNED         PIC 9(8).
       01  PEND-TABLE.
           05  PEND-ENTRY                 OCCURS 50 TIMES.
               10  PD-HOLD-ID             PIC 9(4).
               10  PD-DATE-TIME           PIC 9(14).
               10  PD-JOURNAL-NO          PIC 9(6).
               10  PD-TAX-CODE            PIC X(4).
               10  PD-REASSIGN            PIC X(1).
       01  GL-RECORD-COUNT                PIC 9(6)       VALUE ZEROS.
       01  GL-FILE-SEQ                    PIC 9(3)       VALUE ZEROS.
       01  GL-INDEX-EOF                   PIC X(1)       VALUE "N".
       01  COMPANY-WORK-NAME              PIC X(40)      VALUE SPACES.
       01  COMPANY-WORK-ACTIVE            PIC X(1)       VALUE "Y".
       01  COMPANY-WORK-RE-ACCOUNT        PIC 9(8)       VALUE ZEROS.
       01  COMPANY-WORK-SUSPENSE-ACCOUNT  PIC 9(8)       VALUE ZEROS.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY              OCCURS 20 TIMES.
               10  CO-CODE                PIC X(8).
               10  CO-NAME                PIC X(40).
               10  CO-ACTIVE              PIC X(1).
               10  CO-RE-ACCOUNT-ID       PIC 9(8).
               10  CO-SUSPENSE-ACCOUNT-ID PIC 9(8).
               10  CO-IC-ENTRY            OCCURS 5 TIMES.
                   15  CO-IC-COMPANY      PIC X(8).
                   15  CO-IC-ACCOUNT-ID   PIC 9(8).
               10  CO-CONS-TOTAL          PIC S9(9)V9(2).
               10  CO-CONS-IC-TOTAL       PIC S9(9)V9(2).
       01  INTERCO-MAX-PAIRS              PIC 9(1)       VALUE 5.
       01  INTERCO-INDEX                  PIC 9(1)       VALUE ZEROS.
       01  INTERCO-FOUND                  PIC X(1)       VALUE "N".
       01  INTERCO-VALID                  PIC X(1)       VALUE "Y".
       01  INTERCO-COUNTERPARTY           PIC X(8)       VALUE SPACES.
       01  INTERCO-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
       01  INTERCO-FROM-COMPANY           PIC X(8)       VALUE SPACES.
       01  INTERCO-TO-COMPANY             PIC X(8)       VALUE SPACES.
       01  INTERCO-FROM-ACCOUNT-ID        PIC 9(8)       VALUE ZEROS.
       01  INTERCO-TO-ACCOUNT-ID          PIC 9(8)       VALUE ZEROS.
       01  INTERCO-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
       01  INTERCO-DESCRIPTION            PIC X(30)      VALUE SPACES.
       01  INTERCO-WORK-COMPANY           PIC X(8)       VALUE SPACES.
       01  INTERCO-WORK-COUNTERPARTY      PIC X(8)       VALUE SPACES.
       01  INTERCO-WORK-ACCOUNT-ID        PIC 9(8)       VALUE ZEROS.
       01  INTERCO-ORIGINAL-LINES         PIC 9(2)       VALUE ZEROS.
       01  INTERCO-NET-MAX                PIC 9(2)       VALUE 20.
       01  INTERCO-NET-COUNT              PIC 9(2)       VALUE ZEROS.
       01  INTERCO-NET-INDEX              PIC 9(2)       VALUE ZEROS.
       01  INTERCO-NET-FOUND              PIC X(1)       VALUE "N".
       01  INTERCO-NET-TABLE.
           05  INTERCO-NET-ENTRY          OCCURS 20 TIMES.
               10  ICN-COMPANY            PIC X(8).
               10  ICN-NET                PIC S9(9)V9(2).
       01  CONS-GROUP-TOTAL               PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-IC-TOTAL                  PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-OTHER-TOTAL               PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-PAIR-COUNT                PIC 9(4)       VALUE ZEROS.
       01  CONS-MISMATCH-COUNT            PIC 9(4)       VALUE ZEROS.
       01  CONS-COMPANY-INDEX             PIC 9(2)       VALUE ZEROS.
       01  CONS-PAIR-INDEX                PIC 9(1)       VALUE ZEROS.
       01  CONS-COUNTER-ACCOUNT-ID        PIC 9(8)       VALUE ZEROS.
       01  CONS-OWN-BALANCE               PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-COUNTER-BALANCE           PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-PAIR-DIFF                 PIC S9(9)V9(2) VALUE ZEROS.
       01  CONS-IS-IC-ACCOUNT             PIC X(1)       VALUE "N".
       01  CONS-PAIR-STATUS               PIC X(8)       VALUE SPACES.
       01  FS-COMPANY                     PIC X(8)       VALUE SPACES.
       01  FS-COMPANY-INDEX               PIC 9(2)       VALUE ZEROS.
       01  FS-YEAR                        PIC 9(4)       VALUE ZEROS.
       01  FS-MONTH                       PIC 9(2)       VALUE ZEROS.
       01  FS-VALID                       PIC X(1)       VALUE "Y".
       01  FS-PERIOD-START                PIC 9(8)       VALUE ZEROS.
       01  FS-PERIOD-END                  PIC 9(8)       VALUE ZEROS.
       01  FS-YEAR-START                  PIC 9(8)       VALUE ZEROS.
       01  FS-PRIOR-START                 PIC 9(8)       VALUE ZEROS.
       01  FS-PRIOR-END                   PIC 9(8)       VALUE ZEROS.
       01  FS-LAST-CLOSE                  PIC 9(8)       VALUE ZEROS.
       01  FS-RE-YEAR                     PIC 9(4)       VALUE ZEROS.
       01  FS-RE-START                    PIC 9(8)       VALUE ZEROS.
       01  FS-RE-END                      PIC 9(8)       VALUE ZEROS.
       01  FS-RE-ACCOUNT-ID               PIC 9(8)       VALUE ZEROS.
       01  FS-RE-DESCRIPTION              PIC X(30)      VALUE SPACES.
       01  FS-RE-POSTED                   PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-RE-YEAR-NET                 PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-PERIOD-YYYYMM               PIC 9(6)       VALUE ZEROS.
       01  FS-PRIOR-YYYYMM                PIC 9(6)       VALUE ZEROS.
       01  FS-INDEX-EOF                   PIC X(1)       VALUE "N".
       01  FS-ARCH-EOF                    PIC X(1)       VALUE "N".
       01  FS-ACCT-CURRENT                PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-ACCT-PRIOR                  PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-ACCT-YTD                    PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-ACCT-ALL                    PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-TB-TOTAL                    PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-LEDGER-TOTAL                PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-SUB-CURRENT                 PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-SUB-PRIOR                   PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-SUB-YTD                     PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-NET-CURRENT                 PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-NET-PRIOR                   PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-NET-YTD                     PIC S9(9)V9(2) VALUE ZEROS.
       01  FS-PRINT-CLASS                 PIC X(1)       VALUE SPACE.
       01  FS-WARNING-COUNT               PIC 9(2)       VALUE ZEROS.
       01  FS-CATEGORY-TABLE.
           05  FS-CATEGORY-ENTRY          OCCURS 50 TIMES.
               10  FSC-CURRENT            PIC S9(9)V9(2).
               10  FSC-PRIOR              PIC S9(9)V9(2).
               10  FSC-YTD                PIC S9(9)V9(2).
       01  FS-TYPE-MAX                    PIC 9(2)       VALUE 20.
       01  FS-TYPE-COUNT                  PIC 9(2)       VALUE ZEROS.
       01  FS-TYPE-INDEX                  PIC 9(2)       VALUE ZEROS.
       01  FS-TYPE-FOUND                  PIC X(1)       VALUE "N".
       01  FS-TYPE-TABLE.
           05  FS-TYPE-ENTRY              OCCURS 20 TIMES.
               10  FST-TYPE               PIC X(10).
               10  FST-CURRENT            PIC S9(9)V9(2).
               10  FST-PRIOR              PIC S9(9)V9(2).
               10  FST-YTD                PIC S9(9)V9(2).
       01  CF-WEEKS                       PIC 9(2)       VALUE 13.
       01  CF-TODAY-NUMERIC               PIC 9(8)       VALUE ZEROS.
       01  CF-TODAY-INT                   PIC 9(7)       VALUE ZEROS.
       01  CF-HORIZON-DATE                PIC 9(8)       VALUE ZEROS.
       01  CF-DUE-DATE                    PIC 9(8)       VALUE ZEROS.
       01  CF-DAYS                        PIC S9(7)      VALUE ZEROS.
       01  CF-WEEK                        PIC S9(5)      VALUE ZEROS.
       01  CF-AMOUNT                      PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-BASE-AMOUNT                 PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-IS-BANK                     PIC X(1)       VALUE "N".
       01  CF-KEY-COMPANY                 PIC X(8)       VALUE SPACES.
       01  CF-MAX-COUNT                   PIC 9(2)       VALUE 21.
       01  CF-COUNT                       PIC 9(2)       VALUE ZEROS.
       01  CF-INDEX                       PIC 9(2)       VALUE ZEROS.
       01  CF-FOUND                       PIC X(1)       VALUE "N".
       01  CF-WEEK-INDEX                  PIC 9(2)       VALUE ZEROS.
       01  CF-RUNNING                     PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-LINE-IN                     PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-LINE-OUT                    PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-GROUP-OPENING               PIC S9(9)V9(2) VALUE ZEROS.
       01  CF-NEGATIVE-COUNT              PIC 9(4)       VALUE ZEROS.
       01  CF-SECTION-NAME                PIC X(40)      VALUE SPACES.
       01  CF-SECTION-CODE                PIC X(8)       VALUE SPACES.
       01  CF-TABLE.
           05  CF-ENTRY                   OCCURS 21 TIMES.
               10  CFT-COMPANY            PIC X(8).
               10  CFT-OPENING            PIC S9(9)V9(2).
               10  CFT-WEEK-ENTRY         OCCURS 13 TIMES.
                   15  CFT-IN             PIC S9(9)V9(2).
                   15  CFT-OUT            PIC S9(9)V9(2).
       01  TB-COMPANY-TOTAL               PIC S9(9)V9(2) VALUE ZEROS.
       01  TB-GRAND-TOTAL                 PIC S9(9)V9(2) VALUE ZEROS.
       01  TB-LAST-COMPANY                PIC X(8)       VALUE SPACES.
       01  TYPE-WORK-DESCRIPTION          PIC X(30)      VALUE SPACES.
       01  TYPE-WORK-INTEREST-RATE       PIC S9(1)V9(4) VALUE ZEROS.
       01  TYPE-WORK-MONTHLY-FEE          PIC S9(5)V9(2) VALUE ZEROS.
       01  TYPE-WORK-CREDIT-LIMIT         PIC 9(7)V9(2)  VALUE ZEROS.
       01  TYPE-WORK-DORMANT-DAYS         PIC 9(4)       VALUE ZEROS.
       01  TYPE-WORK-DORMANCY-FEE         PIC 9(5)V9(2)  VALUE ZEROS.
       01  TYPE-TABLE.
           05  TYPE-ENTRY                 OCCURS 20 TIMES.
               10  TT-CODE                PIC X(10).
               10  TT-DESCRIPTION         PIC X(30).
               10  TT-INTEREST-RATE       PIC S9(1)V9(4).
               10  TT-MONTHLY-FEE         PIC S9(5)V9(2).
               10  TT-CREDIT-LIMIT        PIC 9(7)V9(2).
               10  TT-DORMANT-DAYS        PIC 9(4).
               10  TT-DORMANCY-FEE        PIC 9(5)V9(2).
       01  CATEGORY-MAX-COUNT             PIC 9(2)       VALUE 50.
       01  CATEGORY-COUNT                 PIC 9(2)       VALUE ZEROS.
       01  CATEGORY-INDEX                 PIC 9(2)       VALUE ZEROS.
       01  CATSUM-COUNT                   PIC 9(2)       VALUE ZEROS.
       01  CATSUM-INDEX                   PIC 9(2)       VALUE ZEROS.
       01  CATSUM-FOUND                   PIC X(1)       VALUE "N".
       01  CATSUM-START-PERIOD            PIC 9(6)       VALUE ZEROS.
       01  CATSUM-END-PERIOD              PIC 9(6)       VALUE 999999.
       01  CATSUM-INCOME-TOTAL            PIC S9(9)V9(2) VALUE ZEROS.
       01  CATSUM-EXPENSE-TOTAL           PIC S9(9)V9(2) VALUE ZEROS.
       01  CATSUM-OTHER-TOTAL             PIC S9(9)V9(2) VALUE ZEROS.
       01  CHK-SAVE-POSTED-COUNT          PIC 9(4)       VALUE ZEROS.
       01  CHK-SAVE-REJECTED-COUNT        PIC 9(4)       VALUE ZEROS.
       01  CHK-SAVE-POSTED-TOTAL          PIC S9(9)V9(2) VALUE ZEROS.
       01  CHK-SAVE-SUSPENSE-COUNT        PIC 9(4)       VALUE ZEROS.
       01  CHK-SAVE-SUSPENSE-TOTAL        PIC S9(9)V9(2) VALUE ZEROS.
       01  LAST-CLOSE-NUMERIC             PIC 9(8)       VALUE ZEROS.
       01  EFFECTIVE-TODAY-NUMERIC        PIC 9(8)       VALUE ZEROS.
       01  EFFECTIVE-DATE-OPEN            PIC X(1)       VALUE "Y".
       01  BASE-CURRENCY                  PIC X(3)       VALUE "USD".
       01  CURRENCY-VALID                 PIC X(1)       VALUE "Y".
       01  CURRENCY-ON-FILE               PIC X(1)       VALUE "N".
       01  RATE-MAX-COUNT                 PIC 9(3)       VALUE 500.
       01  RATE-COUNT                     PIC 9(3)       VALUE ZEROS.
       01  RATE-INDEX                     PIC 9(3)       VALUE ZEROS.
       01  RATE-WORK-CURRENCY             PIC X(3)       VALUE SPACES.
       01  RATE-WORK-RATE                 PIC 9(3)V9(6)  VALUE ZEROS.
       01  RATE-WORK-EFFECTIVE            PIC 9(8)       VALUE ZEROS.
       01  RATE-LOOKUP-FOUND              PIC X(1)       VALUE "N".
       01  RATE-LOOKUP-BEST-DATE          PIC 9(8)       VALUE ZEROS.
       01  RATE-TODAY-NUMERIC             PIC 9(8)       VALUE ZEROS.
       01  RATE-WORK-MARK                 PIC X(1)       VALUE SPACE.
       01  RATE-HISTORY-DATE              PIC 9(8)       VALUE ZEROS.
       01  RATE-DUPLICATE                 PIC X(1)       VALUE "N".
       01  RATE-CHANGE-PCT                PIC S9(5)V9(2) VALUE ZEROS.
       01  RATE-IMPORT-EOF                PIC X(1)       VALUE "N".
       01  RATE-IMPORT-RESULT             PIC X(30)      VALUE SPACES.
       01  RATE-IMPORT-OK                 PIC X(1)       VALUE "N".
       01  RATE-IMPORT-READ               PIC 9(5)       VALUE ZEROS.
       01  RATE-IMPORT-LOADED             PIC 9(5)       VALUE ZEROS.
       01  RATE-IMPORT-REJECTED           PIC 9(5)       VALUE ZEROS.
       01  RATE-IMPORT-WARNED             PIC 9(5)       VALUE ZEROS.
       01  RATE-TABLE.
           05  RATE-ENTRY                 OCCURS 500 TIMES.
               10  XR-CURRENCY            PIC X(3).
               10  XR-RATE                PIC 9(3)V9(6).
               10  XR-EFFECTIVE           PIC 9(8).
       01  RECON-BASE-STORED-TOTAL        PIC S9(9)V9(2) VALUE ZEROS.
       01  TRANSFER-FROM-CURRENCY         PIC X(3)       VALUE SPACES.
       01  TRANSFER-TO-CURRENCY           PIC X(3)       VALUE SPACES.
       01  TRANSFER-FROM-COMPANY          PIC X(8)       VALUE SPACES.
       01  TRANSFER-TO-COMPANY            PIC X(8)       VALUE SPACES.
       01  TRANSFER-FROM-RATE             PIC 9(3)V9(6)  VALUE ZEROS.
       01  TRANSFER-TO-RATE               PIC 9(3)V9(6)  VALUE ZEROS.
       01  TRANSFER-CONVERTED-AMOUNT      PIC S9(9)V9(2) VALUE ZEROS.
       01  CONV-EOF                       PIC X(1)       VALUE "N".
       01  CONV-NEEDED                    PIC X(1)       VALUE "N".
       01  CONV-SEQUENCE                  PIC 9(6)       VALUE ZEROS.
       01  ACCOUNT-RECORD-SIZE            PIC 9(4)       VALUE 120.
       01  RST-NEXT-SEQUENCE              PIC 9(6)       VALUE ZEROS.
       01  BACKUP-FILE-NAME               PIC X(60)      VALUE SPACES.
       01  BACKUP-NAME-STAMP.
       01  RST-LEDGER-OPEN                PIC X(1)       VALUE "N".
       01  RST-ARCH-OPEN                  PIC X(1)       VALUE "N".
       01  RST-CURRENT-ARCH-NAME          PIC X(30)      VALUE SPACES.
       01  RLOG-SUPPRESS                  PIC X(1)       VALUE "N".
       01  RLOG-SAVED-STATUS              PIC 9(2)       VALUE ZEROS.
       01  RLOG-FILE-CODE                 PIC X(1)       VALUE SPACE.
       01  RLOG-ACTION                    PIC X(1)       VALUE SPACE.
       01  RLOG-ACCOUNT-ID                PIC 9(8)       VALUE ZEROS.
       01  RLOG-SEQUENCE                  PIC 9(6)       VALUE ZEROS.
       01  RLOG-IMAGE                     PIC X(120)     VALUE SPACES.
       01  RLOG-EOF                       PIC X(1)       VALUE "N".
       01  RLOG-HEADER-OK                 PIC X(1)       VALUE "N".
       01  RLOG-PAST-TARGET               PIC X(1)       VALUE "N".
       01  RFW-TARGET-STAMP.
           05  RFW-TARGET-DATE            PIC 9(8)       VALUE ZEROS.
           05  RFW-TARGET-TIME            PIC 9(6)       VALUE ZEROS.
       01  RFW-RESTORED-FROM              PIC X(60)      VALUE SPACES.
       01  RFW-APPLIED-COUNT              PIC 9(7)       VALUE ZEROS.
       01  RFW-SKIPPED-COUNT              PIC 9(7)       VALUE ZEROS.
       01  RFW-ACCOUNT-WRITES             PIC 9(7)       VALUE ZEROS.
       01  RFW-ACCOUNT-DELETES            PIC 9(7)       VALUE ZEROS.
       01  RFW-LEDGER-WRITES              PIC 9(7)       VALUE ZEROS.
       01  RFW-LEDGER-DELETES             PIC 9(7)       VALUE ZEROS.
       01  RFW-INDEX-WRITES               PIC 9(7)       VALUE ZEROS.
       01  RFW-CONTROL-WRITES             PIC 9(7)       VALUE ZEROS.
       01  RFW-LEDGER-AMOUNT              PIC S9(11)V9(2) VALUE ZEROS.
       01  RFW-ENTRY-AMOUNT               PIC S9(9)V9(2) VALUE ZEROS.
       01  RFW-FILE-ACCOUNTS              PIC 9(7)       VALUE ZEROS.
       01  RFW-FILE-ACCOUNT-VALUE         PIC S9(11)V9(2) VALUE ZEROS.
       01  RFW-FILE-ENTRIES               PIC 9(7)       VALUE ZEROS.
       01  RFW-FILE-ENTRY-AMOUNT          PIC S9(11)V9(2) VALUE ZEROS.
       01  RFW-TRAN-EOF                   PIC X(1)       VALUE "N".
       01  ICHK-SCAN-ID                   PIC 9(8)       VALUE ZEROS.
       01  ICHK-ACCOUNT-FOUND             PIC X(1)       VALUE "N".
       01  ICHK-AREA                      PIC X(8)       VALUE SPACES.
       01  ICHK-FILE-COUNT                PIC 9(5)       VALUE ZEROS.
       01  ICHK-INDEX-EOF                 PIC X(1)       VALUE "N".
       01  ICHK-FILE-EOF                  PIC X(1)       VALUE "N".
       01  ICHK-PERIOD-COUNT              PIC 9(5)       VALUE ZEROS.
       01  PBAL-WORK-KEY.
           05  PBW-ACCOUNT-ID             PIC 9(8)       VALUE ZEROS.
           05  PBW-YEAR                   PIC 9(4)       VALUE ZEROS.
           05  PBW-MONTH                  PIC 9(2)       VALUE ZEROS.
           05  PBW-CATEGORY               PIC X(4)       VALUE SPACES.
           05  PBW-TAX-CODE               PIC X(4)       VALUE SPACES.
       01  PBAL-WORK-DATE.
           05  PBAL-WORK-YEAR             PIC 9(4)       VALUE ZEROS.
           05  PBAL-WORK-MONTH            PIC 9(2)       VALUE ZEROS.
           05  PBAL-WORK-DAY              PIC 9(2)       VALUE ZEROS.
       01  PBAL-BALANCE-CATEGORY          PIC X(4)       VALUE "*BAL".
       01  PBAL-ROW-EXISTS                PIC X(1)       VALUE "N".
       01  PBAL-SKIP-POSTING              PIC X(1)       VALUE "N".
       01  PBAL-SCAN-MODE                 PIC X(1)       VALUE "R".
       01  PBAL-NEEDED                    PIC X(1)       VALUE "N".
       01  PBAL-FILE-SEQ                  PIC 9(3)       VALUE ZEROS.
       01  PBAL-INDEX-EOF                 PIC X(1)       VALUE "N".
       01  PBAL-ARCH-EOF                  PIC X(1)       VALUE "N".
       01  PBAL-ARCH-FOUND                PIC X(1)       VALUE "N".
       01  PBAL-EOF                       PIC X(1)       VALUE "N".
       01  PBAL-ROW-FOUND                 PIC X(1)       VALUE "N".
       01  PBAL-ACCOUNT-FOUND             PIC X(1)       VALUE "N".
       01  PBAL-LAST-ACCOUNT-ID           PIC 9(8)       VALUE ZEROS.
       01  PBAL-FROM-YYYYMM               PIC 9(6)       VALUE ZEROS.
       01  PBAL-TO-YYYYMM                 PIC 9(6)       VALUE 999999.
       01  PBAL-ROW-YYYYMM                PIC 9(6)       VALUE ZEROS.
       01  PBAL-CLOSE-YEAR                PIC 9(4)       VALUE ZEROS.
       01  PBAL-CLOSE-MONTH               PIC 9(2)       VALUE ZEROS.
       01  PBAL-CLOSE-BALANCE             PIC S9(9)V9(2) VALUE ZEROS.
       01  PBAL-ACCOUNT-COUNT             PIC 9(6)       VALUE ZEROS.
       01  PBAL-ENTRY-COUNT               PIC 9(7)       VALUE ZEROS.
       01  PBAL-TAX-EOF                   PIC X(1)       VALUE "N".
       01  PBAL-TAX-FOUND                 PIC X(1)       VALUE "N".
       01  PBAL-TAX-INDEX                 PIC 9(2)       VALUE ZEROS.
       01  PBAL-ENTRY-TAX                 PIC S9(9)V9(2) VALUE ZEROS.
       01  PCK-MAX-COUNT                  PIC 9(3)       VALUE 240.
       01  PCK-COUNT                      PIC 9(3)       VALUE ZEROS.
       01  PCK-INDEX                      PIC 9(3)       VALUE ZEROS.
       01  PCK-FOUND                      PIC X(1)       VALUE "N".
       01  PCK-OVERFLOW                   PIC X(1)       VALUE "N".
       01  PCK-KEY-YYYYMM                 PIC 9(6)       VALUE ZEROS.
       01  PERIOD-CHECK-TABLE.
           05  PERIOD-CHECK-ENTRY         OCCURS 240 TIMES.
               10  PCK-YYYYMM             PIC 9(6).
               10  PCK-DETAIL-NET         PIC S9(11)V9(2).
               10  PCK-DETAIL-COUNT       PIC 9(7).
               10  PCK-SUMMARY-NET        PIC S9(11)V9(2).
               10  PCK-SUMMARY-COUNT      PIC 9(7).
       01  JOURNAL-ENTRY-TABLE.
           05  JOURNAL-ENTRY-LINE         OCCURS 20 TIMES.
               10  JL-ACCOUNT-ID          PIC 9(8).
               10  JL-AMOUNT              PIC S9(9)V9(2).
               10  JL-DESCRIPTION         PIC X(30).
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY              OCCURS 200 TIMES.
               10  AC-JOURNAL-NUMBER      PIC 9(6).
               10  AC-EFFECTIVE-DATE      PIC 9(8).
               10  AC-REVERSAL-DATE       PIC 9(8).
               10  AC-AMOUNT              PIC S9(9)V9(2).
               10  AC-DESCRIPTION         PIC X(30).
               10  AC-OPERATOR-ID         PIC X(20).
               10  AC-DATE-TIME           PIC 9(14).
               10  AC-STATUS              PIC X(1).
               10  AC-REVERSAL-JOURNAL    PIC 9(6).

       SCREEN SECTION.

           05  LINE 10 COLUMN 3  VALUE "8) Transfer Funds".
           05  LINE 11 COLUMN 3  VALUE "9) Reconciliation Report".
           05  LINE 12 COLUMN 3  VALUE "10) Post Interest/Fees".
           05  LINE 13 COLUMN 3  VALUE "11) Journals".
           05  LINE 14 COLUMN 3  VALUE "12) Audit Inquiry Report".
           05  LINE 15 COLUMN 3  VALUE "13) Standing Orders".
           05  LINE 16 COLUMN 3  VALUE "14) Account Statements".
           05  LINE 21 COLUMN 42 VALUE "37) Tax Codes".
           05  LINE 21 COLUMN 3  VALUE "38) Fixed Assets".
           05  LINE 22 COLUMN 42 VALUE "39) Account Holders".
           05  LINE 22 COLUMN 3  VALUE "40) Loans".
           05  LINE 23 COLUMN 42 VALUE "41) Vendors".
           05  LINE 23 COLUMN 3  VALUE "99) Exit".
           05  LINE 24 COLUMN 42 VALUE "42) Account Controls".
           05  LINE 2  COLUMN 42 VALUE "43) Suspense Items".
           05  LINE 24 COLUMN 1  VALUE "Selecton => ".
           05  LINE 24 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  ACCOUNT-CONTROLS-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Account Controls:".
           05  LINE 3  COLUMN 3  VALUE "1) Over-Limit Report".
           05  LINE 4  COLUMN 3  VALUE "2) Dormancy Run".
           05  LINE 5  COLUMN 3  VALUE "3) Rebuild Period Balances".
           05  LINE 6  COLUMN 3  VALUE "4) Roll-Forward Recovery".
           05  LINE 7  COLUMN 3  VALUE "5) Retention Periods".
           05  LINE 8  COLUMN 3  VALUE "6) Retention Purge".
           05  LINE 9  COLUMN 3  VALUE "9) Exit".
           05  LINE 11 COLUMN 1  VALUE "Selecton => ".
           05  LINE 11 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  SUSPENSE-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Suspense Items:".
           05  LINE 3  COLUMN 3  VALUE "1) List Open Items".
           05  LINE 4  COLUMN 3  VALUE "2) Clear Suspense Item".
           05  LINE 5  COLUMN 3  VALUE "3) Suspense Aging Report".
           05  LINE 6  COLUMN 3  VALUE "9) Exit".
           05  LINE 8  COLUMN 1  VALUE "Selecton => ".
           05  LINE 8  COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  SUSPENSE-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Item".
           05  LINE 1  COLUMN 8  VALUE "Company".
           05  LINE 1  COLUMN 17 VALUE "Reason".
           05  LINE 1  COLUMN 26 VALUE "Account".
           05  LINE 1  COLUMN 35 VALUE "Posted".
           05  LINE 1  COLUMN 44 VALUE "Amount".
           05  LINE 1  COLUMN 61 VALUE "Description".
           05  LINE 2  COLUMN 1  VALUE "------".
           05  LINE 2  COLUMN 8  VALUE "--------".
           05  LINE 2  COLUMN 17 VALUE "--------".
           05  LINE 2  COLUMN 26 VALUE "--------".
           05  LINE 2  COLUMN 35 VALUE "--------".
           05  LINE 2  COLUMN 44 VALUE "----------------".
           05  LINE 2  COLUMN 61 VALUE "--------------------".

       01  SUSPENSE-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC Z(5)9
                                        FROM SUSPENSE-WORK-ITEM-ID.
           05  LINE CURRENT-LINE COLUMN 8  PIC X(8)
                                        FROM SUSPENSE-WORK-COMPANY.
           05  LINE CURRENT-LINE COLUMN 17 PIC X(8)
                                        FROM SUSPENSE-WORK-REASON.
           05  LINE CURRENT-LINE COLUMN 26 PIC Z(7)9
                                   FROM SUSPENSE-WORK-ORIG-ACCOUNT.
           05  LINE CURRENT-LINE COLUMN 35 PIC 9(8)
                                    FROM SUSPENSE-WORK-POSTED-DATE.
           05  LINE CURRENT-LINE COLUMN 44 PIC -$$$$,$$$,$$9.99
                                        FROM SUSPENSE-WORK-AMOUNT.
           05  LINE CURRENT-LINE COLUMN 61 PIC X(20)
                                    FROM SUSPENSE-WORK-DESCRIPTION.

       01  SELECT-SUSPENSE-ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Suspense Item: ".
           05  LINE 1  COLUMN 16 PIC Z(5)9 USING SUSPENSE-WORK-ITEM-ID.

       01  SUSPENSE-NOT-FOUND-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Open Suspense Item Not Found.".
           05  LINE 3  COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-CLEAR-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "        Source: ".
           05  LINE 7  COLUMN 17 PIC X(8) FROM SUSPENSE-WORK-SOURCE.
           05  LINE 7  COLUMN 27 VALUE "Line: ".
           05  LINE 7  COLUMN 33 PIC Z(5)9 FROM SUSPENSE-WORK-LINE-NO.
           05  LINE 8  COLUMN 1  VALUE "         Batch: ".
           05  LINE 8  COLUMN 17 PIC X(60) FROM SUSPENSE-WORK-BATCH.
           05  LINE 9  COLUMN 1  VALUE "         Input: ".
           05  LINE 9  COLUMN 17 PIC X(64)
                                 FROM SUSPENSE-WORK-ORIG-LINE.
           05  LINE 11 COLUMN 1  VALUE "   Redirect To: ".
           05  LINE 11 COLUMN 17 PIC Z(8)
                                 USING SUSPENSE-CLEAR-ACCOUNT-ID.
           05  LINE 12 COLUMN 1  VALUE "      Category: ".
           05  LINE 12 COLUMN 17 PIC X(4)
                                 USING SUSPENSE-CLEAR-CATEGORY.
           05  LINE 13 COLUMN 1  VALUE "Effective Date: ".
           05  LINE 13 COLUMN 17 PIC 9(8)
                                 USING SUSPENSE-CLEAR-DATE.

       01  SUSPENSE-ACCOUNT-ERROR-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "Account Not Found, Closed Or Dormant.".
           05  LINE 15 COLUMN 39 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-SAME-ACCOUNT-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "Cannot Clear Back To The Suspense Account.".
           05  LINE 15 COLUMN 44 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-CATEGORY-ERROR-SCREEN.
           05  LINE 15 COLUMN 1  VALUE "Category Not Found.".
           05  LINE 15 COLUMN 21 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-DATE-ERROR-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "Effective Date Is In A Closed Period.".
           05  LINE 15 COLUMN 39 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-LIMIT-ERROR-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "Over Credit Limit, Not Cleared.".
           05  LINE 15 COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-RATE-ERROR-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "No Exchange Rate For Currency Pair.".
           05  LINE 15 COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-INTERCO-ERROR-SCREEN.
           05  LINE 15 COLUMN 1
              VALUE "No Intercompany Account For Company Pair.".
           05  LINE 15 COLUMN 43 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-CLEAR-PROMPT.
           05  LINE 15 COLUMN 1  VALUE "Post Clearing Entries? (Y/N)".
           05  LINE 15 COLUMN 30 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-CLEAR-FAILED-SCREEN.
           05  LINE 17 COLUMN 1
              VALUE "Clearing Failed, Item Left Open.".
           05  LINE 17 COLUMN 34 PIC Z USING CONTINUE-KEY AUTO.

       01  SUSPENSE-CLEAR-DONE-SCREEN.
           05  LINE 17 COLUMN 1  VALUE "Suspense Item Cleared.".
           05  LINE 17 COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAD-ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Account: ".
           05  LINE 9  COLUMN 3  VALUE "3) Update Account".
           05  LINE 10 COLUMN 3  VALUE "4) Ledger Report".
           05  LINE 11 COLUMN 3  VALUE "5) Reverse Entry".
           05  LINE 12 COLUMN 3  VALUE "6) Deactivate/Reactivate".
           05  LINE 13 COLUMN 3  VALUE "7) Delete Account".
           05  LINE 14 COLUMN 3  VALUE "8) Credit Limit".
           05  LINE 15 COLUMN 3  VALUE "9) Exit".
           05  LINE 17 COLUMN 1  VALUE "Selecton => ".
           05  LINE 17 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  ADD-ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 10 COLUMN 14 PIC X(3) USING ACCOUNT-CURRENCY.
           05  LINE 11 COLUMN 1  VALUE "     Holder: ".
           05  LINE 11 COLUMN 14 PIC Z(4) USING ACCOUNT-HOLDER-ID.
           05  LINE 12 COLUMN 1  VALUE "  Cr. Limit: ".
           05  LINE 12 COLUMN 14 PIC $$$$$$$$$$.$$
                                 USING ACCOUNT-CREDIT-LIMIT.

       01  ADD-ACCOUNT-PROMPT.
           05  LINE 13  COLUMN 1  VALUE "Add Account? (Y/N)".
           05  LINE 13  COLUMN 20 PIC Z USING CONTINUE-KEY AUTO.

       01  ACCOUNT-CURRENCY-ERROR-SCREEN.
           05  LINE 13 COLUMN 1
           05  LINE 18 COLUMN 1  VALUE "Deactivate This Account? (Y/N)".
           05  LINE 18 COLUMN 32 PIC Z USING CONTINUE-KEY AUTO.

       01  REACTIVATE-ACCOUNT-PROMPT.
           05  LINE 18 COLUMN 1
              VALUE "Account Is Dormant. Reactivate It? (Y/N)".
           05  LINE 18 COLUMN 42 PIC Z USING CONTINUE-KEY AUTO.

       01  DELETE-ACCOUNT-PROMPT.
           05  LINE 18 COLUMN 1
              VALUE "Permanently Delete This Account? (Y/N)".
              VALUE "Deactivate Failed, No Changes Made.".
           05  LINE 19 COLUMN 1  PIC Z USING CONTINUE-KEY AUTO.

       01  REACTIVATE-ACCOUNT-FAILED-SCREEN.
           05  LINE 18 COLUMN 1
              VALUE "Reactivate Failed, No Changes Made.".
           05  LINE 19 COLUMN 1  PIC Z USING CONTINUE-KEY AUTO.

       01  DELETE-ACCOUNT-FAILED-SCREEN.
           05  LINE 18 COLUMN 1
              VALUE "Delete Failed, No Changes Made.".
       01  MONTH-END-CLOSE-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Month-End Close Complete.".
           05  LINE 3  COLUMN 27 PIC Z USING CONTINUE-KEY AUTO.
           05  LINE 5  COLUMN 1  VALUE "Accruals Reversed: ".
           05  LINE 5  COLUMN 20 PIC ZZZ9 FROM ACCRUAL-REVERSED-COUNT.
           05  LINE 6  COLUMN 1  VALUE "  Reversal Errors: ".
           05  LINE 6  COLUMN 20 PIC ZZZ9 FROM ACCRUAL-FAILED-COUNT.

       01  ALREADY-CLOSED-TODAY-PROMPT.
           05  BLANK SCREEN.
              VALUE "Post interest/fees to all accounts now? (Y/N)".
           05  LINE 1  COLUMN 49 PIC Z USING CONTINUE-KEY AUTO.

       01  DORMANCY-RUN-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Run dormancy check on all accounts now? (Y/N)".
           05  LINE 1  COLUMN 48 PIC Z USING CONTINUE-KEY AUTO.

       01  PERIOD-REBUILD-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Rebuild period balances from ledger detail? (Y/N)".
           05  LINE 1  COLUMN 52 PIC Z USING CONTINUE-KEY AUTO.

       01  PERIOD-REBUILD-DONE-SCREEN.
           05  LINE 3  COLUMN 1
              VALUE "Period Balances Rebuilt. Accounts: ".
           05  LINE 3  COLUMN 37 PIC Z(5)9 FROM PBAL-ACCOUNT-COUNT.
           05  LINE 3  COLUMN 45 PIC Z USING CONTINUE-KEY AUTO.

       01  DORMANCY-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Dormancy Run Complete.".
           05  LINE 3  COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  RETENTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Retention Periods (Days, 0 = Keep Forever):".
           05  LINE 3  COLUMN 1  VALUE "       Audit Trail: ".
           05  LINE 3  COLUMN 21 PIC Z(4)9 USING RETAIN-AUDIT-DAYS.
           05  LINE 4  COLUMN 1  VALUE "  Approval Rejects: ".
           05  LINE 4  COLUMN 21 PIC Z(4)9 USING RETAIN-REJECT-DAYS.
           05  LINE 5  COLUMN 1  VALUE "   Ledger Archives: ".
           05  LINE 5  COLUMN 21 PIC Z(4)9 USING RETAIN-ARCHIVE-DAYS.
           05  LINE 6  COLUMN 1  VALUE "    Check Register: ".
           05  LINE 6  COLUMN 21 PIC Z(4)9 USING RETAIN-CHECK-DAYS.
           05  LINE 7  COLUMN 1  VALUE "     Phone History: ".
           05  LINE 7  COLUMN 21 PIC Z(4)9 USING RETAIN-PHONE-DAYS.
           05  LINE 8  COLUMN 1  VALUE "   Training Detail: ".
           05  LINE 8  COLUMN 21 PIC Z(4)9 USING RETAIN-GUESS-DAYS.
           05  LINE 9  COLUMN 1  VALUE "  Cleared Suspense: ".
           05  LINE 9  COLUMN 21 PIC Z(4)9 USING RETAIN-SUSPENSE-DAYS.
           05  LINE 10 COLUMN 1  VALUE "  Last Year Closed: ".
           05  LINE 10 COLUMN 21 PIC 9(4) FROM LAST-YEAR-CLOSED.

       01  RETENTION-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Save Retention Periods? (Y/N)".
           05  LINE 12 COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  RETENTION-RUN-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Purge expired records to history now? (Y/N)".
           05  LINE 1  COLUMN 46 PIC Z USING CONTINUE-KEY AUTO.

       01  RETENTION-DONE-SCREEN.
           05  LINE 3  COLUMN 1
              VALUE "Retention Purge Complete. Records Purged: ".
           05  LINE 3  COLUMN 43 PIC Z(6)9 FROM RETAIN-PURGED-RECORDS.
           05  LINE 3  COLUMN 51 PIC Z USING CONTINUE-KEY AUTO.

       01  POST-INTEREST-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Interest/Fee Posting Complete.".
           05  LINE 3  COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.
                                 USING ORDER-WORK-FREQUENCY.
           05  LINE 7  COLUMN 1  VALUE "Next Due (YYYYMMDD): ".
           05  LINE 7  COLUMN 22 PIC 9(8) USING ORDER-WORK-DUE-DATE.
           05  LINE 8  COLUMN 1  VALUE "          Vendor ID: ".
           05  LINE 8  COLUMN 22 PIC X(8) USING ORDER-WORK-VENDOR-ID.

       01  ADD-ORDER-PROMPT.
           05  LINE 10 COLUMN 1  VALUE "Add Standing Order? (Y/N)".
           05  LINE 10 COLUMN 27 PIC Z USING CONTINUE-KEY AUTO.

       01  ORDER-ACCOUNT-ERROR-SCREEN.
           05  LINE 10 COLUMN 1  VALUE "Account Not Found Or Closed.".
           05  LINE 10 COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  ORDER-VENDOR-ERROR-SCREEN.
           05  LINE 10 COLUMN 1
              VALUE "Payments Need An Active Vendor ID.".
           05  LINE 10 COLUMN 37 PIC Z USING CONTINUE-KEY AUTO.

       01  ORDER-TABLE-FULL-SCREEN.
           05  LINE 9  COLUMN 1  VALUE "Standing Order File Is Full.".
           05  LINE 4  COLUMN 3  VALUE "2) Approve And Release".
           05  LINE 5  COLUMN 3  VALUE "3) Reject Item".
           05  LINE 6  COLUMN 3  VALUE "4) Set Approval Threshold".
           05  LINE 7  COLUMN 3  VALUE "5) List Held Purchase Orders".
           05  LINE 8  COLUMN 3  VALUE "6) Approve Purchase Order".
           05  LINE 9  COLUMN 3  VALUE "7) Reject Purchase Order".
           05  LINE 10 COLUMN 3  VALUE "8) Reassign Held Item".
           05  LINE 11 COLUMN 3  VALUE "9) Exit".
           05  LINE 13 COLUMN 1  VALUE "Selecton => ".
           05  LINE 13 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  PEND-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 17 VALUE "Eff Date".
           05  LINE 1  COLUMN 27 VALUE "Amount".
           05  LINE 1  COLUMN 44 VALUE "Operator".
           05  LINE 1  COLUMN 56 VALUE "R".
           05  LINE 1  COLUMN 58 VALUE "Description".
           05  LINE 2  COLUMN 1  VALUE "-----".
           05  LINE 2  COLUMN 7  VALUE "--------".
           05  LINE 2  COLUMN 17 VALUE "--------".
           05  LINE 2  COLUMN 27 VALUE "----------------".
           05  LINE 2  COLUMN 44 VALUE "-----------".
           05  LINE 2  COLUMN 56 VALUE "-".
           05  LINE 2  COLUMN 58
              VALUE "------------------------".

                                        FROM PEND-WORK-EFF-DATE.
           05  LINE CURRENT-LINE COLUMN 27 PIC -$$$$,$$$,$$9.99
                                        FROM PEND-WORK-AMOUNT.
           05  LINE CURRENT-LINE COLUMN 44 PIC X(11)
                                        FROM PEND-WORK-OPERATOR-ID.
           05  LINE CURRENT-LINE COLUMN 56 PIC X(1)
                                        FROM PEND-WORK-REASSIGN.
           05  LINE CURRENT-LINE COLUMN 58 PIC X(23)
                                        FROM PEND-WORK-DESCRIPTION.

           05  LINE 8  COLUMN 1  VALUE "Approve And Release? (Y/N)".
           05  LINE 8  COLUMN 28 PIC Z USING CONTINUE-KEY AUTO.

       01  REASSIGN-HOLD-SCREEN.
           05  LINE 8  COLUMN 1  VALUE "Reassign To Operator: ".
           05  LINE 8  COLUMN 23 PIC X(20) USING OPERATOR-WORK-ID.

       01  REASSIGN-INVALID-SCREEN.
           05  LINE 10 COLUMN 1
              VALUE "Operator Not Found Or Suspended.".
           05  LINE 10 COLUMN 34 PIC Z USING CONTINUE-KEY AUTO.

       01  REJECT-HOLD-PROMPT.
           05  LINE 8  COLUMN 1  VALUE "Reject This Item? (Y/N)".
           05  LINE 8  COLUMN 25 PIC Z USING CONTINUE-KEY AUTO.
              VALUE "Release Failed, Item Left On Queue.".
           05  LINE 10 COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  APPROVE-DORMANT-SCREEN.
           05  LINE 10 COLUMN 1
              VALUE "Account Dormant, Reactivate Before Release.".
           05  LINE 10 COLUMN 46 PIC Z USING CONTINUE-KEY AUTO.

       01  LEDGER-OVER-LIMIT-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Over Credit Limit By ".
           05  LINE 12 COLUMN 22 PIC $$$$,$$$,$$9.99
                                 FROM CREDIT-EXCESS-AMOUNT.
           05  LINE 12 COLUMN 38
              VALUE "- Send For Approval? (Y/N)".
           05  LINE 12 COLUMN 65 PIC Z USING CONTINUE-KEY AUTO.

       01  LEDGER-LIMIT-REFUSED-SCREEN.
           05  LINE 13 COLUMN 1
              VALUE "Over Credit Limit, Not Posted.".
           05  LINE 13 COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.

       01  LEDGER-LIMIT-HELD-SCREEN.
           05  LINE 13 COLUMN 1
              VALUE "Over Credit Limit, Held For Supervisor Review.".
           05  LINE 13 COLUMN 49 PIC Z USING CONTINUE-KEY AUTO.

       01  LEDGER-DORMANT-HELD-SCREEN.
           05  LINE 13 COLUMN 1
              VALUE "Account Dormant, Held Until Reactivated.".
           05  LINE 13 COLUMN 43 PIC Z USING CONTINUE-KEY AUTO.

       01  CREDIT-LIMIT-SCREEN.
           05  LINE 5  COLUMN 1  VALUE "Account Credit Limit:".
           05  LINE 7  COLUMN 1  VALUE " Type Default: ".
           05  LINE 7  COLUMN 16 PIC $$$$,$$$,$$9.99
                                 FROM CREDIT-TYPE-LIMIT.
           05  LINE 8  COLUMN 1  VALUE "      Balance: ".
           05  LINE 8  COLUMN 16 PIC -$$$,$$$,$$9.99
                                 FROM ACCOUNT-VALUE.
           05  LINE 9  COLUMN 1  VALUE "    New Limit: ".
           05  LINE 9  COLUMN 16 PIC $$$$,$$$,$$9.99
                                 USING CREDIT-NEW-LIMIT.

       01  CREDIT-LIMIT-PROMPT.
           05  LINE 11 COLUMN 1  VALUE "Save Credit Limit? (Y/N)".
           05  LINE 11 COLUMN 26 PIC Z USING CONTINUE-KEY AUTO.

       01  LEDGER-HELD-SCREEN.
           05  LINE 12 COLUMN 1
              VALUE "Over Approval Limit, Held For Supervisor Review.".
           05  LINE 12 COLUMN 51 PIC Z USING CONTINUE-KEY AUTO.

       01  JOURNAL-HELD-SCREEN.
           05  LINE 13 COLUMN 1
              VALUE "Journal Over Approval Limit, Held For Review.".
           05  LINE 13 COLUMN 48 PIC Z USING CONTINUE-KEY AUTO.
           05  LINE 4  COLUMN 3  VALUE "2) Add Invoice".
           05  LINE 5  COLUMN 3  VALUE "3) Settle Invoice".
           05  LINE 6  COLUMN 3  VALUE "4) Aging Report".
           05  LINE 7  COLUMN 3  VALUE "5) Dunning Run".
           05  LINE 8  COLUMN 3  VALUE "6) Dunning Settings".
           05  LINE 9  COLUMN 3  VALUE "9) Exit".
           05  LINE 11 COLUMN 1  VALUE "Selecton => ".
           05  LINE 11 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  DUNNING-SETTINGS-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Dunning Settings:".
           05  LINE 3  COLUMN 1  VALUE "    Reminder After Days: ".
           05  LINE 3  COLUMN 26 PIC ZZ9 USING DUNNING-DAYS-1.
           05  LINE 4  COLUMN 1  VALUE "Second Notice After Days: ".
           05  LINE 4  COLUMN 27 PIC ZZ9 USING DUNNING-DAYS-2.
           05  LINE 5  COLUMN 1  VALUE "Final Demand After Days: ".
           05  LINE 5  COLUMN 26 PIC ZZ9 USING DUNNING-DAYS-3.
           05  LINE 6  COLUMN 1  VALUE "Min Days Between Letters: ".
           05  LINE 6  COLUMN 27 PIC ZZ9 USING DUNNING-INTERVAL.
           05  LINE 8  COLUMN 1
              VALUE "Charge Late Fee At Final (Y/N): ".
           05  LINE 8  COLUMN 33 PIC X(1) USING LATE-FEE-FLAG.
           05  LINE 9  COLUMN 1  VALUE "Late Fee Amount: ".
           05  LINE 9  COLUMN 18 PIC $$$$,$$9.99
                                 USING LATE-FEE-AMOUNT.
           05  LINE 10 COLUMN 1  VALUE "Late Fee Category: ".
           05  LINE 10 COLUMN 20 PIC X(4) USING LATE-FEE-CATEGORY.

       01  DUNNING-SETTINGS-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Save Settings? (Y/N)".
           05  LINE 12 COLUMN 22 PIC Z USING CONTINUE-KEY AUTO.

       01  DUNNING-SETTINGS-ERROR-SCREEN.
           05  LINE 12 COLUMN 1
              VALUE "Days Must Increase, Fee Needs Category.".
           05  LINE 12 COLUMN 42 PIC Z USING CONTINUE-KEY AUTO.

       01  DUNNING-RUN-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Dunning Run:".
           05  LINE 3  COLUMN 1
              VALUE "Produce Letters For Overdue Receivables? (Y/N)".
           05  LINE 3  COLUMN 48 PIC Z USING CONTINUE-KEY AUTO.

       01  DUNNING-DONE-SCREEN.
           05  LINE 5  COLUMN 1  VALUE "Letters: ".
           05  LINE 5  COLUMN 10 PIC ZZZ9 FROM DUNNING-LETTER-COUNT.
           05  LINE 5  COLUMN 16 VALUE "Late Fees: ".
           05  LINE 5  COLUMN 27 PIC ZZZ9 FROM DUNNING-FEE-COUNT.
           05  LINE 5  COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 4  COLUMN 1  VALUE "           Account: ".
           05  LINE 4  COLUMN 21 PIC Z(8)
                                 USING INVOICE-WORK-ACCOUNT-ID.
           05  LINE 5  COLUMN 1  VALUE "         Vendor ID: ".
           05  LINE 5  COLUMN 21 PIC X(8)
                                 USING INVOICE-WORK-VENDOR-ID.
           05  LINE 6  COLUMN 1  VALUE "      Counterparty: ".
           05  LINE 6  COLUMN 21 PIC X(30)
                                 USING INVOICE-WORK-COUNTERPARTY.
           05  LINE 7  COLUMN 1  VALUE "  Issue (YYYYMMDD): ".
           05  LINE 7  COLUMN 21 PIC 9(8)
                                 USING INVOICE-WORK-ISSUE-DATE.
           05  LINE 8  COLUMN 1  VALUE "    Due (YYYYMMDD): ".
           05  LINE 8  COLUMN 21 PIC 9(8)
                                 USING INVOICE-WORK-DUE-DATE.
           05  LINE 9  COLUMN 1  VALUE "            Amount: ".
           05  LINE 9  COLUMN 21 PIC -$$$$,$$$,$$$.$$
                                 USING INVOICE-WORK-AMOUNT.
           05  LINE 10 COLUMN 1  VALUE "          Category: ".
           05  LINE 10 COLUMN 21 PIC X(4)
                                 USING INVOICE-WORK-CATEGORY.
           05  LINE 11 COLUMN 1  VALUE "         PO Number: ".
           05  LINE 11 COLUMN 21 PIC X(10)
                                 USING INVOICE-WORK-PO-NUMBER.

       01  INVOICE-PO-ERROR-SCREEN.
           05  LINE 12 COLUMN 1
              VALUE "Purchase Order Not Found Or Not Open.".
           05  LINE 12 COLUMN 39 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-PO-OVER-SCREEN.
           05  LINE 14 COLUMN 1
              VALUE "Invoice Exceeds PO Balance, Flagged.".
           05  LINE 14 COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-VENDOR-ERROR-SCREEN.
           05  LINE 12 COLUMN 1
              VALUE "Payables Need An Active Vendor ID.".
           05  LINE 12 COLUMN 36 PIC Z USING CONTINUE-KEY AUTO.

       01  ADD-INVOICE-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Add Invoice? (Y/N)".
           05  LINE 12 COLUMN 20 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-ACCOUNT-ERROR-SCREEN.
           05  LINE 12 COLUMN 1  VALUE "Account Not Found Or Closed.".
           05  LINE 12 COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-CATEGORY-ERROR-SCREEN.
           05  LINE 12 COLUMN 1  VALUE "Category Not On File.".
           05  LINE 12 COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-EXISTS-SCREEN.
           05  LINE 12 COLUMN 1  VALUE "Invoice Already On File.".
           05  LINE 12 COLUMN 27 PIC Z USING CONTINUE-KEY AUTO.

       01  INVOICE-TABLE-FULL-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Invoice File Is Full.".
           05  LINE 3  COLUMN 3  VALUE "1) Run Payments Due".
           05  LINE 4  COLUMN 3  VALUE "2) List Check Register".
           05  LINE 5  COLUMN 3  VALUE "3) Void/Reissue Check".
           05  LINE 6  COLUMN 3  VALUE "4) Cash Flow Forecast".
           05  LINE 7  COLUMN 3  VALUE "9) Exit".
           05  LINE 9  COLUMN 1  VALUE "Selecton => ".
           05  LINE 9  COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  CASHFC-DONE-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Cash Flow Forecast Complete.".
           05  LINE 11 COLUMN 30 PIC Z USING CONTINUE-KEY AUTO.

       01  PAYMENT-RUN-PROMPT.
           05  BLANK SCREEN.
       01  PAYMENT-RUN-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Payment Run Complete. Checks: ".
           05  LINE 3  COLUMN 32 PIC Z(3)9 FROM PAYRUN-CHECK-COUNT.
           05  LINE 3  COLUMN 38 VALUE "Electronic: ".
           05  LINE 3  COLUMN 50 PIC Z(3)9 FROM PAYRUN-EFT-COUNT.
           05  LINE 3  COLUMN 56 PIC Z USING CONTINUE-KEY AUTO.

       01  CHKREG-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 21 VALUE "Account".
           05  LINE 1  COLUMN 31 VALUE "Amount".
           05  LINE 1  COLUMN 48 VALUE "Payee".
           05  LINE 1  COLUMN 79 VALUE "T".
           05  LINE 2  COLUMN 1  VALUE "------".
           05  LINE 2  COLUMN 9  VALUE "--------".
           05  LINE 2  COLUMN 19 VALUE "-".
           05  LINE 2  COLUMN 31 VALUE "----------------".
           05  LINE 2  COLUMN 48
              VALUE "------------------------------".
           05  LINE 2  COLUMN 79 VALUE "-".

       01  CHKREG-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC 9(6)
                                        FROM CHECK-WORK-AMOUNT.
           05  LINE CURRENT-LINE COLUMN 48 PIC X(30)
                                        FROM CHECK-WORK-PAYEE.
           05  LINE CURRENT-LINE COLUMN 79 PIC X(1)
                                        FROM CHECK-WORK-TYPE.

       01  VOID-CHECK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Check Not On Register.".
           05  LINE 3  COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  CHECK-ELECTRONIC-SCREEN.
           05  LINE 3  COLUMN 1
              VALUE "Electronic Payment, Cannot Void As A Check.".
           05  LINE 3  COLUMN 45 PIC Z USING CONTINUE-KEY AUTO.

       01  CHECK-ALREADY-VOID-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Check Is Already Void.".
           05  LINE 3  COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.
           05  LINE 2  COLUMN 7
              VALUE "------------------------------".
           05  LINE 2  COLUMN 38 VALUE "--------------------".
           05  LINE 1  COLUMN 75 VALUE "eStmt".
           05  LINE 2  COLUMN 59 VALUE "---------------".
           05  LINE 2  COLUMN 75 VALUE "-----".

       01  HOLDER-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC Z(3)9
                                        FROM HOLDER-WORK-CITY.
           05  LINE CURRENT-LINE COLUMN 59 PIC X(15)
                                        FROM HOLDER-WORK-PHONE.
           05  LINE CURRENT-LINE COLUMN 77 PIC X(1)
                                        FROM HOLDER-WORK-ESTMT-OPT-IN.

       01  ADD-HOLDER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 10 COLUMN 1  VALUE "Phone Dir ID (0=None): ".
           05  LINE 10 COLUMN 24 PIC Z(4)
                                 USING HOLDER-WORK-PHONE-ID.
           05  LINE 11 COLUMN 1  VALUE " E-Statement (Y/N): ".
           05  LINE 11 COLUMN 21 PIC X(1)
                                 USING HOLDER-WORK-ESTMT-OPT-IN.

       01  ADD-HOLDER-PROMPT.
           05  LINE 13 COLUMN 1  VALUE "Save Holder? (Y/N)".
           05  LINE 13 COLUMN 20 PIC Z USING CONTINUE-KEY AUTO.

       01  HOLDER-NOT-FOUND-SCREEN.
           05  LINE 13 COLUMN 1  VALUE "Holder Not Found.".
           05  LINE 13 COLUMN 19 PIC Z USING CONTINUE-KEY AUTO.

       01  HOLDER-NAME-ERROR-SCREEN.
           05  LINE 13 COLUMN 1  VALUE "Holder Name Is Required.".
           05  LINE 13 COLUMN 27 PIC Z USING CONTINUE-KEY AUTO.

       01  HOLDER-TABLE-FULL-SCREEN.
           05  LINE 13 COLUMN 1  VALUE "Holder File Is Full.".
           05  LINE 13 COLUMN 23 PIC Z USING CONTINUE-KEY AUTO.

       01  ASSET-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Depreciation Run Complete.".
           05  LINE 3  COLUMN 29 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Loans:".
           05  LINE 3  COLUMN 3  VALUE "1) List Loans".
           05  LINE 4  COLUMN 3  VALUE "2) Add Loan".
           05  LINE 5  COLUMN 3  VALUE "3) Amortization Schedule".
           05  LINE 6  COLUMN 3  VALUE "4) Post Installments Due".
           05  LINE 7  COLUMN 3  VALUE "5) Skip Next Installment".
           05  LINE 8  COLUMN 3  VALUE "6) Delinquency Report".
           05  LINE 9  COLUMN 3  VALUE "9) Exit".
           05  LINE 11 COLUMN 1  VALUE "Selecton => ".
           05  LINE 11 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  LOAN-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "No.".
           05  LINE 1  COLUMN 7  VALUE "Account".
           05  LINE 1  COLUMN 16 VALUE "S".
           05  LINE 1  COLUMN 18 VALUE "Next Due".
           05  LINE 1  COLUMN 28 VALUE "Paid".
           05  LINE 1  COLUMN 37 VALUE "Installment".
           05  LINE 1  COLUMN 54 VALUE "Balance".
           05  LINE 2  COLUMN 1  VALUE "-----".
           05  LINE 2  COLUMN 7  VALUE "--------".
           05  LINE 2  COLUMN 16 VALUE "-".
           05  LINE 2  COLUMN 18 VALUE "--------".
           05  LINE 2  COLUMN 28 VALUE "-------".
           05  LINE 2  COLUMN 37 VALUE "----------------".
           05  LINE 2  COLUMN 54 VALUE "----------------".

       01  LOAN-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC Z(3)9
                                        FROM LOAN-WORK-ID.
           05  LINE CURRENT-LINE COLUMN 7  PIC Z(7)9
                                        FROM LOAN-WORK-ACCOUNT-ID.
           05  LINE CURRENT-LINE COLUMN 16 PIC X(1)
                                        FROM LOAN-WORK-STATUS.
           05  LINE CURRENT-LINE COLUMN 18 PIC 9(8)
                                        FROM LOAN-WORK-NEXT-DUE.
           05  LINE CURRENT-LINE COLUMN 28 PIC ZZ9
                                        FROM LOAN-WORK-PAID-COUNT.
           05  LINE CURRENT-LINE COLUMN 31 VALUE "/".
           05  LINE CURRENT-LINE COLUMN 32 PIC 9(3)
                                        FROM LOAN-WORK-TERM.
           05  LINE CURRENT-LINE COLUMN 37 PIC -$$$$,$$$,$$9.99
                                        FROM LOAN-WORK-INSTALLMENT.
           05  LINE CURRENT-LINE COLUMN 54 PIC -$$$$,$$$,$$9.99
                                        FROM LOAN-WORK-BALANCE.

       01  ADD-LOAN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Add Loan:".
           05  LINE 3  COLUMN 1  VALUE "         Loan Account: ".
           05  LINE 3  COLUMN 24 PIC Z(8)
                                 USING LOAN-WORK-ACCOUNT-ID.
           05  LINE 4  COLUMN 1  VALUE "      Payment Account: ".
           05  LINE 4  COLUMN 24 PIC Z(8)
                                 USING LOAN-WORK-PAY-ACCOUNT-ID.
           05  LINE 5  COLUMN 1  VALUE "            Principal: ".
           05  LINE 5  COLUMN 24 PIC -$$$$,$$$,$$$.$$
                                 USING LOAN-WORK-PRINCIPAL.
           05  LINE 6  COLUMN 1  VALUE "   Annual Rate (Frac): ".
           05  LINE 6  COLUMN 24 PIC 9.9999 USING LOAN-WORK-RATE.
           05  LINE 7  COLUMN 1  VALUE "        Term (Months): ".
           05  LINE 7  COLUMN 24 PIC 9(3) USING LOAN-WORK-TERM.
           05  LINE 8  COLUMN 1  VALUE "     Start (YYYYMMDD): ".
           05  LINE 8  COLUMN 24 PIC 9(8)
                                 USING LOAN-WORK-START-DATE.
           05  LINE 9  COLUMN 1  VALUE "   Principal Category: ".
           05  LINE 9  COLUMN 24 PIC X(4)
                                 USING LOAN-WORK-PRIN-CATEGORY.
           05  LINE 10 COLUMN 1  VALUE "    Interest Category: ".
           05  LINE 10 COLUMN 24 PIC X(4)
                                 USING LOAN-WORK-INT-CATEGORY.

       01  ADD-LOAN-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Installment: ".
           05  LINE 12 COLUMN 14 PIC -$$$$,$$$,$$9.99
                                 FROM LOAN-WORK-INSTALLMENT.
           05  LINE 14 COLUMN 1  VALUE "Save Loan? (Y/N)".
           05  LINE 14 COLUMN 18 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-ACCOUNT-ERROR-SCREEN.
           05  LINE 14 COLUMN 1  VALUE "Account Not Found Or Closed.".
           05  LINE 14 COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-SAME-ACCOUNT-SCREEN.
           05  LINE 14 COLUMN 1
              VALUE "Payment Account Must Differ From Loan Account.".
           05  LINE 14 COLUMN 49 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-CATEGORY-ERROR-SCREEN.
           05  LINE 14 COLUMN 1
              VALUE "Both Categories Must Be On File.".
           05  LINE 14 COLUMN 35 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-TERMS-ERROR-SCREEN.
           05  LINE 14 COLUMN 1
              VALUE "Principal, Term Or Start Date Invalid.".
           05  LINE 14 COLUMN 41 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-TABLE-FULL-SCREEN.
           05  LINE 14 COLUMN 1  VALUE "Loan File Is Full.".
           05  LINE 14 COLUMN 21 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Loan No: ".
           05  LINE 1  COLUMN 10 PIC Z(4) USING LOAN-WORK-ID.

       01  LOAN-NOT-FOUND-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Loan Not Found Or Not Active.".
           05  LINE 3  COLUMN 31 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-SKIP-PROMPT.
           05  LINE 3  COLUMN 1  VALUE "Skip installment due ".
           05  LINE 3  COLUMN 22 PIC 9(8) FROM LOAN-WORK-NEXT-DUE.
           05  LINE 3  COLUMN 30 VALUE "? (Y/N)".
           05  LINE 3  COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-SKIP-DONE-SCREEN.
           05  LINE 5  COLUMN 1  VALUE "Installment Skipped.".
           05  LINE 5  COLUMN 22 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Post all loan installments now due? (Y/N)".
           05  LINE 1  COLUMN 44 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Loan Installment Run Complete.".
           05  LINE 3  COLUMN 32 PIC Z USING CONTINUE-KEY AUTO.

       01  LOAN-REPORT-DONE-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Loan Report Complete.".
           05  LINE 3  COLUMN 23 PIC Z USING CONTINUE-KEY AUTO.

       01  TAX-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Tax Code Maintenance:".
           05  LINE 9  COLUMN 1  VALUE "Totals By Company:".
           05  LINE 9  COLUMN 42 VALUE "Totals By Currency:".

       01  DASH-CERT-WARNING-SCREEN.
           05  LINE 8  COLUMN 1  VALUE "Warning:".
           05  LINE 8  COLUMN 10 PIC ZZZ9 FROM CERT-LAPSING-COUNT.
           05  LINE 8  COLUMN 15
              VALUE "Operator Certifications Lapse Within 30 Days.".

       01  DASH-COMPANY-ROW.
           05  LINE CURRENT-LINE COLUMN 3  PIC X(8)
                                        FROM DASH-WORK-CODE.
           05  LINE 3  COLUMN 3  VALUE "1) List Budgets".
           05  LINE 4  COLUMN 3  VALUE "2) Add/Update Budget".
           05  LINE 5  COLUMN 3  VALUE "3) Budget vs Actual Report".
           05  LINE 6  COLUMN 3  VALUE "4) List Purchase Orders".
           05  LINE 7  COLUMN 3  VALUE "5) Raise Purchase Order".
           05  LINE 8  COLUMN 3  VALUE "6) Cancel Purchase Order".
           05  LINE 9  COLUMN 3  VALUE "9) Exit".
           05  LINE 11 COLUMN 1  VALUE "Selecton => ".
           05  LINE 11 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  BUDGET-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 9  COLUMN 1  VALUE "Budget File Is Full.".
           05  LINE 9  COLUMN 23 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "PO Number".
           05  LINE 1  COLUMN 12 VALUE "Company".
           05  LINE 1  COLUMN 21 VALUE "Cat".
           05  LINE 1  COLUMN 26 VALUE "Yr/Mo".
           05  LINE 1  COLUMN 34 VALUE "Amount".
           05  LINE 1  COLUMN 51 VALUE "Invoiced".
           05  LINE 1  COLUMN 68 VALUE "S".
           05  LINE 1  COLUMN 70 VALUE "Flag".
           05  LINE 2  COLUMN 1  VALUE "----------".
           05  LINE 2  COLUMN 12 VALUE "--------".
           05  LINE 2  COLUMN 21 VALUE "----".
           05  LINE 2  COLUMN 26 VALUE "-------".
           05  LINE 2  COLUMN 34 VALUE "----------------".
           05  LINE 2  COLUMN 51 VALUE "----------------".
           05  LINE 2  COLUMN 68 VALUE "-".
           05  LINE 2  COLUMN 70 VALUE "----".

       01  PO-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC X(10)
                                        FROM PO-WORK-NUMBER.
           05  LINE CURRENT-LINE COLUMN 12 PIC X(8)
                                        FROM PO-WORK-COMPANY.
           05  LINE CURRENT-LINE COLUMN 21 PIC X(4)
                                        FROM PO-WORK-CATEGORY.
           05  LINE CURRENT-LINE COLUMN 26 PIC 9(4)
                                        FROM PO-WORK-YEAR.
           05  LINE CURRENT-LINE COLUMN 30 VALUE "/".
           05  LINE CURRENT-LINE COLUMN 31 PIC 9(2)
                                        FROM PO-WORK-MONTH.
           05  LINE CURRENT-LINE COLUMN 34 PIC -$$$$,$$$,$$9.99
                                        FROM PO-WORK-AMOUNT.
           05  LINE CURRENT-LINE COLUMN 51 PIC -$$$$,$$$,$$9.99
                                        FROM PO-WORK-INVOICED.
           05  LINE CURRENT-LINE COLUMN 68 PIC X(1)
                                        FROM PO-WORK-STATUS.
           05  LINE CURRENT-LINE COLUMN 70 PIC X(4)
                                        FROM PO-WORK-FLAG.

       01  ADD-PO-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Raise Purchase Order:".
           05  LINE 3  COLUMN 1  VALUE "  PO Number: ".
           05  LINE 3  COLUMN 14 PIC X(10) USING PO-WORK-NUMBER.
           05  LINE 4  COLUMN 1  VALUE "    Company: ".
           05  LINE 4  COLUMN 14 PIC X(8) USING PO-WORK-COMPANY.
           05  LINE 5  COLUMN 1  VALUE "   Category: ".
           05  LINE 5  COLUMN 14 PIC X(4) USING PO-WORK-CATEGORY.
           05  LINE 6  COLUMN 1  VALUE "     Vendor: ".
           05  LINE 6  COLUMN 14 PIC X(30) USING PO-WORK-VENDOR.
           05  LINE 7  COLUMN 1  VALUE "Budget Year: ".
           05  LINE 7  COLUMN 14 PIC 9(4) USING PO-WORK-YEAR.
           05  LINE 8  COLUMN 1  VALUE "      Month: ".
           05  LINE 8  COLUMN 14 PIC 9(2) USING PO-WORK-MONTH.
           05  LINE 9  COLUMN 1  VALUE "     Amount: ".
           05  LINE 9  COLUMN 14 PIC -$$$$,$$$,$$$.$$
                                 USING PO-WORK-AMOUNT.

       01  PO-AVAILABLE-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Budget Available: ".
           05  LINE 11 COLUMN 19 PIC -$$$$,$$$,$$9.99
                                 FROM PO-AVAILABLE.

       01  ADD-PO-PROMPT.
           05  LINE 12 COLUMN 1  VALUE "Raise Purchase Order? (Y/N)".
           05  LINE 12 COLUMN 29 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-OVER-BUDGET-PROMPT.
           05  LINE 12 COLUMN 1
              VALUE "Over Budget. Send For Approval? (Y/N)".
           05  LINE 12 COLUMN 39 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-HELD-SCREEN.
           05  LINE 14 COLUMN 1
              VALUE "Purchase Order Held For Approval.".
           05  LINE 14 COLUMN 35 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-EXISTS-SCREEN.
           05  LINE 11 COLUMN 1
              VALUE "Purchase Order Already On File.".
           05  LINE 11 COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-COMPANY-ERROR-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Company Not On File.".
           05  LINE 11 COLUMN 23 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-CATEGORY-ERROR-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Category Not On File.".
           05  LINE 11 COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-MONTH-ERROR-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Month Must Be 1 Through 12.".
           05  LINE 11 COLUMN 30 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-AMOUNT-ERROR-SCREEN.
           05  LINE 11 COLUMN 1
              VALUE "Amount Must Be Greater Than Zero.".
           05  LINE 11 COLUMN 35 PIC Z USING CONTINUE-KEY AUTO.

       01  PO-TABLE-FULL-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Purchase Order File Is Full.".
           05  LINE 11 COLUMN 30 PIC Z USING CONTINUE-KEY AUTO.

       01  SELECT-PO-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Purchase Order:".
           05  LINE 3  COLUMN 1  VALUE "PO Number: ".
           05  LINE 3  COLUMN 12 PIC X(10) USING PO-WORK-NUMBER.

       01  PO-NOT-ELIGIBLE-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Purchase Order Not Found Or Not Eligible.".
           05  LINE 7  COLUMN 43 PIC Z USING CONTINUE-KEY AUTO.

       01  CANCEL-PO-PROMPT.
           05  LINE 7  COLUMN 1
              VALUE "Cancel This Purchase Order? (Y/N)".
           05  LINE 7  COLUMN 35 PIC Z USING CONTINUE-KEY AUTO.

       01  APPROVE-PO-PROMPT.
           05  LINE 7  COLUMN 1
              VALUE "Approve This Purchase Order? (Y/N)".
           05  LINE 7  COLUMN 36 PIC Z USING CONTINUE-KEY AUTO.

       01  REJECT-PO-PROMPT.
           05  LINE 7  COLUMN 1
              VALUE "Reject This Purchase Order? (Y/N)".
           05  LINE 7  COLUMN 35 PIC Z USING CONTINUE-KEY AUTO.

       01  VARREP-RANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
           05  LINE 3  COLUMN 32 PIC Z(5)9 FROM GL-RECORD-COUNT.
           05  LINE 3  COLUMN 40 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Vendor Maintenance:".
           05  LINE 3  COLUMN 3  VALUE "1) List Vendors".
           05  LINE 4  COLUMN 3  VALUE "2) Add/Update Vendor".
           05  LINE 5  COLUMN 3  VALUE "3) Payments By Vendor Report".
           05  LINE 6  COLUMN 3  VALUE "9) Exit".
           05  LINE 8  COLUMN 1  VALUE "Selecton => ".
           05  LINE 8  COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  VENDOR-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Vendor".
           05  LINE 1  COLUMN 10 VALUE "A".
           05  LINE 1  COLUMN 12 VALUE "M".
           05  LINE 1  COLUMN 14 VALUE "Legal Name".
           05  LINE 1  COLUMN 45 VALUE "City".
           05  LINE 1  COLUMN 66 VALUE "Tax ID".
           05  LINE 2  COLUMN 1  VALUE "--------".
           05  LINE 2  COLUMN 10 VALUE "-".
           05  LINE 2  COLUMN 12 VALUE "-".
           05  LINE 2  COLUMN 14
              VALUE "------------------------------".
           05  LINE 2  COLUMN 45 VALUE "--------------------".
           05  LINE 2  COLUMN 66 VALUE "-----------".

       01  VENDOR-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC X(8)
                                        FROM VENDOR-WORK-ID.
           05  LINE CURRENT-LINE COLUMN 10 PIC X(1)
                                        FROM VENDOR-WORK-ACTIVE.
           05  LINE CURRENT-LINE COLUMN 12 PIC X(1)
                                        FROM VENDOR-WORK-PAY-METHOD.
           05  LINE CURRENT-LINE COLUMN 14 PIC X(30)
                                        FROM VENDOR-WORK-NAME.
           05  LINE CURRENT-LINE COLUMN 45 PIC X(20)
                                        FROM VENDOR-WORK-CITY.
           05  LINE CURRENT-LINE COLUMN 66 PIC X(11)
                                        FROM VENDOR-WORK-TAX-ID.

       01  ADD-VENDOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Add/Update Vendor:".
           05  LINE 3  COLUMN 1  VALUE "         Vendor ID: ".
           05  LINE 3  COLUMN 21 PIC X(8) USING VENDOR-WORK-ID.

       01  VENDOR-DETAIL-SCREEN.
           05  LINE 4  COLUMN 1  VALUE "        Legal Name: ".
           05  LINE 4  COLUMN 21 PIC X(30) USING VENDOR-WORK-NAME.
           05  LINE 5  COLUMN 1  VALUE "    Address Line 1: ".
           05  LINE 5  COLUMN 21 PIC X(30)
                                 USING VENDOR-WORK-ADDRESS-1.
           05  LINE 6  COLUMN 1  VALUE "    Address Line 2: ".
           05  LINE 6  COLUMN 21 PIC X(30)
                                 USING VENDOR-WORK-ADDRESS-2.
           05  LINE 7  COLUMN 1  VALUE "              City: ".
           05  LINE 7  COLUMN 21 PIC X(20) USING VENDOR-WORK-CITY.
           05  LINE 8  COLUMN 1  VALUE "             State: ".
           05  LINE 8  COLUMN 21 PIC X(2) USING VENDOR-WORK-STATE.
           05  LINE 9  COLUMN 1  VALUE "       Postal Code: ".
           05  LINE 9  COLUMN 21 PIC X(10)
                                 USING VENDOR-WORK-POSTAL-CODE.
           05  LINE 10 COLUMN 1  VALUE "            Tax ID: ".
           05  LINE 10 COLUMN 21 PIC X(11) USING VENDOR-WORK-TAX-ID.
           05  LINE 11 COLUMN 1  VALUE "  Pay Method (C/E): ".
           05  LINE 11 COLUMN 21 PIC X(1)
                                 USING VENDOR-WORK-PAY-METHOD.
           05  LINE 12 COLUMN 1  VALUE "    Routing Number: ".
           05  LINE 12 COLUMN 21 PIC 9(9) USING VENDOR-WORK-ROUTING.
           05  LINE 13 COLUMN 1  VALUE "      Bank Account: ".
           05  LINE 13 COLUMN 21 PIC X(17)
                                 USING VENDOR-WORK-BANK-ACCOUNT.
           05  LINE 14 COLUMN 1  VALUE "      Active (Y/N): ".
           05  LINE 14 COLUMN 21 PIC X(1) USING VENDOR-WORK-ACTIVE.

       01  ADD-VENDOR-PROMPT.
           05  LINE 16 COLUMN 1  VALUE "Save Vendor? (Y/N)".
           05  LINE 16 COLUMN 20 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-TABLE-FULL-SCREEN.
           05  LINE 5  COLUMN 1  VALUE "Vendor File Is Full.".
           05  LINE 5  COLUMN 23 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-NAME-ERROR-SCREEN.
           05  LINE 16 COLUMN 1  VALUE "Legal Name Is Required.".
           05  LINE 16 COLUMN 25 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-METHOD-ERROR-SCREEN.
           05  LINE 16 COLUMN 1  VALUE "Pay Method Must Be C Or E.".
           05  LINE 16 COLUMN 28 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-BANK-ERROR-SCREEN.
           05  LINE 16 COLUMN 1
              VALUE "Routing Number Or Bank Account Invalid.".
           05  LINE 16 COLUMN 41 PIC Z USING CONTINUE-KEY AUTO.

       01  VENDOR-YEAR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Payments By Vendor:".
           05  LINE 3  COLUMN 1  VALUE "Payment Year: ".
           05  LINE 3  COLUMN 15 PIC 9(4) USING VENDOR-REPORT-YEAR.

       01  COMPANY-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Company Maintenance:".
           05  LINE 3  COLUMN 3  VALUE "1) List Companies".
           05  LINE 4  COLUMN 3  VALUE "2) Add/Update Company".
           05  LINE 5  COLUMN 3  VALUE "3) Intercompany Accounts".
           05  LINE 6  COLUMN 3  VALUE "4) Consolidation Report".
           05  LINE 7  COLUMN 3  VALUE "5) Financial Statements".
           05  LINE 8  COLUMN 3  VALUE "9) Exit".
           05  LINE 10 COLUMN 1  VALUE "Selecton => ".
           05  LINE 10 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  COMPANY-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6  COLUMN 1  VALUE "  RE Account: ".
           05  LINE 6  COLUMN 15 PIC Z(8)
                                 USING COMPANY-WORK-RE-ACCOUNT.
           05  LINE 7  COLUMN 1  VALUE "Suspense Acct:".
           05  LINE 7  COLUMN 15 PIC Z(8)
                                 USING COMPANY-WORK-SUSPENSE-ACCOUNT.

       01  ADD-COMPANY-PROMPT.
           05  LINE 8  COLUMN 1  VALUE "Save Company? (Y/N)".
           05  LINE 8  COLUMN 21 PIC Z USING CONTINUE-KEY AUTO.

       01  COMPANY-TABLE-FULL-SCREEN.
           05  LINE 8  COLUMN 1  VALUE "Company File Is Full.".
           05  LINE 8  COLUMN 24 PIC Z USING CONTINUE-KEY AUTO.

       01  INTERCO-ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Intercompany Account:".
           05  LINE 3  COLUMN 1  VALUE "          Company: ".
           05  LINE 3  COLUMN 20 PIC X(8) USING INTERCO-WORK-COMPANY.
           05  LINE 4  COLUMN 1  VALUE "     Counterparty: ".
           05  LINE 4  COLUMN 20 PIC X(8)
                                 USING INTERCO-WORK-COUNTERPARTY.
           05  LINE 5  COLUMN 1  VALUE "Account (0=Clear): ".
           05  LINE 5  COLUMN 20 PIC Z(8)
                                 USING INTERCO-WORK-ACCOUNT-ID.

       01  INTERCO-ACCOUNT-PROMPT.
           05  LINE 7  COLUMN 1  VALUE "Save Intercompany Account?".
           05  LINE 7  COLUMN 28 VALUE "(Y/N)".
           05  LINE 7  COLUMN 34 PIC Z USING CONTINUE-KEY AUTO.

       01  INTERCO-COMPANY-ERROR-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Company Or Counterparty Not On File.".
           05  LINE 7  COLUMN 39 PIC Z USING CONTINUE-KEY AUTO.

       01  INTERCO-ACCOUNT-ERROR-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Account Not Found, Closed Or In Another Company.".
           05  LINE 7  COLUMN 51 PIC Z USING CONTINUE-KEY AUTO.

       01  INTERCO-FULL-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Company Already Has Five Counterparties.".
           05  LINE 7  COLUMN 43 PIC Z USING CONTINUE-KEY AUTO.

       01  FIN-STATEMENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Financial Statements:".
           05  LINE 3  COLUMN 1  VALUE "Company (Blank = All): ".
           05  LINE 3  COLUMN 24 PIC X(8) USING FS-COMPANY.
           05  LINE 4  COLUMN 1  VALUE "Period Year: ".
           05  LINE 4  COLUMN 24 PIC 9(4) USING FS-YEAR.
           05  LINE 5  COLUMN 1  VALUE "Period Month: ".
           05  LINE 5  COLUMN 24 PIC 9(2) USING FS-MONTH.

       01  FIN-PERIOD-ERROR-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Period Is Invalid Or Not Yet Closed.".
           05  LINE 7  COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  FIN-COMPANY-ERROR-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "Company Not On File.".
           05  LINE 7  COLUMN 22 PIC Z USING CONTINUE-KEY AUTO.

       01  FIN-DONE-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "Financial Statements Complete.".
           05  LINE 7  COLUMN 32 PIC Z USING CONTINUE-KEY AUTO.

       01  CONS-DONE-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "Consolidation Report Complete.".
           05  LINE 11 COLUMN 32 PIC Z USING CONTINUE-KEY AUTO.

       01  ACCOUNT-COMPANY-ERROR-SCREEN.
           05  LINE 13 COLUMN 1
           05  LINE 1  COLUMN 1  VALUE "Type".
           05  LINE 1  COLUMN 12 VALUE "Rate".
           05  LINE 1  COLUMN 20 VALUE "Fee".
           05  LINE 1  COLUMN 31 VALUE "Credit Limit".
           05  LINE 1  COLUMN 44 VALUE "Idle".
           05  LINE 1  COLUMN 49 VALUE "Dorm Fee".
           05  LINE 1  COLUMN 58 VALUE "Description".
           05  LINE 2  COLUMN 1  VALUE "----------".
           05  LINE 2  COLUMN 12 VALUE "------".
           05  LINE 2  COLUMN 20 VALUE "---------".
           05  LINE 2  COLUMN 31 VALUE "------------".
           05  LINE 2  COLUMN 44 VALUE "----".
           05  LINE 2  COLUMN 49 VALUE "--------".
           05  LINE 2  COLUMN 58
              VALUE "----------------------".

       01  TYPE-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC X(10)
                                        FROM TYPE-WORK-INTEREST-RATE.
           05  LINE CURRENT-LINE COLUMN 20 PIC ZZZZ9.99
                                        FROM TYPE-WORK-MONTHLY-FEE.
           05  LINE CURRENT-LINE COLUMN 31 PIC ZZZZZZZZ9.99
                                        FROM TYPE-WORK-CREDIT-LIMIT.
           05  LINE CURRENT-LINE COLUMN 44 PIC ZZZ9
                                        FROM TYPE-WORK-DORMANT-DAYS.
           05  LINE CURRENT-LINE COLUMN 49 PIC ZZZZ9.99
                                        FROM TYPE-WORK-DORMANCY-FEE.
           05  LINE CURRENT-LINE COLUMN 58 PIC X(22)
                                        FROM TYPE-WORK-DESCRIPTION.

       01  ADD-TYPE-SCREEN.
           05  LINE 6  COLUMN 1  VALUE "  Monthly Fee: ".
           05  LINE 6  COLUMN 16 PIC ZZZZ9.99
                                 USING TYPE-WORK-MONTHLY-FEE.
           05  LINE 7  COLUMN 1  VALUE " Credit Limit: ".
           05  LINE 7  COLUMN 16 PIC ZZZZZZ9.99
                                 USING TYPE-WORK-CREDIT-LIMIT.
           05  LINE 8  COLUMN 1  VALUE " Dormant Days: ".
           05  LINE 8  COLUMN 16 PIC ZZZ9
                                 USING TYPE-WORK-DORMANT-DAYS.
           05  LINE 9  COLUMN 1  VALUE " Dormancy Fee: ".
           05  LINE 9  COLUMN 16 PIC ZZZZ9.99
                                 USING TYPE-WORK-DORMANCY-FEE.

       01  ADD-TYPE-PROMPT.
           05  LINE 10 COLUMN 1  VALUE "Save Account Type? (Y/N)".
           05  LINE 10 COLUMN 26 PIC Z USING CONTINUE-KEY AUTO.

       01  TYPE-TABLE-FULL-SCREEN.
           05  LINE 10 COLUMN 1  VALUE "Account Type File Is Full.".
           05  LINE 10 COLUMN 29 PIC Z USING CONTINUE-KEY AUTO.

       01  ACCOUNT-TYPE-ERROR-SCREEN.
           05  LINE 13 COLUMN 1
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
              VALUE "Category Summary Date Range (blank for all):".
           05  LINE 3  COLUMN 1  VALUE "Start Month (YYYYMM): ".
           05  LINE 3  COLUMN 25 PIC 9(6) USING CATSUM-START-PERIOD.
           05  LINE 4  COLUMN 1  VALUE "  End Month (YYYYMM): ".
           05  LINE 4  COLUMN 25 PIC 9(6) USING CATSUM-END-PERIOD.

       01  DAILY-JOURNAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 5  COLUMN 25 PIC 9(8)
                                 USING AUDIT-REPORT-END-DATE.

       01  JOURNAL-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Journals:".
           05  LINE 3  COLUMN 3  VALUE "1) Journal Entry".
           05  LINE 4  COLUMN 3  VALUE "2) Outstanding Accruals Report".
           05  LINE 5  COLUMN 3  VALUE "9) Exit".
           05  LINE 7  COLUMN 1  VALUE "Selecton => ".
           05  LINE 7  COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  JOURNAL-TYPE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Journal Entry:".
           05  LINE 3  COLUMN 1  VALUE "           Accrual (Y/N): ".
           05  LINE 3  COLUMN 27 PIC X USING JOURNAL-ACCRUAL.
           05  LINE 4  COLUMN 1  VALUE "Effective Date (YYYYMMDD): ".
           05  LINE 4  COLUMN 28 PIC 9(8) USING JOURNAL-EFFECTIVE-DATE.
           05  LINE 5  COLUMN 1
              VALUE "Accruals reverse on day 1 of the next period.".

       01  JOURNAL-DATE-ERROR-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Effective Date Invalid Or In A Closed Period.".
           05  LINE 7  COLUMN 47 PIC Z USING CONTINUE-KEY AUTO.

       01  ACCRUAL-TABLE-FULL-SCREEN.
           05  LINE 7  COLUMN 1
              VALUE "Accrual Register Full, Nothing Posted.".
           05  LINE 7  COLUMN 40 PIC Z USING CONTINUE-KEY AUTO.

       01  JOURNAL-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Journal Entry:".
           05  LINE 2  COLUMN 1
              VALUE "Enter debit/credit lines. Account 0 ends.".
           05  LINE 3  COLUMN 1  PIC X(40) FROM JOURNAL-TYPE-LABEL.

       01  JOURNAL-LINE-SCREEN.
           05  LINE 4  COLUMN 1  VALUE "       Line: ".
              VALUE "Journal Does Not Balance, Nothing Posted.".
           05  LINE 11 COLUMN 45 PIC Z USING CONTINUE-KEY AUTO.

       01  JOURNAL-INTERCO-ERROR-SCREEN.
           05  LINE 11 COLUMN 1
              VALUE "Intercompany Account Missing Or Journal Full.".
           05  LINE 11 COLUMN 48 PIC Z USING CONTINUE-KEY AUTO.

       01  JOURNAL-POST-PROMPT.
           05  LINE 11 COLUMN 1  VALUE "Post This Journal? (Y/N)".
           05  LINE 11 COLUMN 26 PIC Z USING CONTINUE-KEY AUTO.
           05  LINE 5  COLUMN 30 PIC Z(5)9 FROM RST-ACCOUNT-COUNT.
           05  LINE 5  COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  ROLLFWD-FILE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Backup Filename:".
           05  LINE 1  COLUMN 19 PIC X(60) USING BACKUP-FILE-NAME.
           05  LINE 2  COLUMN 1  VALUE "Roll Forward To:".
           05  LINE 2  COLUMN 19 PIC 9(8) USING RFW-TARGET-DATE.
           05  LINE 2  COLUMN 28 PIC 9(6) USING RFW-TARGET-TIME.
           05  LINE 2  COLUMN 36 VALUE "(YYYYMMDD HHMMSS)".

       01  ROLLFWD-PROMPT.
           05  LINE 3  COLUMN 1
              VALUE "Restore backup and re-apply recovery log? (Y/N)".
           05  LINE 3  COLUMN 50 PIC Z USING CONTINUE-KEY AUTO.

       01  ROLLFWD-LOG-FAILED-SCREEN.
           05  LINE 5  COLUMN 1
              VALUE "Recovery Log Was Not Started By This Backup.".
           05  LINE 5  COLUMN 47 PIC Z USING CONTINUE-KEY AUTO.

       01  ROLLFWD-DONE-SCREEN.
           05  LINE 5  COLUMN 1
              VALUE "Roll-Forward Complete. Applied: ".
           05  LINE 5  COLUMN 34 PIC Z(6)9 FROM RFW-APPLIED-COUNT.
           05  LINE 6  COLUMN 1  VALUE "New Backup: ".
           05  LINE 6  COLUMN 13 PIC X(30) FROM BACKUP-FILE-NAME.
           05  LINE 6  COLUMN 44 PIC Z USING CONTINUE-KEY AUTO.

       01  BATCH-FILE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Batch Input Filename:".
           05  LINE 1  COLUMN 24 PIC X(60) USING BATCH-FILE-NAME.
           05  LINE 2  COLUMN 1  VALUE "Suspense Company:".
           05  LINE 2  COLUMN 24 PIC X(8)
                                 USING BATCH-SUSPENSE-COMPANY.

       01  BATCH-FILE-NOT-FOUND-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "Batch File Not Found.".
              VALUE "No Exchange Rate For Currency Pair.".
           05  LINE 8  COLUMN 38 PIC Z USING CONTINUE-KEY AUTO.

       01  TRANSFER-LIMIT-ERROR-SCREEN.
           05  LINE 8  COLUMN 1
              VALUE "From Account Would Exceed Its Credit Limit.".
           05  LINE 8  COLUMN 45 PIC Z USING CONTINUE-KEY AUTO.

       01  TRANSFER-DORMANT-ERROR-SCREEN.
           05  LINE 8  COLUMN 1
              VALUE "From Or To Account Is Dormant.".
           05  LINE 8  COLUMN 33 PIC Z USING CONTINUE-KEY AUTO.

       01  TRANSFER-INTERCO-ERROR-SCREEN.
           05  LINE 8  COLUMN 1
              VALUE "No Intercompany Account For Company Pair.".
           05  LINE 8  COLUMN 43 PIC Z USING CONTINUE-KEY AUTO.

       01  RATE-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Exchange Rate Maintenance:".
           05  LINE 3  COLUMN 3  VALUE "1) List Rates".
           05  LINE 4  COLUMN 3  VALUE "2) Add Rate".
           05  LINE 5  COLUMN 3  VALUE "3) Rate History".
           05  LINE 6  COLUMN 3  VALUE "4) Import Treasury Rates".
           05  LINE 7  COLUMN 3  VALUE "5) Import Tolerance".
           05  LINE 8  COLUMN 3  VALUE "9) Exit".
           05  LINE 10 COLUMN 1  VALUE "Selecton => ".
           05  LINE 10 COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  RATE-LIST-SCREEN.
           05  BLANK SCREEN.
                                        FROM RATE-WORK-RATE.
           05  LINE CURRENT-LINE COLUMN 18 PIC 9(8)
                                        FROM RATE-WORK-EFFECTIVE.
           05  LINE CURRENT-LINE COLUMN 27 PIC X(1)
                                        FROM RATE-WORK-MARK.

       01  ADD-RATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 7  COLUMN 1  VALUE "Exchange Rate File Is Full.".
           05  LINE 7  COLUMN 30 PIC Z USING CONTINUE-KEY AUTO.

       01  RATE-HISTORY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Exchange Rate History:".
           05  LINE 3  COLUMN 1  VALUE "            Currency: ".
           05  LINE 3  COLUMN 23 PIC X(3) USING RATE-WORK-CURRENCY.
           05  LINE 4  COLUMN 1  VALUE "   As Of (YYYYMMDD): ".
           05  LINE 4  COLUMN 23 PIC 9(8) USING RATE-HISTORY-DATE.

       01  RATE-HISTORY-RESULT.
           05  LINE CURRENT-LINE COLUMN 1  VALUE "Rate In Effect On ".
           05  LINE CURRENT-LINE COLUMN 19 PIC 9(8)
                                        FROM RATE-HISTORY-DATE.
           05  LINE CURRENT-LINE COLUMN 27 VALUE ": ".
           05  LINE CURRENT-LINE COLUMN 29 PIC 999.999999
                                        FROM RATE-LOOKUP-RATE.
           05  LINE CURRENT-LINE COLUMN 40 VALUE "Effective ".
           05  LINE CURRENT-LINE COLUMN 50 PIC 9(8)
                                        FROM RATE-LOOKUP-BEST-DATE.

       01  RATE-HISTORY-NONE.
           05  LINE CURRENT-LINE COLUMN 1
              VALUE "No Rate In Effect On That Date.".

       01  RATE-TOLERANCE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Treasury Rate Import:".
           05  LINE 3  COLUMN 1
              VALUE "Reject Day-On-Day Moves Over (%): ".
           05  LINE 3  COLUMN 35 PIC ZZ9.99 USING RATE-TOLERANCE-PCT.

       01  RATE-IMPORT-PROMPT.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Treasury Rate Import:".
           05  LINE 3  COLUMN 1  VALUE "Tolerance (%): ".
           05  LINE 3  COLUMN 16 PIC ZZ9.99 FROM RATE-TOLERANCE-PCT.
           05  LINE 5  COLUMN 1  VALUE "Import Rate File? (Y/N)".
           05  LINE 5  COLUMN 25 PIC Z USING CONTINUE-KEY AUTO.

       01  RATE-IMPORT-DONE-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "Read: ".
           05  LINE 7  COLUMN 7  PIC ZZZZ9 FROM RATE-IMPORT-READ.
           05  LINE 7  COLUMN 14 VALUE "Loaded: ".
           05  LINE 7  COLUMN 22 PIC ZZZZ9 FROM RATE-IMPORT-LOADED.
           05  LINE 7  COLUMN 29 VALUE "Rejected: ".
           05  LINE 7  COLUMN 39 PIC ZZZZ9 FROM RATE-IMPORT-REJECTED.
           05  LINE 7  COLUMN 46 PIC Z USING CONTINUE-KEY AUTO.

       01  TRANSFER-FAILED-SCREEN.
           05  LINE 8  COLUMN 1
              VALUE "Transfer Failed, No Changes Posted.".
              VALUE "Operator ID Or Password Not Valid.".
           05  LINE 6  COLUMN 37 PIC Z USING CONTINUE-KEY AUTO.

       01  OPERATOR-SUSPENDED-SCREEN.
           05  LINE 6  COLUMN 1
              VALUE "Operator Suspended, See A Supervisor.".
           05  LINE 6  COLUMN 40 PIC Z USING CONTINUE-KEY AUTO.

       01  OPERATOR-NOT-IN-DIR-SCREEN.
           05  LINE 8  COLUMN 1
              VALUE "Name Not In Phone Directory, See A Supervisor.".
           05  LINE 1  COLUMN 1  VALUE "Operator Maintenance:".
           05  LINE 3  COLUMN 3  VALUE "1) List Operators".
           05  LINE 4  COLUMN 3  VALUE "2) Add/Update Operator".
           05  LINE 5  COLUMN 3  VALUE "3) Certification Report".
           05  LINE 6  COLUMN 3  VALUE "9) Exit".
           05  LINE 8  COLUMN 1  VALUE "Selecton => ".
           05  LINE 8  COLUMN 13 PIC Z9 USING MENU-OPTION AUTO.

       01  OPERATOR-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "Operator ID".
           05  LINE 1  COLUMN 23 VALUE "Level".
           05  LINE 1  COLUMN 30 VALUE "Phone".
           05  LINE 1  COLUMN 37 VALUE "Suspended".
           05  LINE 2  COLUMN 1  VALUE "--------------------".
           05  LINE 2  COLUMN 23 VALUE "-----".
           05  LINE 2  COLUMN 30 VALUE "-----".
           05  LINE 2  COLUMN 37 VALUE "---------".

       01  OPERATOR-LIST-ROW.
           05  LINE CURRENT-LINE COLUMN 1  PIC X(20)
                                        FROM OPERATOR-WORK-ID.
           05  LINE CURRENT-LINE COLUMN 23 PIC 9(1)
                                        FROM OPERATOR-WORK-LEVEL.
           05  LINE CURRENT-LINE COLUMN 30 PIC Z(3)9
                                        FROM OPERATOR-WORK-PHONE-ID.
           05  LINE CURRENT-LINE COLUMN 37 PIC X(1)
                                        FROM OPERATOR-WORK-SUSPENDED.

       01  ADD-OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 5  COLUMN 1  VALUE "Level (1-9): ".
           05  LINE 5  COLUMN 14 PIC 9(1)
                                 USING OPERATOR-WORK-LEVEL.
           05  LINE 6  COLUMN 1  VALUE "     Phone ID: ".
           05  LINE 6  COLUMN 16 PIC Z(3)9
                                 USING OPERATOR-WORK-PHONE-ID.
           05  LINE 6  COLUMN 22 VALUE "(0 = Link By Last Name)".
           05  LINE 7  COLUMN 1  VALUE "Suspended (Y/N): ".
           05  LINE 7  COLUMN 18 PIC X(1)
                                 USING OPERATOR-WORK-SUSPENDED.

       01  ADD-OPERATOR-PROMPT.
           05  LINE 9  COLUMN 1  VALUE "Save Operator? (Y/N)".
           05  LINE 9  COLUMN 22 PIC Z USING CONTINUE-KEY AUTO.

       01  OPERATOR-TABLE-FULL-SCREEN.
           05  LINE 9  COLUMN 1  VALUE "Operator File Is Full.".
           05  LINE 9  COLUMN 25 PIC Z USING CONTINUE-KEY AUTO.

       01  CERT-REQUIRED-SCREEN.
           05  LINE 9  COLUMN 1
              VALUE "Level 2+ Needs A Current Guess Certification.".
           05  LINE 9  COLUMN 48 PIC Z USING CONTINUE-KEY AUTO.

       01  WHO-AM-I-SCREEN.
           05  BLANK SCREEN.
      
       PROGRAM-BEGIN.
           PERFORM LOAD-CONTROL-FILE.
           PERFORM CONVERT-ACCOUNT-FILE.
           PERFORM CONVERT-LEDGER-FILES.
           PERFORM CONVERT-PERIOD-BALANCES.
           ACCEPT JOB-COMMAND-LINE FROM COMMAND-LINE.
           IF JOB-COMMAND-LINE IS NOT EQUAL TO SPACES
               PERFORM RUN-UNATTENDED-JOB
           PERFORM COMPUTE-DAYS-SINCE-CLOSE.
           PERFORM CHECK-DASH-CHECKPOINT.
           DISPLAY DASHBOARD-SCREEN.
           IF OPERATOR-LEVEL IS GREATER THAN 1
               PERFORM COUNT-LAPSING-CERTIFICATIONS
               IF CERT-LAPSING-COUNT IS GREATER THAN ZEROS
                   DISPLAY DASH-CERT-WARNING-SCREEN
               END-IF
           END-IF.
           MOVE 10 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-DASH-COMPANY
               VARYING DASH-CO-INDEX FROM 1 BY 1
               MOVE JOB-OPERATOR-ID TO JOB-CARD-NAME
               PERFORM READ-JOB-CARD
           END-IF.
           PERFORM LOAD-OPERATORS.
           PERFORM PROCESS-HR-LEAVERS.
           IF JOB-FUNCTION IS EQUAL TO "STREAM" OR "RESTART"
               PERFORM RUN-JOB-STREAM
           ELSE
               PERFORM RUN-JOB-FUNCTION
           END-IF.
           MOVE JOB-RETURN-CODE TO RETURN-CODE.

       RUN-JOB-FUNCTION.
           MOVE JOB-OPERATOR-ID TO OPERATOR-ID.
           MOVE 2 TO OPERATOR-LEVEL.
           MOVE ZEROS TO OPERATOR-PHONE-ID.
           MOVE SPACES TO SPOOL-PARAMETERS.
           MOVE "N" TO JOB-SKIPPED.
           IF JOB-OUTPUT-FILE IS NOT EQUAL TO SPACES
               MOVE JOB-OUTPUT-FILE TO PRINTER-NAME.
           PERFORM WRITE-JOB-LOG-START.
           PERFORM CHECK-BATCH-SESSION-LOCK.
           PERFORM CHECK-OPERATOR-SUSPENDED.
           IF LOCK-FOUND IS EQUAL TO "Y"
               MOVE 4 TO JOB-RETURN-CODE
           ELSE IF OPERATOR-SUSPENDED IS EQUAL TO "Y"
               MOVE 8 TO JOB-RETURN-CODE
           ELSE IF JOB-FUNCTION IS EQUAL TO "ORDERS"
               PERFORM LOAD-STANDING-ORDERS
               PERFORM RUN-STANDING-ORDER-POSTING
           ELSE IF JOB-FUNCTION IS EQUAL TO "LOANS"
               PERFORM LOAD-LOANS
               PERFORM RUN-LOAN-INSTALLMENT-POSTING
           ELSE IF JOB-FUNCTION IS EQUAL TO "GLEXTRACT"
               PERFORM RUN-GL-EXTRACT
           ELSE IF JOB-FUNCTION IS EQUAL TO "INTEGRITY"
               PERFORM PRINT-INTEGRITY-REPORT
               IF ICHK-EXCEPTION-COUNT IS GREATER THAN ZEROS
                   MOVE 4 TO JOB-RETURN-CODE
               END-IF
           ELSE IF JOB-FUNCTION IS EQUAL TO "BACKUP"
               PERFORM RUN-BACKUP
           ELSE IF JOB-FUNCTION IS EQUAL TO "CASHFCST"
               PERFORM RUN-CASH-FLOW-FORECAST
           ELSE IF JOB-FUNCTION IS EQUAL TO "FXIMPORT"
               PERFORM RUN-TREASURY-RATE-IMPORT
               IF RATE-IMPORT-REJECTED IS GREATER THAN ZEROS
                   MOVE 4 TO JOB-RETURN-CODE
               END-IF
           ELSE IF JOB-FUNCTION IS EQUAL TO "OVERLIMIT"
               PERFORM PRINT-OVER-LIMIT-REPORT
           ELSE IF JOB-FUNCTION IS EQUAL TO "DORMANCY"
               PERFORM RUN-DORMANCY-CHECK
           ELSE IF JOB-FUNCTION IS EQUAL TO "PBREBUILD"
               PERFORM RUN-PERIOD-BALANCE-REBUILD
           ELSE IF JOB-FUNCTION IS EQUAL TO "INTEREST"
               PERFORM SET-JOB-RUN-MONTH
               IF INTEREST-LAST-RUN IS EQUAL TO JOB-RUN-MONTH
                   MOVE "Y" TO JOB-SKIPPED
                   MOVE 4 TO JOB-RETURN-CODE
               ELSE
                   PERFORM RUN-INTEREST-POSTING
               END-IF
           ELSE IF JOB-FUNCTION IS EQUAL TO "DEPREC"
               PERFORM SET-JOB-RUN-MONTH
               IF DEPREC-LAST-RUN IS EQUAL TO JOB-RUN-MONTH
                   MOVE "Y" TO JOB-SKIPPED
                   MOVE 4 TO JOB-RETURN-CODE
               ELSE
                   PERFORM LOAD-ASSETS
                   PERFORM RUN-DEPRECIATION-POSTING
               END-IF
           ELSE IF JOB-FUNCTION IS EQUAL TO "DAILYJRNL"
               PERFORM GET-CURRENT-TIME
               MOVE NOW-DATE TO DJ-REPORT-DATE
               MOVE DJ-REPORT-DATE TO SPOOL-PARAMETERS
               PERFORM PRINT-DAILY-JOURNAL-REPORT
           ELSE IF JOB-FUNCTION IS EQUAL TO "STMT"
               MOVE SPACES TO ACCOUNT-FILTER
               MOVE "N" TO ACCOUNT-INCLUDE-CLOSED
               PERFORM SET-STMT-JOB-PERIOD
               STRING STMT-START-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   STMT-END-DATE DELIMITED BY SIZE
                   INTO SPOOL-PARAMETERS
               END-STRING
               PERFORM PRINT-ALL-STATEMENTS
           ELSE IF JOB-FUNCTION IS EQUAL TO "PURGE"
               PERFORM RUN-RETENTION-PURGE
               IF RETAIN-CLOSED-THROUGH IS EQUAL TO ZEROS
                   MOVE 4 TO JOB-RETURN-CODE
               END-IF
           ELSE IF JOB-FUNCTION IS EQUAL TO "CERTRPT"
               PERFORM PRINT-CERTIFICATION-REPORT
           ELSE IF JOB-FUNCTION IS EQUAL TO "SUSPAGE"
               PERFORM PRINT-SUSPENSE-AGING-REPORT
           ELSE
               MOVE 8 TO JOB-RETURN-CODE
           END-IF.
           PERFORM SET-JOB-REPORT-FLAG.
           IF JOB-RETURN-CODE IS LESS THAN 8
               AND LOCK-FOUND IS NOT EQUAL TO "Y"
               AND JOB-SKIPPED IS NOT EQUAL TO "Y"
               AND JOB-HAS-REPORT IS EQUAL TO "Y"
               MOVE JOB-FUNCTION TO SPOOL-REPORT-TYPE
               PERFORM WRITE-SPOOL-CATALOG-RECORD
               MOVE "REPORT" TO SPOOL-REPORT-TYPE
           END-IF.
           MOVE SPACES TO SPOOL-PARAMETERS.
           PERFORM WRITE-JOB-LOG-END.

       SET-JOB-RUN-MONTH.
           PERFORM GET-CURRENT-TIME.
           COMPUTE JOB-RUN-MONTH = NOW-YEAR * 100 + NOW-MONTH.

       SET-STMT-JOB-PERIOD.
           PERFORM GET-CURRENT-TIME.
           COMPUTE STMT-PERIOD-FIRST-DAY =
               NOW-YEAR * 10000 + NOW-MONTH * 100 + 1.
           COMPUTE STMT-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(STMT-PERIOD-FIRST-DAY) - 1).
           COMPUTE STMT-START-DATE =
               STMT-END-DATE - FUNCTION MOD(STMT-END-DATE, 100) + 1.

       SET-JOB-REPORT-FLAG.
           MOVE "N" TO JOB-HAS-REPORT.
           IF JOB-FUNCTION IS EQUAL TO "ORDERS" OR "LOANS"
               OR "CASHFCST" OR "FXIMPORT" OR "OVERLIMIT"
               OR "DORMANCY" OR "INTEGRITY" OR "INTEREST"
               OR "DEPREC" OR "DAILYJRNL" OR "STMT" OR "PURGE"
               OR "CERTRPT" OR "SUSPAGE"
               MOVE "Y" TO JOB-HAS-REPORT
           END-IF.

       CHECK-BATCH-SESSION-LOCK.
           MOVE "N" TO LOCK-FOUND.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       RUN-JOB-STREAM.
           MOVE JOB-FUNCTION TO STREAM-RUN-TYPE.
           MOVE JOB-OPERATOR-ID TO STREAM-OPERATOR-ID.
           MOVE JOB-OUTPUT-FILE TO STREAM-FILE-NAME.
           IF STREAM-FILE-NAME IS EQUAL TO SPACES
               MOVE "jobstream.dat" TO STREAM-FILE-NAME.
           MOVE SPACES TO STREAM-STATUS-FILE-NAME.
           STRING FUNCTION TRIM(STREAM-FILE-NAME) DELIMITED BY SIZE
               ".sts" DELIMITED BY SIZE
               INTO STREAM-STATUS-FILE-NAME
           END-STRING.
           PERFORM WRITE-JOB-LOG-START.
           PERFORM LOAD-JOB-STREAM.
           MOVE 1 TO STREAM-START-INDEX.
           IF STREAM-RUN-TYPE IS EQUAL TO "RESTART"
               AND STREAM-STEP-COUNT IS GREATER THAN ZEROS
               PERFORM LOAD-JOB-STREAM-STATUS
               PERFORM FIND-STREAM-RESTART-STEP
           END-IF.
           MOVE "N" TO STREAM-STOPPED.
           IF STREAM-STEP-COUNT IS EQUAL TO ZEROS
               MOVE 8 TO STREAM-RETURN-CODE
           ELSE
               PERFORM RUN-NEXT-STREAM-STEP
                   VARYING STREAM-STEP-INDEX
                   FROM STREAM-START-INDEX BY 1
                   UNTIL STREAM-STEP-INDEX IS GREATER THAN
                       STREAM-STEP-COUNT
                   OR STREAM-STOPPED IS EQUAL TO "Y"
               PERFORM SAVE-JOB-STREAM-STATUS
               PERFORM SET-STREAM-RETURN-CODE
               IF STREAM-START-INDEX IS GREATER THAN STREAM-STEP-COUNT
                   AND STREAM-RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO STREAM-RETURN-CODE
               END-IF
           END-IF.
           PERFORM PRINT-JOB-STREAM-SUMMARY.
           MOVE STREAM-RUN-TYPE TO JOB-FUNCTION.
           MOVE STREAM-OPERATOR-ID TO JOB-OPERATOR-ID.
           MOVE STREAM-RETURN-CODE TO JOB-RETURN-CODE.
           PERFORM WRITE-JOB-LOG-END.

       LOAD-JOB-STREAM.
           MOVE ZEROS TO STREAM-STEP-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT JOB-STREAM-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO END-OF-FILE.
           PERFORM LOAD-NEXT-STREAM-STEP
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR STREAM-STEP-COUNT IS EQUAL TO STREAM-STEP-MAX-COUNT.
           CLOSE JOB-STREAM-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-STREAM-STEP.
           READ JOB-STREAM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND JSD-STEP-NAME IS NOT EQUAL TO SPACES
               AND JSD-STEP-NAME(1:1) IS NOT EQUAL TO "*"
               ADD 1 TO STREAM-STEP-COUNT
               MOVE FUNCTION UPPER-CASE(JSD-STEP-NAME)
                   TO SST-STEP-NAME(STREAM-STEP-COUNT)
               MOVE FUNCTION UPPER-CASE(JSD-FUNCTION)
                   TO SST-FUNCTION(STREAM-STEP-COUNT)
               MOVE FUNCTION UPPER-CASE(JSD-COND-STEP)
                   TO SST-COND-STEP(STREAM-STEP-COUNT)
               MOVE FUNCTION UPPER-CASE(JSD-COND-OPERATOR)
                   TO SST-COND-OPERATOR(STREAM-STEP-COUNT)
               IF JSD-COND-CODE IS NUMERIC
                   MOVE JSD-COND-CODE
                       TO SST-COND-CODE(STREAM-STEP-COUNT)
               ELSE
                   MOVE ZERO TO SST-COND-CODE(STREAM-STEP-COUNT)
               END-IF
               MOVE FUNCTION TRIM(JSD-OUTPUT-FILE)
                   TO SST-OUTPUT-FILE(STREAM-STEP-COUNT)
               MOVE "PENDING" TO SST-STATUS(STREAM-STEP-COUNT)
               MOVE ZERO TO SST-RETURN-CODE(STREAM-STEP-COUNT)
               MOVE ZEROS TO SST-START-STAMP(STREAM-STEP-COUNT)
               MOVE ZEROS TO SST-END-STAMP(STREAM-STEP-COUNT)
               MOVE SPACES TO SST-SPOOL-FILE(STREAM-STEP-COUNT)
           END-IF.

       LOAD-JOB-STREAM-STATUS.
           MOVE ZEROS TO STREAM-STATUS-INDEX.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT JOB-STREAM-STATUS-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO END-OF-FILE.
           PERFORM LOAD-NEXT-STREAM-STATUS
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE JOB-STREAM-STATUS-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-STREAM-STATUS.
           READ JOB-STREAM-STATUS-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO STREAM-STATUS-INDEX
               IF STREAM-STATUS-INDEX IS GREATER THAN STREAM-STEP-COUNT
                   OR JSS-STEP-NAME IS NOT EQUAL TO
                       SST-STEP-NAME(STREAM-STATUS-INDEX)
                   MOVE "Y" TO END-OF-FILE
               ELSE
                   MOVE JSS-STATUS TO SST-STATUS(STREAM-STATUS-INDEX)
                   MOVE JSS-RETURN-CODE
                       TO SST-RETURN-CODE(STREAM-STATUS-INDEX)
                   MOVE JSS-START-STAMP
                       TO SST-START-STAMP(STREAM-STATUS-INDEX)
                   MOVE JSS-END-STAMP
                       TO SST-END-STAMP(STREAM-STATUS-INDEX)
                   MOVE JSS-SPOOL-FILE
                       TO SST-SPOOL-FILE(STREAM-STATUS-INDEX)
               END-IF
           END-IF.

       FIND-STREAM-RESTART-STEP.
           MOVE 1 TO STREAM-START-INDEX.
           PERFORM SKIP-COMPLETED-STREAM-STEP
               UNTIL STREAM-START-INDEX IS GREATER THAN
                   STREAM-STEP-COUNT
               OR (SST-STATUS(STREAM-START-INDEX)
                       IS NOT EQUAL TO "ENDED"
                   AND SST-STATUS(STREAM-START-INDEX)
                       IS NOT EQUAL TO "SKIPPED").

       SKIP-COMPLETED-STREAM-STEP.
           ADD 1 TO STREAM-START-INDEX.

       SAVE-JOB-STREAM-STATUS.
           OPEN OUTPUT JOB-STREAM-STATUS-FILE.
           PERFORM SAVE-NEXT-STREAM-STATUS
               VARYING STREAM-STATUS-INDEX FROM 1 BY 1
               UNTIL STREAM-STATUS-INDEX IS GREATER THAN
                   STREAM-STEP-COUNT.
           CLOSE JOB-STREAM-STATUS-FILE.

       SAVE-NEXT-STREAM-STATUS.
           MOVE SPACES TO JOB-STREAM-STATUS-RECORD.
           MOVE SST-STEP-NAME(STREAM-STATUS-INDEX) TO JSS-STEP-NAME.
           MOVE SST-FUNCTION(STREAM-STATUS-INDEX) TO JSS-FUNCTION.
           MOVE SST-STATUS(STREAM-STATUS-INDEX) TO JSS-STATUS.
           MOVE SST-RETURN-CODE(STREAM-STATUS-INDEX)
               TO JSS-RETURN-CODE.
           MOVE SST-START-STAMP(STREAM-STATUS-INDEX)
               TO JSS-START-STAMP.
           MOVE SST-END-STAMP(STREAM-STATUS-INDEX) TO JSS-END-STAMP.
           MOVE SST-SPOOL-FILE(STREAM-STATUS-INDEX) TO JSS-SPOOL-FILE.
           WRITE JOB-STREAM-STATUS-RECORD.

       RUN-NEXT-STREAM-STEP.
           MOVE SST-FUNCTION(STREAM-STEP-INDEX) TO JOB-FUNCTION.
           PERFORM CHECK-STREAM-STEP-CONDITION.
           IF STREAM-STEP-SKIP IS EQUAL TO "Y"
               PERFORM GET-CURRENT-TIME
               MOVE "SKIPPED" TO SST-STATUS(STREAM-STEP-INDEX)
               MOVE ZERO TO SST-RETURN-CODE(STREAM-STEP-INDEX)
               MOVE NOW-DATE-TIME TO SST-START-STAMP(STREAM-STEP-INDEX)
               MOVE NOW-DATE-TIME TO SST-END-STAMP(STREAM-STEP-INDEX)
               MOVE SPACES TO SST-SPOOL-FILE(STREAM-STEP-INDEX)
           ELSE
               PERFORM EXECUTE-STREAM-STEP
           END-IF.
           PERFORM SAVE-JOB-STREAM-STATUS.

       CHECK-STREAM-STEP-CONDITION.
           MOVE "N" TO STREAM-STEP-SKIP.
           MOVE "N" TO STREAM-COND-FOUND.
           IF SST-COND-STEP(STREAM-STEP-INDEX) IS NOT EQUAL TO SPACES
               PERFORM FIND-STREAM-COND-STEP
                   VARYING STREAM-COND-INDEX FROM 1 BY 1
                   UNTIL STREAM-COND-INDEX IS NOT LESS THAN
                       STREAM-STEP-INDEX
                   OR STREAM-COND-FOUND IS EQUAL TO "Y"
           END-IF.
           IF STREAM-COND-FOUND IS EQUAL TO "Y"
               PERFORM TEST-STREAM-STEP-CONDITION
           END-IF.

       FIND-STREAM-COND-STEP.
           IF SST-STEP-NAME(STREAM-COND-INDEX) IS EQUAL TO
                   SST-COND-STEP(STREAM-STEP-INDEX)
               AND SST-STATUS(STREAM-COND-INDEX) IS EQUAL TO "ENDED"
               MOVE "Y" TO STREAM-COND-FOUND
               MOVE SST-RETURN-CODE(STREAM-COND-INDEX)
                   TO STREAM-COND-RETURN-CODE
           END-IF.

       TEST-STREAM-STEP-CONDITION.
           MOVE SST-COND-CODE(STREAM-STEP-INDEX) TO STREAM-COND-CODE.
           MOVE SST-COND-OPERATOR(STREAM-STEP-INDEX)
               TO STREAM-COND-OPERATOR.
           IF STREAM-COND-OPERATOR IS EQUAL TO "GE"
               AND STREAM-COND-RETURN-CODE IS NOT LESS THAN
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           ELSE IF STREAM-COND-OPERATOR IS EQUAL TO "GT"
               AND STREAM-COND-RETURN-CODE IS GREATER THAN
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           ELSE IF STREAM-COND-OPERATOR IS EQUAL TO "EQ"
               AND STREAM-COND-RETURN-CODE IS EQUAL TO
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           ELSE IF STREAM-COND-OPERATOR IS EQUAL TO "NE"
               AND STREAM-COND-RETURN-CODE IS NOT EQUAL TO
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           ELSE IF STREAM-COND-OPERATOR IS EQUAL TO "LT"
               AND STREAM-COND-RETURN-CODE IS LESS THAN
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           ELSE IF STREAM-COND-OPERATOR IS EQUAL TO "LE"
               AND STREAM-COND-RETURN-CODE IS NOT GREATER THAN
                   STREAM-COND-CODE
               MOVE "Y" TO STREAM-STEP-SKIP
           END-IF.

       EXECUTE-STREAM-STEP.
           MOVE ZERO TO JOB-RETURN-CODE.
           MOVE STREAM-OPERATOR-ID TO JOB-OPERATOR-ID.
           MOVE SST-OUTPUT-FILE(STREAM-STEP-INDEX) TO JOB-OUTPUT-FILE.
           PERFORM SET-JOB-REPORT-FLAG.
           IF JOB-OUTPUT-FILE IS EQUAL TO SPACES
               AND JOB-HAS-REPORT IS EQUAL TO "Y"
               MOVE JOB-FUNCTION TO SPOOL-REPORT-TYPE
               PERFORM SET-SPOOL-FILE-NAME
               MOVE PRINTER-NAME TO JOB-OUTPUT-FILE
               MOVE "REPORT" TO SPOOL-REPORT-TYPE
           END-IF.
           PERFORM GET-CURRENT-TIME.
           MOVE "RUNNING" TO SST-STATUS(STREAM-STEP-INDEX).
           MOVE ZERO TO SST-RETURN-CODE(STREAM-STEP-INDEX).
           MOVE NOW-DATE-TIME TO SST-START-STAMP(STREAM-STEP-INDEX).
           MOVE ZEROS TO SST-END-STAMP(STREAM-STEP-INDEX).
           MOVE SPACES TO SST-SPOOL-FILE(STREAM-STEP-INDEX).
           PERFORM SAVE-JOB-STREAM-STATUS.
           PERFORM RUN-JOB-FUNCTION.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE-TIME TO SST-END-STAMP(STREAM-STEP-INDEX).
           MOVE JOB-RETURN-CODE TO SST-RETURN-CODE(STREAM-STEP-INDEX).
           IF JOB-HAS-REPORT IS EQUAL TO "Y"
               AND LOCK-FOUND IS NOT EQUAL TO "Y"
               MOVE JOB-OUTPUT-FILE TO SST-SPOOL-FILE(STREAM-STEP-INDEX)
           END-IF.
           IF LOCK-FOUND IS EQUAL TO "Y"
               OR JOB-RETURN-CODE IS NOT LESS THAN 8
               MOVE "FAILED" TO SST-STATUS(STREAM-STEP-INDEX)
               MOVE "Y" TO STREAM-STOPPED
           ELSE
               MOVE "ENDED" TO SST-STATUS(STREAM-STEP-INDEX)
           END-IF.

       SET-STREAM-RETURN-CODE.
           MOVE ZERO TO STREAM-RETURN-CODE.
           PERFORM CHECK-NEXT-STREAM-RETURN-CODE
               VARYING STREAM-STATUS-INDEX FROM 1 BY 1
               UNTIL STREAM-STATUS-INDEX IS GREATER THAN
                   STREAM-STEP-COUNT.

       CHECK-NEXT-STREAM-RETURN-CODE.
           IF SST-STATUS(STREAM-STATUS-INDEX) IS EQUAL TO "FAILED"
               AND SST-RETURN-CODE(STREAM-STATUS-INDEX)
                   IS LESS THAN 8
               MOVE 8 TO SST-RETURN-CODE(STREAM-STATUS-INDEX)
           END-IF.
           IF SST-RETURN-CODE(STREAM-STATUS-INDEX) IS GREATER THAN
                   STREAM-RETURN-CODE
               MOVE SST-RETURN-CODE(STREAM-STATUS-INDEX)
                   TO STREAM-RETURN-CODE
           END-IF.

       PRINT-JOB-STREAM-SUMMARY.
           MOVE "STREAM" TO SPOOL-REPORT-TYPE.
           PERFORM SET-SPOOL-FILE-NAME.
           MOVE ZEROS TO STREAM-ENDED-COUNT.
           MOVE ZEROS TO STREAM-SKIPPED-COUNT.
           MOVE ZEROS TO STREAM-FAILED-COUNT.
           MOVE ZEROS TO STREAM-NOT-RUN-COUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-STREAM-REPORT-HEADER.
           PERFORM WRITE-STREAM-REPORT-LINE
               VARYING STREAM-STATUS-INDEX FROM 1 BY 1
               UNTIL STREAM-STATUS-INDEX IS GREATER THAN
                   STREAM-STEP-COUNT.
           PERFORM WRITE-STREAM-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE STREAM-FILE-NAME TO SPOOL-PARAMETERS.
           PERFORM WRITE-SPOOL-CATALOG-RECORD.
           MOVE "REPORT" TO SPOOL-REPORT-TYPE.
           MOVE SPACES TO SPOOL-PARAMETERS.

       WRITE-STREAM-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Job Stream Summary - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO STREAM-REPORT-HEADER.
           MOVE "Step" TO STMH-STEP-NAME.
           MOVE "Function" TO STMH-FUNCTION.
           MOVE "Status" TO STMH-STATUS.
           MOVE "RC" TO STMH-RETURN-CODE.
           MOVE "Started" TO STMH-START.
           MOVE "Ended" TO STMH-END.
           MOVE "Spool File" TO STMH-SPOOL-FILE.
           WRITE STREAM-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO STMH-STEP-NAME.
           MOVE ALL "-" TO STMH-FUNCTION.
           MOVE ALL "-" TO STMH-STATUS.
           MOVE ALL "-" TO STMH-RETURN-CODE.
           MOVE ALL "-" TO STMH-START.
           MOVE ALL "-" TO STMH-END.
           MOVE ALL "-" TO STMH-SPOOL-FILE.
           WRITE STREAM-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-STREAM-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-STREAM-REPORT-HEADER
           END-IF.
           MOVE SPACES TO STREAM-REPORT-LINE.
           MOVE SST-STEP-NAME(STREAM-STATUS-INDEX) TO STML-STEP-NAME.
           MOVE SST-FUNCTION(STREAM-STATUS-INDEX) TO STML-FUNCTION.
           IF SST-STATUS(STREAM-STATUS-INDEX) IS EQUAL TO "ENDED"
               MOVE SST-STATUS(STREAM-STATUS-INDEX) TO STML-STATUS
               ADD 1 TO STREAM-ENDED-COUNT
           ELSE IF SST-STATUS(STREAM-STATUS-INDEX) IS EQUAL TO "SKIPPED"
               MOVE SST-STATUS(STREAM-STATUS-INDEX) TO STML-STATUS
               ADD 1 TO STREAM-SKIPPED-COUNT
           ELSE IF SST-STATUS(STREAM-STATUS-INDEX) IS EQUAL TO "FAILED"
               OR SST-STATUS(STREAM-STATUS-INDEX) IS EQUAL TO "RUNNING"
               MOVE "FAILED" TO STML-STATUS
               ADD 1 TO STREAM-FAILED-COUNT
           ELSE
               MOVE "NOT RUN" TO STML-STATUS
               ADD 1 TO STREAM-NOT-RUN-COUNT
           END-IF.
           IF SST-START-STAMP(STREAM-STATUS-INDEX) IS NOT EQUAL TO ZEROS
               MOVE SST-START-STAMP(STREAM-STATUS-INDEX)
                   TO STREAM-STAMP
               PERFORM FORMAT-STREAM-STAMP
               MOVE STREAM-STAMP-DISPLAY TO STML-START
           END-IF.
           IF SST-END-STAMP(STREAM-STATUS-INDEX) IS NOT EQUAL TO ZEROS
               MOVE SST-END-STAMP(STREAM-STATUS-INDEX) TO STREAM-STAMP
               PERFORM FORMAT-STREAM-STAMP
               MOVE STREAM-STAMP-DISPLAY TO STML-END
               MOVE SST-RETURN-CODE(STREAM-STATUS-INDEX)
                   TO STML-RETURN-CODE
           END-IF.
           MOVE SST-SPOOL-FILE(STREAM-STATUS-INDEX) TO STML-SPOOL-FILE.
           WRITE STREAM-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       FORMAT-STREAM-STAMP.
           MOVE SPACES TO STREAM-STAMP-DISPLAY.
           STRING STREAM-STAMP-YEAR DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STREAM-STAMP-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STREAM-STAMP-DAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STREAM-STAMP-HOUR DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               STREAM-STAMP-MINUTE DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               STREAM-STAMP-SECOND DELIMITED BY SIZE
               INTO STREAM-STAMP-DISPLAY
           END-STRING.

       WRITE-STREAM-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           STRING "Stream: " DELIMITED BY SIZE
               STREAM-FILE-NAME DELIMITED BY SPACE
               "  Run: " DELIMITED BY SIZE
               STREAM-RUN-TYPE DELIMITED BY SPACE
               "  Operator: " DELIMITED BY SIZE
               STREAM-OPERATOR-ID DELIMITED BY SPACE
               INTO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO STREAM-SUMMARY-LINE.
           MOVE "Steps Ended:" TO STMS-LABEL.
           MOVE STREAM-ENDED-COUNT TO STMS-COUNT.
           WRITE STREAM-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO STREAM-SUMMARY-LINE.
           MOVE "Steps Skipped:" TO STMS-LABEL.
           MOVE STREAM-SKIPPED-COUNT TO STMS-COUNT.
           WRITE STREAM-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO STREAM-SUMMARY-LINE.
           MOVE "Steps Failed:" TO STMS-LABEL.
           MOVE STREAM-FAILED-COUNT TO STMS-COUNT.
           WRITE STREAM-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO STREAM-SUMMARY-LINE.
           MOVE "Steps Not Run:" TO STMS-LABEL.
           MOVE STREAM-NOT-RUN-COUNT TO STMS-COUNT.
           WRITE STREAM-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO STREAM-SUMMARY-LINE.
           MOVE "Stream Return Code:" TO STMS-LABEL.
           MOVE STREAM-RETURN-CODE TO STMS-COUNT.
           WRITE STREAM-SUMMARY-LINE BEFORE ADVANCING 1.

       PROMPT-OPERATOR-ID.
           PERFORM LOAD-OPERATORS.
           PERFORM PROCESS-HR-LEAVERS.
           MOVE "N" TO OPERATOR-ACCEPTED.
           PERFORM OPERATOR-SIGN-ON-PASS
               UNTIL OPERATOR-ACCEPTED IS EQUAL TO "Y".

       OPERATOR-SIGN-ON-PASS.
           MOVE SPACES TO OPERATOR-ID.
           MOVE 2 TO OPERATOR-LEVEL.
           IF OPERATOR-COUNT IS EQUAL TO ZEROS
               DISPLAY WHO-AM-I-SCREEN
               ACCEPT WHO-AM-I-SCREEN
           ELSE
               MOVE ZEROS TO SIGNON-ATTEMPTS
               MOVE "N" TO SIGNON-OK
               PERFORM SIGN-ON-OPERATOR
                   UNTIL SIGNON-OK IS EQUAL TO "Y"
               END-IF
           END-IF.
           PERFORM VALIDATE-OPERATOR-NAME.
           IF OPERATOR-ON-PHONE-FILE IS EQUAL TO "Y"
               PERFORM RECORD-OPERATOR-PHONE-ID
           END-IF.
           IF OPERATOR-ON-PHONE-FILE IS EQUAL TO "Y"
               MOVE "Y" TO OPERATOR-ACCEPTED
           ELSE IF DIRECTORY-AVAILABLE IS NOT EQUAL TO "Y"
           PERFORM CHECK-OPERATOR-PASSWORD.
           IF SIGNON-OK IS EQUAL TO "Y"
               MOVE SIGNON-ID TO OPERATOR-ID
           ELSE IF SIGNON-SUSPENDED IS EQUAL TO "Y"
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY OPERATOR-SUSPENDED-SCREEN
               ACCEPT OPERATOR-SUSPENDED-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY SIGN-ON-FAILED-SCREEN

       CHECK-OPERATOR-PASSWORD.
           MOVE "N" TO SIGNON-OK.
           MOVE "N" TO SIGNON-SUSPENDED.
           PERFORM CHECK-NEXT-OPERATOR-PASSWORD
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX IS GREATER THAN OPERATOR-COUNT
           IF OP-ID(OPERATOR-INDEX) IS EQUAL TO SIGNON-ID
               AND OP-PASSWORD(OPERATOR-INDEX) IS EQUAL TO
                   SIGNON-PASSWORD
               IF OP-SUSPENDED(OPERATOR-INDEX) IS EQUAL TO "Y"
                   MOVE "Y" TO SIGNON-SUSPENDED
               ELSE
                   MOVE "Y" TO SIGNON-OK
                   MOVE OP-LEVEL(OPERATOR-INDEX) TO OPERATOR-LEVEL
               END-IF
           END-IF.

       RECORD-OPERATOR-PHONE-ID.
           MOVE OPERATOR-ID TO OPERATOR-WORK-ID.
           PERFORM FIND-OPERATOR-BY-ID.
           IF OPERATOR-FOUND IS EQUAL TO "Y"
               AND OP-PHONE-ID(OPERATOR-INDEX) IS EQUAL TO ZEROS
               MOVE OPERATOR-PHONE-ID TO OP-PHONE-ID(OPERATOR-INDEX)
               PERFORM SAVE-OPERATORS
           END-IF.

       CHECK-OPERATOR-SUSPENDED.
           MOVE "N" TO OPERATOR-SUSPENDED.
           MOVE OPERATOR-ID TO OPERATOR-WORK-ID.
           PERFORM FIND-OPERATOR-BY-ID.
           IF OPERATOR-FOUND IS EQUAL TO "Y"
               AND OP-SUSPENDED(OPERATOR-INDEX) IS EQUAL TO "Y"
               MOVE "Y" TO OPERATOR-SUSPENDED
           END-IF.

       PROCESS-HR-LEAVERS.
           MOVE ZEROS TO LEAVER-SUSPEND-COUNT.
           IF OPERATOR-COUNT IS GREATER THAN ZEROS
               MOVE OPERATOR-ID TO LEAVER-SAVE-OPERATOR-ID
               MOVE "HR-LEAVERS" TO OPERATOR-ID
               MOVE "N" TO LEAVER-EOF
               OPEN INPUT LEAVER-FILE
               PERFORM PROCESS-NEXT-LEAVER
                   UNTIL LEAVER-EOF IS EQUAL TO "Y"
               CLOSE LEAVER-FILE
               IF LEAVER-SUSPEND-COUNT IS GREATER THAN ZEROS
                   PERFORM SAVE-OPERATORS
               END-IF
               MOVE LEAVER-SAVE-OPERATOR-ID TO OPERATOR-ID
               MOVE ZEROS TO ACCOUNT-ID
           END-IF.

       PROCESS-NEXT-LEAVER.
           READ LEAVER-FILE NEXT RECORD
               AT END MOVE "Y" TO LEAVER-EOF.
           IF FILE-STATUS IS NOT EQUAL TO ZEROS
               MOVE "Y" TO LEAVER-EOF.
           IF LEAVER-EOF IS NOT EQUAL TO "Y"
               AND LVR-DATE-TIME IS NUMERIC
               AND LVR-PHONE-ID IS NUMERIC
               MOVE FUNCTION UPPER-CASE(LVR-LAST-NAME)
                   TO LEAVER-NAME-UPPER
               PERFORM CHECK-OPERATOR-LEAVER
                   VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX IS GREATER THAN OPERATOR-COUNT
           END-IF.

       CHECK-OPERATOR-LEAVER.
           MOVE "N" TO LEAVER-MATCH.
           IF OP-PHONE-ID(OPERATOR-INDEX) IS GREATER THAN ZEROS
               IF OP-PHONE-ID(OPERATOR-INDEX) IS EQUAL TO LVR-PHONE-ID
                   MOVE "Y" TO LEAVER-MATCH
               END-IF
           ELSE IF FUNCTION UPPER-CASE(OP-ID(OPERATOR-INDEX))
                   IS EQUAL TO LEAVER-NAME-UPPER
               MOVE "Y" TO LEAVER-MATCH
           END-IF.
           IF LEAVER-MATCH IS EQUAL TO "Y"
               AND LVR-DATE-TIME IS GREATER THAN
                   OP-LEAVER-STAMP(OPERATOR-INDEX)
               PERFORM SUSPEND-LEAVER-OPERATOR
           END-IF.

       SUSPEND-LEAVER-OPERATOR.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(OP-ID(OPERATOR-INDEX)) DELIMITED BY SIZE
               " SUSPENDED " DELIMITED BY SIZE
               OP-SUSPENDED(OPERATOR-INDEX) DELIMITED BY SIZE
               INTO AUDIT-BEFORE-IMAGE
           END-STRING.
           MOVE "Y" TO OP-SUSPENDED(OPERATOR-INDEX).
           MOVE LVR-DATE-TIME TO OP-LEAVER-STAMP(OPERATOR-INDEX).
           IF OP-PHONE-ID(OPERATOR-INDEX) IS EQUAL TO ZEROS
               MOVE LVR-PHONE-ID TO OP-PHONE-ID(OPERATOR-INDEX)
           END-IF.
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(OP-ID(OPERATOR-INDEX)) DELIMITED BY SIZE
               " SUSPENDED Y HR LEAVER PHONE ID " DELIMITED BY SIZE
               LVR-PHONE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LVR-DATE-TIME DELIMITED BY SIZE
               INTO AUDIT-AFTER-IMAGE
           END-STRING.
           MOVE ZEROS TO ACCOUNT-ID.
           MOVE "SUSPEND" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.
           ADD 1 TO LEAVER-SUSPEND-COUNT.
           PERFORM FLAG-LEAVER-APPROVALS.

       FLAG-LEAVER-APPROVALS.
           PERFORM LOAD-PENDING-APPROVALS.
           MOVE ZEROS TO LEAVER-REASSIGN-COUNT.
           PERFORM FLAG-NEXT-LEAVER-APPROVAL
               VARYING PEND-INDEX FROM 1 BY 1
               UNTIL PEND-INDEX IS GREATER THAN PEND-COUNT.
           IF LEAVER-REASSIGN-COUNT IS GREATER THAN ZEROS
               PERFORM SAVE-PENDING-APPROVALS
           END-IF.

       FLAG-NEXT-LEAVER-APPROVAL.
           IF PD-OPERATOR-ID(PEND-INDEX) IS EQUAL TO
               OP-ID(OPERATOR-INDEX)
               AND PD-REASSIGN(PEND-INDEX) IS NOT EQUAL TO "Y"
               PERFORM MOVE-PEND-ENTRY-TO-RECORD
               MOVE PENDING-APPROVAL-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE "Y" TO PD-REASSIGN(PEND-INDEX)
               PERFORM MOVE-PEND-ENTRY-TO-RECORD
               MOVE PENDING-APPROVAL-RECORD TO AUDIT-AFTER-IMAGE
               MOVE PA-ACCOUNT-ID TO ACCOUNT-ID
               MOVE "REASSIGN-FLG" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               ADD 1 TO LEAVER-REASSIGN-COUNT
           END-IF.

       CHECK-SUPERVISOR.
           MOVE SPACES TO ACCOUNT-RECORD.
           MOVE ZEROS TO ACCOUNT-ID.
           MOVE ZEROS TO ACCOUNT-VALUE.
           MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT.
           MOVE "N" TO ACCOUNT-DORMANT.

       INIT-LEDGER-RECORD.
           MOVE ZEROS TO LEDGER-RECORD.
           MOVE 1 TO NEXT-JOURNAL-NUMBER.
           MOVE 10000 TO APPROVAL-THRESHOLD.
           MOVE 1 TO NEXT-CHECK-NUMBER.
           MOVE 5 TO RATE-TOLERANCE-PCT.
           MOVE 1 TO DUNNING-DAYS-1.
           MOVE 30 TO DUNNING-DAYS-2.
           MOVE 60 TO DUNNING-DAYS-3.
           MOVE 14 TO DUNNING-INTERVAL.
           MOVE "N" TO LATE-FEE-FLAG.

       GET-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE TO NOW.
               MOVE ZEROS TO LAST-YEAR-CLOSED.
           IF FX-GL-ACCOUNT-ID IS NOT NUMERIC
               MOVE ZEROS TO FX-GL-ACCOUNT-ID.
           IF RATE-TOLERANCE-PCT IS NOT NUMERIC
               OR RATE-TOLERANCE-PCT IS EQUAL TO ZEROS
               MOVE 5 TO RATE-TOLERANCE-PCT.
           IF DUNNING-DAYS-1 IS NOT NUMERIC
               OR DUNNING-DAYS-2 IS NOT NUMERIC
               OR DUNNING-DAYS-3 IS NOT NUMERIC
               OR DUNNING-DAYS-3 IS EQUAL TO ZEROS
               MOVE 1 TO DUNNING-DAYS-1
               MOVE 30 TO DUNNING-DAYS-2
               MOVE 60 TO DUNNING-DAYS-3.
           IF DUNNING-INTERVAL IS NOT NUMERIC
               MOVE 14 TO DUNNING-INTERVAL.
           IF LATE-FEE-FLAG IS NOT EQUAL TO "Y"
               MOVE "N" TO LATE-FEE-FLAG.
           IF LATE-FEE-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO LATE-FEE-AMOUNT.
           IF DORMANCY-LAST-RUN IS NOT NUMERIC
               MOVE ZEROS TO DORMANCY-LAST-RUN.
           IF INTEREST-LAST-RUN IS NOT NUMERIC
               MOVE ZEROS TO INTEREST-LAST-RUN.
           IF DEPREC-LAST-RUN IS NOT NUMERIC
               MOVE ZEROS TO DEPREC-LAST-RUN.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-RECORD.
           PERFORM LOG-CONTROL-AFTER-IMAGE.
           CLOSE CONTROL-FILE.

       CONVERT-LEDGER-FILES.
           IF CONV-NEEDED IS EQUAL TO "Y"
               PERFORM RUN-LEDGER-CONVERSION.

       CONVERT-PERIOD-BALANCES.
           MOVE "N" TO PBAL-NEEDED.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO PBAL-NEEDED.
           CLOSE PERIOD-BALANCE-FILE.
           IF PBAL-NEEDED IS EQUAL TO "Y"
               PERFORM RUN-PERIOD-BALANCE-REBUILD.

       CONVERT-ACCOUNT-FILE.
           MOVE "N" TO CONV-NEEDED.
           OPEN INPUT ACCOUNT-FORMAT-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO CONV-NEEDED
           ELSE
               READ ACCOUNT-FORMAT-FILE NEXT RECORD
                   AT END MOVE "Y" TO CONV-NEEDED
               END-READ
               IF AFM-RECORD-SIZE IS NOT EQUAL TO ACCOUNT-RECORD-SIZE
                   MOVE "Y" TO CONV-NEEDED
               END-IF
           END-IF.
           CLOSE ACCOUNT-FORMAT-FILE.
           IF CONV-NEEDED IS EQUAL TO "Y"
               PERFORM RUN-ACCOUNT-CONVERSION.

       RUN-ACCOUNT-CONVERSION.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT OLD-ACCOUNT-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               CLOSE OLD-ACCOUNT-FILE
           ELSE
               OPEN OUTPUT ACCOUNT-WORK-FILE
               PERFORM COPY-NEXT-OLD-ACCOUNT
                   UNTIL END-OF-FILE IS EQUAL TO "Y"
               CLOSE ACCOUNT-WORK-FILE
               CLOSE OLD-ACCOUNT-FILE
               PERFORM RELOAD-CONVERTED-ACCOUNTS
           END-IF.
           MOVE "N" TO END-OF-FILE.
           OPEN OUTPUT ACCOUNT-FORMAT-FILE.
           MOVE ACCOUNT-RECORD-SIZE TO AFM-RECORD-SIZE.
           WRITE ACCOUNT-FORMAT-RECORD.
           CLOSE ACCOUNT-FORMAT-FILE.

       COPY-NEXT-OLD-ACCOUNT.
           READ OLD-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               MOVE ACCOUNT-ID TO ACW-ACCOUNT-ID
               MOVE OLD-ACCOUNT-RECORD TO ACW-IMAGE
               WRITE ACCWRK-RECORD
           END-IF.

       RELOAD-CONVERTED-ACCOUNTS.
           MOVE "N" TO END-OF-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           OPEN INPUT ACCOUNT-WORK-FILE.
           PERFORM RELOAD-NEXT-CONVERTED-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-WORK-FILE.
           CLOSE ACCOUNT-FILE.

       RELOAD-NEXT-CONVERTED-ACCOUNT.
           READ ACCOUNT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               MOVE ACW-ACCOUNT-ID TO ACCOUNT-ID
               MOVE ACW-IMAGE TO ACCOUNT-RECORD
               MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT
               MOVE "N" TO ACCOUNT-DORMANT
               WRITE ACCOUNT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM LOG-ACCOUNT-AFTER-IMAGE
           END-IF.

       RUN-LEDGER-CONVERSION.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
               MOVE LEDGER-RECORD TO TRAN-ENTRY
               WRITE TRAN-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM LOG-TRAN-AFTER-IMAGE
           END-IF.
           
       MAIN-MENU.
                   PERFORM POST-INTEREST-AND-FEES
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 11
               PERFORM JOURNAL-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 12
               PERFORM AUDIT-INQUIRY-REPORT
           ELSE IF MENU-OPTION IS EQUAL TO 13
           ELSE IF MENU-OPTION IS EQUAL TO 38
               PERFORM ASSET-REGISTER-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 39
               PERFORM HOLDER-MAINTENANCE-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 40
               PERFORM LOAN-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 41
               PERFORM VENDOR-MAINTENANCE-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 42
               PERFORM ACCOUNT-CONTROLS-MENU
           ELSE IF MENU-OPTION IS EQUAL TO 43
               PERFORM SUSPENSE-MENU.

       CHECK-MAIN-MENU-LOCK.
           MOVE "Y" TO POSTING-ALLOWED.
           IF SESSION-READONLY IS EQUAL TO "Y"
               IF MENU-OPTION IS EQUAL TO 3 OR 4 OR 6 OR 7 OR 8
                   OR 10 OR 11 OR 13 OR 24 OR 27 OR 28 OR 29
                   OR 32 OR 33 OR 36 OR 38 OR 40 OR 41
                   PERFORM CHECK-POSTING-ALLOWED
               END-IF
           END-IF.

       CHECK-CONTROLS-MENU-LOCK.
           MOVE "Y" TO POSTING-ALLOWED.
           IF SESSION-READONLY IS EQUAL TO "Y"
               IF MENU-OPTION IS EQUAL TO 2 OR 3 OR 4 OR 5 OR 6
                   PERFORM CHECK-POSTING-ALLOWED
               END-IF
           END-IF.
       CHECK-LEDGER-MENU-LOCK.
           MOVE "Y" TO POSTING-ALLOWED.
           IF SESSION-READONLY IS EQUAL TO "Y"
               IF MENU-OPTION IS EQUAL TO 2 OR 3 OR 5 OR 6 OR 7 OR 8
                   PERFORM CHECK-POSTING-ALLOWED
               END-IF
           END-IF.
               MOVE SAR-CLOSED TO ACCOUNT-CLOSED
               MOVE SAR-CURRENCY TO ACCOUNT-CURRENCY
               MOVE SAR-HOLDER-ID TO ACCOUNT-HOLDER-ID
               MOVE SAR-CREDIT-LIMIT TO ACCOUNT-CREDIT-LIMIT
               MOVE SAR-DORMANT TO ACCOUNT-DORMANT
           END-IF.

       PROMPT-ACCOUNT-FILTER.
               DISPLAY ACCOUNT-HOLDER-ERROR-SCREEN
               ACCEPT ACCOUNT-HOLDER-ERROR-SCREEN
           ELSE
               PERFORM DEFAULT-ACCOUNT-CREDIT-LIMIT
               DISPLAY ADD-ACCOUNT-SCREEN
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-ADD-ACCOUNT-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
           WRITE ACCOUNT-RECORD
               INVALID KEY REWRITE ACCOUNT-RECORD.
           MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS.
           PERFORM LOG-ACCOUNT-AFTER-IMAGE.
           CLOSE ACCOUNT-FILE.
               
       UPDATE-ACCOUNTS.
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               PERFORM UPDATE-CURRENT-ACCOUNT
               REWRITE ACCOUNT-RECORD
               PERFORM LOG-ACCOUNT-AFTER-IMAGE
               MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
               MOVE "UPDATE" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               ELSE
                   MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM UPDATE-CURRENT-ACCOUNT
                   IF ACCOUNT-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT
                       PERFORM DEFAULT-ACCOUNT-CREDIT-LIMIT
                   END-IF
                   PERFORM WRITE-ACCOUNT
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "UPDATE" TO AUDIT-ACTION
                   PERFORM REVERSE-LEDGER-ENTRY
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 6
               IF ACCOUNT-DORMANT IS EQUAL TO "Y"
                   PERFORM CHECK-SUPERVISOR
                   IF SUPERVISOR-OK IS EQUAL TO "Y"
                       PERFORM REACTIVATE-DORMANT-ACCOUNT
                   END-IF
               ELSE
                   PERFORM DEACTIVATE-ACCOUNT
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 7
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   IF ACCOUNT-LOADED IS EQUAL TO "N"
                       MOVE 9 TO MENU-OPTION
                   END-IF
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 8
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM SET-ACCOUNT-CREDIT-LIMIT
               END-IF.

       DISPLAY-LEDGER-ACCOUNT-HEADER.
           WRITE TRAN-RECORD
               INVALID KEY CONTINUE.
           MOVE FILE-STATUS TO LEDGER-WRITE-STATUS.
           PERFORM LOG-TRAN-AFTER-IMAGE.
           CLOSE TRANSACTION-FILE.
           IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
               AND PBAL-SKIP-POSTING IS NOT EQUAL TO "Y"
               PERFORM POST-ENTRY-TO-PERIOD-BALANCE
           END-IF.

       FIND-LAST-TRAN-SEQUENCE.
           MOVE "N" TO TRAN-SCAN-EOF.
           IF TRAN-SCAN-EOF IS NOT EQUAL TO "Y"
               IF TRAN-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
                   DELETE TRANSACTION-FILE RECORD
                   PERFORM LOG-TRAN-DELETE
               ELSE
                   MOVE "Y" TO TRAN-SCAN-EOF
               END-IF
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   IF ACCOUNT-DORMANT IS EQUAL TO "Y"
                       PERFORM HOLD-LEDGER-ENTRY
                   ELSE
                       PERFORM POST-OR-HOLD-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       POST-OR-HOLD-LEDGER-ENTRY.
           PERFORM LOAD-ACCOUNT-TYPES.
           MOVE LEDGER-AMOUNT TO CREDIT-POSTING-AMOUNT.
           PERFORM CHECK-CREDIT-LIMIT.
           IF CREDIT-LIMIT-OK IS NOT EQUAL TO "Y"
               PERFORM ROUTE-OVER-LIMIT-ENTRY
           ELSE
               PERFORM CHECK-APPROVAL-REQUIRED
               IF APPROVAL-REQUIRED IS EQUAL TO "Y"
                   PERFORM HOLD-LEDGER-ENTRY
               ELSE
                   PERFORM WRITE-LEDGER-ENTRY
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   PERFORM WRITE-ACCOUNT
               END-IF
           END-IF.

       ROUTE-OVER-LIMIT-ENTRY.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-OVER-LIMIT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM HOLD-LEDGER-ENTRY
           ELSE
               DISPLAY LEDGER-LIMIT-REFUSED-SCREEN
               ACCEPT LEDGER-LIMIT-REFUSED-SCREEN
           END-IF.

       SHOW-OVER-LIMIT-PROMPT.
           DISPLAY LEDGER-OVER-LIMIT-PROMPT.
           ACCEPT LEDGER-OVER-LIMIT-PROMPT.

       CHECK-CREDIT-LIMIT.
           PERFORM SET-CREDIT-EXCESS.
           MOVE "Y" TO CREDIT-LIMIT-OK.
           IF CREDIT-POSTING-AMOUNT IS LESS THAN ZEROS
               AND CREDIT-EXCESS-AMOUNT IS GREATER THAN ZEROS
               MOVE "N" TO CREDIT-LIMIT-OK
           END-IF.

       SET-CREDIT-EXCESS.
           IF ACCOUNT-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT
               PERFORM DEFAULT-ACCOUNT-CREDIT-LIMIT
           END-IF.
           COMPUTE CREDIT-EXCESS-AMOUNT = ZERO - ACCOUNT-VALUE
               - CREDIT-POSTING-AMOUNT - ACCOUNT-CREDIT-LIMIT.

       DEFAULT-ACCOUNT-CREDIT-LIMIT.
           PERFORM FIND-TYPE-CREDIT-LIMIT.
           IF ACCOUNT-CREDIT-LIMIT IS EQUAL TO ZEROS
               MOVE CREDIT-TYPE-LIMIT TO ACCOUNT-CREDIT-LIMIT
           END-IF.

       FIND-TYPE-CREDIT-LIMIT.
           MOVE ZEROS TO CREDIT-TYPE-LIMIT.
           MOVE ACCOUNT-TYPE TO TYPE-WORK-CODE.
           PERFORM FIND-TYPE-BY-CODE.
           IF TYPE-FOUND IS EQUAL TO "Y"
               MOVE TT-CREDIT-LIMIT(TYPE-INDEX) TO CREDIT-TYPE-LIMIT
           END-IF.

       SET-ACCOUNT-CREDIT-LIMIT.
           PERFORM LOAD-ACCOUNT-TYPES.
           IF ACCOUNT-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT
               PERFORM DEFAULT-ACCOUNT-CREDIT-LIMIT
           END-IF.
           PERFORM FIND-TYPE-CREDIT-LIMIT.
           MOVE ACCOUNT-CREDIT-LIMIT TO CREDIT-NEW-LIMIT.
           PERFORM DISPLAY-LEDGER-ACCOUNT-HEADER.
           DISPLAY CREDIT-LIMIT-SCREEN.
           ACCEPT CREDIT-LIMIT-SCREEN.
           DISPLAY CREDIT-LIMIT-SCREEN.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-CREDIT-LIMIT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE CREDIT-NEW-LIMIT TO ACCOUNT-CREDIT-LIMIT
               PERFORM WRITE-ACCOUNT
               MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
               MOVE "CREDITLIMIT" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       SHOW-CREDIT-LIMIT-PROMPT.
           DISPLAY CREDIT-LIMIT-PROMPT.
           ACCEPT CREDIT-LIMIT-PROMPT.

       CHECK-APPROVAL-REQUIRED.
           MOVE "N" TO APPROVAL-REQUIRED.
           IF LEDGER-AMOUNT IS LESS THAN ZEROS
           ELSE
               PERFORM FILE-PENDING-APPROVAL
               PERFORM SAVE-PENDING-APPROVALS
               PERFORM SHOW-LEDGER-HELD-MESSAGE
           END-IF.

       SHOW-LEDGER-HELD-MESSAGE.
           IF ACCOUNT-DORMANT IS EQUAL TO "Y"
               DISPLAY LEDGER-DORMANT-HELD-SCREEN
               ACCEPT LEDGER-DORMANT-HELD-SCREEN
           ELSE IF CREDIT-LIMIT-OK IS NOT EQUAL TO "Y"
               DISPLAY LEDGER-LIMIT-HELD-SCREEN
               ACCEPT LEDGER-LIMIT-HELD-SCREEN
           ELSE
               DISPLAY LEDGER-HELD-SCREEN
               ACCEPT LEDGER-HELD-SCREEN
           END-IF.
           MOVE NOW-DATE-TIME TO PD-DATE-TIME(PEND-INDEX).
           MOVE JOURNAL-CURRENT-NUMBER TO PD-JOURNAL-NO(PEND-INDEX).
           MOVE LEDGER-TAX-CODE TO PD-TAX-CODE(PEND-INDEX).
           MOVE "N" TO PD-REASSIGN(PEND-INDEX).
           PERFORM MOVE-PEND-ENTRY-TO-RECORD.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE PENDING-APPROVAL-RECORD TO AUDIT-AFTER-IMAGE.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM CLOSE-ALL-ACCOUNTS
               PERFORM RECORD-CLOSE-DATE
               PERFORM REVERSE-DUE-ACCRUALS
               DISPLAY MONTH-END-CLOSE-DONE-SCREEN
               ACCEPT MONTH-END-CLOSE-DONE-SCREEN
           END-IF.
           MOVE ACCOUNT-ID TO AIX-ACCOUNT-ID.
           MOVE LEDGER-ARCHIVE-FILE-NAME TO AIX-FILE-NAME.
           WRITE ARCHIVE-INDEX-RECORD.
           PERFORM LOG-INDEX-AFTER-IMAGE.
           CLOSE ARCHIVE-INDEX-FILE.
           PERFORM PURGE-ACCOUNT-TRAN-ENTRIES.
           PERFORM INIT-LEDGER-RECORD.
           MOVE "OPENING BALANCE" TO LEDGER-DESCRIPTION.
           MOVE LEDGER-RUNNING-BALANCE TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           MOVE "Y" TO PBAL-SKIP-POSTING.
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE "N" TO PBAL-SKIP-POSTING.
           PERFORM ROLL-PERIOD-BALANCE-FORWARD.
           MOVE "N" TO END-OF-FILE.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE.
               OPEN I-O ACCOUNT-FILE
               REWRITE ACCOUNT-RECORD
               MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS
               PERFORM LOG-ACCOUNT-AFTER-IMAGE
               CLOSE ACCOUNT-FILE
               IF ACCOUNT-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "N" TO ACCOUNT-CLOSED
           DISPLAY DEACTIVATE-ACCOUNT-PROMPT.
           ACCEPT DEACTIVATE-ACCOUNT-PROMPT.

       REACTIVATE-DORMANT-ACCOUNT.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-REACTIVATE-ACCOUNT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE "N" TO ACCOUNT-DORMANT
               OPEN I-O ACCOUNT-FILE
               REWRITE ACCOUNT-RECORD
               MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS
               PERFORM LOG-ACCOUNT-AFTER-IMAGE
               CLOSE ACCOUNT-FILE
               IF ACCOUNT-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "Y" TO ACCOUNT-DORMANT
                   DISPLAY REACTIVATE-ACCOUNT-FAILED-SCREEN
                   ACCEPT REACTIVATE-ACCOUNT-FAILED-SCREEN
               ELSE
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "REACTIVATE" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       SHOW-REACTIVATE-ACCOUNT-PROMPT.
           DISPLAY REACTIVATE-ACCOUNT-PROMPT.
           ACCEPT REACTIVATE-ACCOUNT-PROMPT.

       DELETE-ACCOUNT.
           PERFORM CHECK-ACCOUNT-HAS-ACTIVITY.
           IF ACCOUNT-HAS-ACTIVITY IS EQUAL TO "Y"
                   OPEN I-O ACCOUNT-FILE
                   DELETE ACCOUNT-FILE RECORD
                   MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS
                   PERFORM LOG-ACCOUNT-DELETE
                   CLOSE ACCOUNT-FILE
                   IF ACCOUNT-WRITE-STATUS IS EQUAL TO ZEROS
                       PERFORM PURGE-ACCOUNT-TRAN-ENTRIES

       BATCH-POST-TRANSACTIONS.
           MOVE SPACES TO BATCH-FILE-NAME.
           MOVE SPACES TO BATCH-SUSPENSE-COMPANY.
           DISPLAY BATCH-FILE-SCREEN.
           ACCEPT BATCH-FILE-SCREEN.
           MOVE "N" TO END-OF-FILE.
                   MOVE ZEROS TO BATCH-POSTED-COUNT
                   MOVE ZEROS TO BATCH-REJECTED-COUNT
                   MOVE ZEROS TO BATCH-POSTED-TOTAL
                   MOVE ZEROS TO BATCH-SUSPENSE-COUNT
                   MOVE ZEROS TO BATCH-SUSPENSE-TOTAL
                   MOVE ZEROS TO BATCH-RECORD-NUMBER
                   MOVE ZEROS TO BATCH-RESTART-RECORD
                   MOVE "N" TO BATCH-RESTARTED
                   MOVE FUNCTION UPPER-CASE(BATCH-SUSPENSE-COMPANY)
                       TO BATCH-SUSPENSE-COMPANY
                   PERFORM LOAD-ACCOUNT-TYPES
                   PERFORM LOAD-COMPANIES
                   PERFORM LOAD-SUSPENSE-ITEMS
                   PERFORM LOAD-BATCH-CHECKPOINT
                   IF CHECKPOINT-FOUND IS EQUAL TO "Y"
                       PERFORM PROMPT-BATCH-RESUME
               MOVE BCK-POSTED-COUNT TO CHK-SAVE-POSTED-COUNT
               MOVE BCK-REJECTED-COUNT TO CHK-SAVE-REJECTED-COUNT
               MOVE BCK-POSTED-TOTAL TO CHK-SAVE-POSTED-TOTAL
               MOVE ZEROS TO CHK-SAVE-SUSPENSE-COUNT
               MOVE ZEROS TO CHK-SAVE-SUSPENSE-TOTAL
               IF BCK-SUSPENSE-COUNT IS NUMERIC
                   AND BCK-SUSPENSE-TOTAL IS NUMERIC
                   MOVE BCK-SUSPENSE-COUNT TO CHK-SAVE-SUSPENSE-COUNT
                   MOVE BCK-SUSPENSE-TOTAL TO CHK-SAVE-SUSPENSE-TOTAL
               END-IF
           END-IF.
           CLOSE BATCH-CHECKPOINT-FILE.
           MOVE "N" TO END-OF-FILE.
               MOVE CHK-SAVE-POSTED-COUNT TO BATCH-POSTED-COUNT
               MOVE CHK-SAVE-REJECTED-COUNT TO BATCH-REJECTED-COUNT
               MOVE CHK-SAVE-POSTED-TOTAL TO BATCH-POSTED-TOTAL
               MOVE CHK-SAVE-SUSPENSE-COUNT TO BATCH-SUSPENSE-COUNT
               MOVE CHK-SAVE-SUSPENSE-TOTAL TO BATCH-SUSPENSE-TOTAL
           END-IF.

       SHOW-BATCH-RESTART-PROMPT.
           MOVE BATCH-POSTED-COUNT TO BCK-POSTED-COUNT.
           MOVE BATCH-REJECTED-COUNT TO BCK-REJECTED-COUNT.
           MOVE BATCH-POSTED-TOTAL TO BCK-POSTED-TOTAL.
           MOVE BATCH-SUSPENSE-COUNT TO BCK-SUSPENSE-COUNT.
           MOVE BATCH-SUSPENSE-TOTAL TO BCK-SUSPENSE-TOTAL.
           WRITE BATCH-CHECKPOINT-RECORD.
           CLOSE BATCH-CHECKPOINT-FILE.

           PERFORM SET-BATCH-EFFECTIVE-DATE.
           PERFORM CHECK-BATCH-CATEGORY.
           PERFORM CHECK-BATCH-TAX-CODE.
           PERFORM CHECK-BATCH-CREDIT-LIMIT.
           MOVE "N" TO BATCH-DORMANT.
           MOVE "N" TO BATCH-DORMANT-HELD.
           MOVE SPACES TO BATCH-SUSPENSE-REASON.
           MOVE ZEROS TO BATCH-SUSPENSE-ITEM.
           IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               AND ACCOUNT-DORMANT IS EQUAL TO "Y"
               MOVE "Y" TO BATCH-DORMANT
           END-IF.
           IF BATCH-DATE-OK IS NOT EQUAL TO "Y"
               ADD 1 TO BATCH-REJECTED-COUNT
               MOVE "CLOSEDPD" TO BATCH-SUSPENSE-REASON
           ELSE IF BATCH-CATEGORY-OK IS NOT EQUAL TO "Y"
               ADD 1 TO BATCH-REJECTED-COUNT
               MOVE "BADCAT" TO BATCH-SUSPENSE-REASON
           ELSE IF BATCH-TAX-OK IS NOT EQUAL TO "Y"
               ADD 1 TO BATCH-REJECTED-COUNT
           ELSE IF BATCH-DORMANT IS EQUAL TO "Y"
               PERFORM HOLD-BATCH-DORMANT-ENTRY
               ADD 1 TO BATCH-REJECTED-COUNT
           ELSE IF BATCH-LIMIT-OK IS NOT EQUAL TO "Y"
               ADD 1 TO BATCH-REJECTED-COUNT
           ELSE IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM POST-BATCH-LEDGER-ENTRY
               END-IF
           ELSE
               ADD 1 TO BATCH-REJECTED-COUNT
               IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
                   MOVE "ACCTCLSD" TO BATCH-SUSPENSE-REASON
               ELSE
                   MOVE "NOACCT" TO BATCH-SUSPENSE-REASON
               END-IF
           END-IF.
           CLOSE ACCOUNT-FILE.
           IF BATCH-SUSPENSE-REASON IS NOT EQUAL TO SPACES
               PERFORM SEND-BATCH-TO-SUSPENSE
           END-IF.
           PERFORM WRITE-BATCH-REPORT-LINE.

       SEND-BATCH-TO-SUSPENSE.
           MOVE BATCH-SUSPENSE-COMPANY TO SUSPENSE-WORK-COMPANY.
           IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-COMPANY IS NOT EQUAL TO SPACES
               MOVE ACCOUNT-COMPANY TO SUSPENSE-WORK-COMPANY
           END-IF.
           MOVE "BATCH" TO SUSPENSE-WORK-SOURCE.
           MOVE BATCH-FILE-NAME TO SUSPENSE-WORK-BATCH.
           MOVE BATCH-RECORD-NUMBER TO SUSPENSE-WORK-LINE-NO.
           MOVE BATCH-SUSPENSE-REASON TO SUSPENSE-WORK-REASON.
           MOVE BIR-AMOUNT TO SUSPENSE-WORK-AMOUNT.
           MOVE BIR-ACCOUNT-ID TO SUSPENSE-WORK-ORIG-ACCOUNT.
           MOVE ZEROS TO SUSPENSE-WORK-ORIG-DATE.
           IF BIR-EFFECTIVE-DATE IS NUMERIC
               MOVE BIR-EFFECTIVE-DATE TO SUSPENSE-WORK-ORIG-DATE
           END-IF.
           MOVE BIR-CATEGORY TO SUSPENSE-WORK-ORIG-CATEGORY.
           MOVE BIR-DESCRIPTION TO SUSPENSE-WORK-DESCRIPTION.
           MOVE BATCH-INPUT-RECORD TO SUSPENSE-WORK-ORIG-LINE.
           PERFORM SEND-ITEM-TO-SUSPENSE.
           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               MOVE SUSPENSE-WORK-ITEM-ID TO BATCH-SUSPENSE-ITEM
               ADD 1 TO BATCH-SUSPENSE-COUNT
               ADD BIR-AMOUNT TO BATCH-SUSPENSE-TOTAL
           END-IF.

       CHECK-BATCH-CREDIT-LIMIT.
           MOVE "Y" TO BATCH-LIMIT-OK.
           IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               MOVE BIR-AMOUNT TO CREDIT-POSTING-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
               MOVE CREDIT-LIMIT-OK TO BATCH-LIMIT-OK
           END-IF.

       CHECK-BATCH-CATEGORY.
           MOVE "Y" TO BATCH-CATEGORY-OK.
           MOVE BIR-CATEGORY TO LEDGER-CATEGORY.
               MOVE "N" TO BATCH-DATE-OK.

       POST-BATCH-LEDGER-ENTRY.
           PERFORM SET-BATCH-LEDGER-RECORD.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM UPDATE-ACCOUNT-FROM-LEDGER.
           REWRITE ACCOUNT-RECORD.
           MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS.
           PERFORM LOG-ACCOUNT-AFTER-IMAGE.

       WRITE-BATCH-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE "Result" TO BH-STATUS.
           MOVE "Amount" TO BH-AMOUNT.
           MOVE "Description" TO BH-DESCRIPTION.
           MOVE "Suspense" TO BH-SUSPENSE-ITEM.
           WRITE BATCH-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO BH-ACCOUNT-ID.
           MOVE ALL "-" TO BH-STATUS.
           MOVE ALL "-" TO BH-AMOUNT.
           MOVE ALL "-" TO BH-DESCRIPTION.
           MOVE ALL "-" TO BH-SUSPENSE-ITEM.
           WRITE BATCH-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       SET-BATCH-LEDGER-RECORD.
           PERFORM INIT-LEDGER-RECORD.
           IF BIR-EFFECTIVE-DATE IS NUMERIC
               MOVE BIR-EFFECTIVE-DATE TO LEDGER-EFFECTIVE-DATE.
           MOVE BIR-CATEGORY TO LEDGER-CATEGORY.
           MOVE BIR-TAX-CODE TO LEDGER-TAX-CODE.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE BIR-DESCRIPTION TO LEDGER-DESCRIPTION.
           MOVE BIR-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.

       HOLD-BATCH-DORMANT-ENTRY.
           PERFORM SET-BATCH-LEDGER-RECORD.
           PERFORM LOAD-PENDING-APPROVALS.
           MOVE ZEROS TO JOURNAL-CURRENT-NUMBER.
           IF PEND-COUNT IS LESS THAN PEND-MAX-COUNT
               PERFORM FILE-PENDING-APPROVAL
               PERFORM SAVE-PENDING-APPROVALS
               MOVE "Y" TO BATCH-DORMANT-HELD
           END-IF.

       WRITE-BATCH-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-BATCH-REPORT-FOOTER
               PERFORM WRITE-BATCH-REPORT-HEADER
           END-IF.
           MOVE SPACES TO BATCH-REPORT-LINE.
           MOVE ZEROS TO BR-AMOUNT.
           MOVE BIR-ACCOUNT-ID TO BR-ACCOUNT-ID.
           MOVE BIR-AMOUNT TO BR-AMOUNT.
           MOVE BIR-DESCRIPTION TO BR-DESCRIPTION.
           MOVE BATCH-SUSPENSE-ITEM TO BR-SUSPENSE-ITEM.
           IF BATCH-DATE-OK IS NOT EQUAL TO "Y"
               MOVE "CLOSED" TO BR-STATUS
           ELSE IF BATCH-CATEGORY-OK IS NOT EQUAL TO "Y"
               MOVE "BADCAT" TO BR-STATUS
           ELSE IF BATCH-TAX-OK IS NOT EQUAL TO "Y"
               MOVE "BADTAX" TO BR-STATUS
           ELSE IF BATCH-DORMANT-HELD IS EQUAL TO "Y"
               MOVE "DORMHELD" TO BR-STATUS
           ELSE IF BATCH-DORMANT IS EQUAL TO "Y"
               MOVE "DORMANT" TO BR-STATUS
           ELSE IF BATCH-LIMIT-OK IS NOT EQUAL TO "Y"
               MOVE "OVRLIMIT" TO BR-STATUS
           ELSE IF BATCH-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               MOVE "POSTED" TO BR-STATUS
           MOVE BATCH-REJECTED-COUNT TO BSL-COUNT.
           MOVE ZEROS TO BSL-AMOUNT.
           WRITE BATCH-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO BATCH-SUMMARY-LINE.
           MOVE "To Suspense:" TO BSL-LABEL.
           MOVE BATCH-SUSPENSE-COUNT TO BSL-COUNT.
           MOVE BATCH-SUSPENSE-TOTAL TO BSL-AMOUNT.
           WRITE BATCH-SUMMARY-LINE BEFORE ADVANCING 1.
           IF SUSPENSE-FULL IS EQUAL TO "Y"
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "WARNING: SUSPENSE FILE FULL, ITEMS NOT SUSPENDED"
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.

       TRANSFER-FUNDS.
           MOVE ZEROS TO TRANSFER-FROM-ID.
               OR TRANSFER-TO-CLOSED IS EQUAL TO "Y"
               DISPLAY TRANSFER-CLOSED-SCREEN
               ACCEPT TRANSFER-CLOSED-SCREEN
           ELSE IF TRANSFER-FROM-DORMANT IS EQUAL TO "Y"
               OR TRANSFER-TO-DORMANT IS EQUAL TO "Y"
               DISPLAY TRANSFER-DORMANT-ERROR-SCREEN
               ACCEPT TRANSFER-DORMANT-ERROR-SCREEN
           ELSE IF TRANSFER-RATE-OK IS NOT EQUAL TO "Y"
               DISPLAY TRANSFER-RATE-ERROR-SCREEN
               ACCEPT TRANSFER-RATE-ERROR-SCREEN
           ELSE IF INTERCO-VALID IS NOT EQUAL TO "Y"
               DISPLAY TRANSFER-INTERCO-ERROR-SCREEN
               ACCEPT TRANSFER-INTERCO-ERROR-SCREEN
           ELSE IF TRANSFER-LIMIT-OK IS NOT EQUAL TO "Y"
               DISPLAY TRANSFER-LIMIT-ERROR-SCREEN
               PERFORM ROUTE-OVER-LIMIT-TRANSFER
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-TRANSFER-PROMPT
           MOVE ACCOUNT-LOADED TO TRANSFER-FROM-FOUND.
           MOVE "N" TO TRANSFER-FROM-CLOSED.
           MOVE SPACES TO TRANSFER-FROM-CURRENCY.
           MOVE SPACES TO TRANSFER-FROM-COMPANY.
           MOVE "Y" TO TRANSFER-LIMIT-OK.
           MOVE "N" TO TRANSFER-FROM-DORMANT.
           IF TRANSFER-FROM-FOUND IS EQUAL TO "Y"
               MOVE ACCOUNT-CLOSED TO TRANSFER-FROM-CLOSED
               IF ACCOUNT-DORMANT IS EQUAL TO "Y"
                   MOVE "Y" TO TRANSFER-FROM-DORMANT
               END-IF
               MOVE ACCOUNT-CURRENCY TO TRANSFER-FROM-CURRENCY
               MOVE ACCOUNT-COMPANY TO TRANSFER-FROM-COMPANY
               PERFORM LOAD-ACCOUNT-TYPES
               COMPUTE CREDIT-POSTING-AMOUNT = ZERO - TRANSFER-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
               MOVE CREDIT-LIMIT-OK TO TRANSFER-LIMIT-OK
           END-IF.
           MOVE TRANSFER-TO-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE ACCOUNT-LOADED TO TRANSFER-TO-FOUND.
           MOVE "N" TO TRANSFER-TO-CLOSED.
           MOVE SPACES TO TRANSFER-TO-CURRENCY.
           MOVE SPACES TO TRANSFER-TO-COMPANY.
           MOVE "N" TO TRANSFER-TO-DORMANT.
           IF TRANSFER-TO-FOUND IS EQUAL TO "Y"
               MOVE ACCOUNT-CLOSED TO TRANSFER-TO-CLOSED
               IF ACCOUNT-DORMANT IS EQUAL TO "Y"
                   MOVE "Y" TO TRANSFER-TO-DORMANT
               END-IF
               MOVE ACCOUNT-CURRENCY TO TRANSFER-TO-CURRENCY
               MOVE ACCOUNT-COMPANY TO TRANSFER-TO-COMPANY
           END-IF.
           PERFORM CHECK-TRANSFER-CURRENCIES.
           PERFORM CHECK-TRANSFER-INTERCOMPANY.

       CHECK-TRANSFER-INTERCOMPANY.
           MOVE "Y" TO INTERCO-VALID.
           MOVE ZEROS TO INTERCO-FROM-ACCOUNT-ID.
           MOVE ZEROS TO INTERCO-TO-ACCOUNT-ID.
           IF TRANSFER-FROM-COMPANY IS NOT EQUAL TO
                   TRANSFER-TO-COMPANY
               PERFORM LOAD-COMPANIES
               IF COMPANY-COUNT IS GREATER THAN ZEROS
                   MOVE TRANSFER-FROM-COMPANY TO INTERCO-FROM-COMPANY
                   MOVE TRANSFER-TO-COMPANY TO INTERCO-TO-COMPANY
                   PERFORM FIND-INTERCOMPANY-PAIR
               END-IF
           END-IF.

       SHOW-TRANSFER-PROMPT.
           DISPLAY TRANSFER-PROMPT.
           ACCEPT TRANSFER-PROMPT.

       ROUTE-OVER-LIMIT-TRANSFER.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-OVER-LIMIT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM HOLD-TRANSFER
           ELSE
               DISPLAY LEDGER-LIMIT-REFUSED-SCREEN
               ACCEPT LEDGER-LIMIT-REFUSED-SCREEN
           END-IF.

       HOLD-TRANSFER.
           PERFORM LOAD-PENDING-APPROVALS.
           MOVE 2 TO TRANSFER-HOLD-LINES.
           IF INTERCO-FROM-ACCOUNT-ID IS GREATER THAN ZEROS
               MOVE 4 TO TRANSFER-HOLD-LINES
           END-IF.
           IF PEND-COUNT + TRANSFER-HOLD-LINES IS GREATER THAN
                   PEND-MAX-COUNT
               DISPLAY PEND-QUEUE-FULL-SCREEN
               ACCEPT PEND-QUEUE-FULL-SCREEN
           ELSE
               MOVE NEXT-JOURNAL-NUMBER TO JOURNAL-CURRENT-NUMBER
               ADD 1 TO NEXT-JOURNAL-NUMBER
               PERFORM WRITE-CONTROL-FILE
               MOVE TRANSFER-DESCRIPTION TO TRANSFER-DESCRIPTION-TRUNC
               MOVE TRANSFER-TO-ID TO TRANSFER-TO-ID-EDIT
               MOVE TRANSFER-FROM-ID TO TRANSFER-FROM-ID-EDIT
               MOVE TRANSFER-FROM-ID TO ACCOUNT-ID
               MOVE FUNCTION CONCATENATE("XFER TO ",
                   FUNCTION TRIM(TRANSFER-TO-ID-EDIT), ": ",
                   TRANSFER-DESCRIPTION-TRUNC) TO INTERCO-DESCRIPTION
               COMPUTE INTERCO-AMOUNT = ZERO - TRANSFER-AMOUNT
               PERFORM HOLD-TRANSFER-LEG
               MOVE TRANSFER-TO-ID TO ACCOUNT-ID
               MOVE FUNCTION CONCATENATE("XFER FROM ",
                   FUNCTION TRIM(TRANSFER-FROM-ID-EDIT), ": ",
                   TRANSFER-DESCRIPTION-TRUNC) TO INTERCO-DESCRIPTION
               MOVE TRANSFER-CONVERTED-AMOUNT TO INTERCO-AMOUNT
               PERFORM HOLD-TRANSFER-LEG
               IF INTERCO-FROM-ACCOUNT-ID IS GREATER THAN ZEROS
                   MOVE INTERCO-FROM-ACCOUNT-ID TO ACCOUNT-ID
                   MOVE FUNCTION CONCATENATE("IC DUE FROM ",
                       FUNCTION TRIM(TRANSFER-TO-COMPANY), ": ",
                       TRANSFER-DESCRIPTION-TRUNC)
                       TO INTERCO-DESCRIPTION
                   MOVE TRANSFER-AMOUNT TO INTERCO-AMOUNT
                   PERFORM HOLD-TRANSFER-LEG
                   MOVE INTERCO-TO-ACCOUNT-ID TO ACCOUNT-ID
                   MOVE FUNCTION CONCATENATE("IC DUE TO ",
                       FUNCTION TRIM(TRANSFER-FROM-COMPANY), ": ",
                       TRANSFER-DESCRIPTION-TRUNC)
                       TO INTERCO-DESCRIPTION
                   COMPUTE INTERCO-AMOUNT =
                       ZERO - TRANSFER-CONVERTED-AMOUNT
                   PERFORM HOLD-TRANSFER-LEG
               END-IF
               PERFORM SAVE-PENDING-APPROVALS
               DISPLAY LEDGER-LIMIT-HELD-SCREEN
               ACCEPT LEDGER-LIMIT-HELD-SCREEN
           END-IF.

       HOLD-TRANSFER-LEG.
           PERFORM FIND-ACCOUNT-BY-ID.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO LEDGER-EFFECTIVE-DATE.
           MOVE INTERCO-DESCRIPTION TO LEDGER-DESCRIPTION.
           MOVE INTERCO-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           PERFORM FILE-PENDING-APPROVAL.

       POST-TRANSFER.
           MOVE "TRANSFER" TO INFLIGHT-ACTION.
           MOVE TRANSFER-FROM-ID TO INFLIGHT-ACCOUNT-ID.
               END-IF
           END-IF.

           IF TRANSFER-POSTED IS EQUAL TO "Y"
               AND INTERCO-FROM-ACCOUNT-ID IS GREATER THAN ZEROS
               PERFORM POST-TRANSFER-INTERCOMPANY
           END-IF.

           PERFORM CLEAR-IN-FLIGHT-MARKER.
           IF TRANSFER-POSTED IS NOT EQUAL TO "Y"
               DISPLAY TRANSFER-FAILED-SCREEN
               ACCEPT TRANSFER-FAILED-SCREEN
           END-IF.

       POST-TRANSFER-INTERCOMPANY.
           MOVE INTERCO-FROM-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE FUNCTION CONCATENATE("IC DUE FROM ",
               FUNCTION TRIM(TRANSFER-TO-COMPANY), ": ",
               TRANSFER-DESCRIPTION-TRUNC) TO INTERCO-DESCRIPTION.
           MOVE TRANSFER-AMOUNT TO INTERCO-AMOUNT.
           PERFORM POST-INTERCOMPANY-LINE.
           MOVE INTERCO-TO-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE FUNCTION CONCATENATE("IC DUE TO ",
               FUNCTION TRIM(TRANSFER-FROM-COMPANY), ": ",
               TRANSFER-DESCRIPTION-TRUNC) TO INTERCO-DESCRIPTION.
           COMPUTE INTERCO-AMOUNT = ZERO - TRANSFER-CONVERTED-AMOUNT.
           PERFORM POST-INTERCOMPANY-LINE.

       ROLLBACK-TRANSFER-DEBIT-LEG.
           MOVE TRANSFER-FROM-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
               PERFORM DISPLAY-REPORT-PROMPT
           END-IF.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-INTEREST-POSTING
               DISPLAY POST-INTEREST-DONE-SCREEN
               ACCEPT POST-INTEREST-DONE-SCREEN
           END-IF.

       RUN-INTEREST-POSTING.
           PERFORM LOAD-ACCOUNT-TYPES.
           MOVE ZEROS TO INTEREST-POSTED-COUNT.
           MOVE ZEROS TO INTEREST-SKIPPED-COUNT.
           MOVE ZEROS TO INTEREST-POSTED-TOTAL.
           MOVE "N" TO END-OF-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-INTEREST-REPORT-HEADER.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM POST-INTEREST-FOR-NEXT-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           PERFORM WRITE-INTEREST-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM SET-JOB-RUN-MONTH.
           MOVE JOB-RUN-MONTH TO INTEREST-LAST-RUN.
           PERFORM WRITE-CONTROL-FILE.

       SHOW-POST-INTEREST-PROMPT.
           DISPLAY POST-INTEREST-PROMPT.
           ACCEPT POST-INTEREST-PROMPT.
           PERFORM UPDATE-ACCOUNT-FROM-LEDGER.
           REWRITE ACCOUNT-RECORD.
           MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS.
           PERFORM LOG-ACCOUNT-AFTER-IMAGE.

       WRITE-INTEREST-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE INTEREST-SKIPPED-COUNT TO ISL-COUNT.
           WRITE INTEREST-SUMMARY-LINE BEFORE ADVANCING 1.

       JOURNAL-MENU.
           MOVE ZERO TO MENU-OPTION.
           PERFORM JOURNAL-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       JOURNAL-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY JOURNAL-MENU-SCREEN.
           ACCEPT JOURNAL-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM JOURNAL-ENTRY
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM OUTSTANDING-ACCRUALS-REPORT.

       JOURNAL-ENTRY.
           PERFORM PROMPT-JOURNAL-TYPE.
           IF JOURNAL-TYPE-VALID IS EQUAL TO "Y"
               PERFORM ENTER-JOURNAL-LINES
           END-IF.
           MOVE "N" TO JOURNAL-ACCRUAL.
           MOVE ZEROS TO JOURNAL-EFFECTIVE-DATE.
           MOVE SPACES TO JOURNAL-TYPE-LABEL.

       PROMPT-JOURNAL-TYPE.
           PERFORM GET-CURRENT-TIME.
           MOVE "N" TO JOURNAL-ACCRUAL.
           MOVE NOW-DATE TO JOURNAL-EFFECTIVE-DATE.
           MOVE SPACES TO JOURNAL-TYPE-LABEL.
           DISPLAY JOURNAL-TYPE-SCREEN.
           ACCEPT JOURNAL-TYPE-SCREEN.
           MOVE "Y" TO JOURNAL-TYPE-VALID.
           IF JOURNAL-ACCRUAL IS EQUAL TO "Y" OR "y"
               MOVE "Y" TO JOURNAL-ACCRUAL
               PERFORM CHECK-ACCRUAL-EFFECTIVE-DATE
           ELSE
               MOVE "N" TO JOURNAL-ACCRUAL
               MOVE ZEROS TO JOURNAL-EFFECTIVE-DATE
           END-IF.

       CHECK-ACCRUAL-EFFECTIVE-DATE.
           MOVE JOURNAL-EFFECTIVE-DATE TO ORDER-WORK-DUE-DATE.
           IF ORDER-WORK-DUE-MONTH IS LESS THAN 1
               OR ORDER-WORK-DUE-MONTH IS GREATER THAN 12
               OR ORDER-WORK-DUE-DAY IS LESS THAN 1
               MOVE "N" TO JOURNAL-TYPE-VALID
           ELSE
               PERFORM COMPUTE-ORDER-MONTH-DAYS
               IF ORDER-WORK-DUE-DAY IS GREATER THAN ORDER-MONTH-DAYS
                   MOVE "N" TO JOURNAL-TYPE-VALID
               END-IF
           END-IF.
           IF JOURNAL-EFFECTIVE-DATE IS NOT GREATER THAN
                   LAST-CLOSE-DATE
               OR JOURNAL-EFFECTIVE-DATE IS GREATER THAN NOW-DATE
               MOVE "N" TO JOURNAL-TYPE-VALID
           END-IF.
           IF JOURNAL-TYPE-VALID IS NOT EQUAL TO "Y"
               DISPLAY JOURNAL-DATE-ERROR-SCREEN
               ACCEPT JOURNAL-DATE-ERROR-SCREEN
           ELSE
               PERFORM LOAD-ACCRUALS
               IF ACCRUAL-COUNT IS NOT LESS THAN ACCRUAL-MAX-COUNT
                   MOVE "N" TO JOURNAL-TYPE-VALID
                   DISPLAY ACCRUAL-TABLE-FULL-SCREEN
                   ACCEPT ACCRUAL-TABLE-FULL-SCREEN
               ELSE
                   STRING "ACCRUAL - EFFECTIVE " DELIMITED BY SIZE
                       JOURNAL-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO JOURNAL-TYPE-LABEL
                   END-STRING
               END-IF
           END-IF.

       ENTER-JOURNAL-LINES.
           MOVE ZEROS TO JOURNAL-LINE-COUNT.
           MOVE ZEROS TO JOURNAL-NET-TOTAL.
           MOVE "N" TO JOURNAL-ENTRY-DONE.
                   DISPLAY JOURNAL-NOT-BALANCED-SCREEN
                   ACCEPT JOURNAL-NOT-BALANCED-SCREEN
               ELSE
                   PERFORM ADD-JOURNAL-INTERCOMPANY-LINES
                   IF INTERCO-VALID IS NOT EQUAL TO "Y"
                       DISPLAY JOURNAL-INTERCO-ERROR-SCREEN
                       ACCEPT JOURNAL-INTERCO-ERROR-SCREEN
                   ELSE
                       MOVE SPACES TO CONTINUE-KEY
                       PERFORM SHOW-JOURNAL-POST-PROMPT
                           UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                           OR "N" OR "n"
                       IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                           PERFORM SUBMIT-JOURNAL-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SUBMIT-JOURNAL-LINES.
           PERFORM CHECK-JOURNAL-LINE-ACCOUNTS.
           IF JOURNAL-ACCOUNTS-OK IS NOT EQUAL TO "Y"
               DISPLAY JOURNAL-ACCOUNT-ERROR-SCREEN
               ACCEPT JOURNAL-ACCOUNT-ERROR-SCREEN
           ELSE IF JOURNAL-LIMITS-OK IS NOT EQUAL TO "Y"
               PERFORM ROUTE-OVER-LIMIT-JOURNAL
           ELSE
               PERFORM CHECK-JOURNAL-THRESHOLD
               IF JOURNAL-OVER-THRESHOLD IS EQUAL TO "Y"
                   PERFORM HOLD-JOURNAL-LINES
               ELSE
                   PERFORM POST-JOURNAL-LINES
               END-IF
           END-IF.

       ROUTE-OVER-LIMIT-JOURNAL.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-OVER-LIMIT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM HOLD-JOURNAL-LINES
           ELSE
               DISPLAY LEDGER-LIMIT-REFUSED-SCREEN
               ACCEPT LEDGER-LIMIT-REFUSED-SCREEN
           END-IF.

       CHECK-JOURNAL-LINE-ACCOUNTS.
           MOVE "Y" TO JOURNAL-ACCOUNTS-OK.
           MOVE "Y" TO JOURNAL-LIMITS-OK.
           PERFORM LOAD-ACCOUNT-TYPES.
           PERFORM CHECK-NEXT-JOURNAL-ACCOUNT
               VARYING JOURNAL-LINE-INDEX FROM 1 BY 1
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   JOURNAL-LINE-COUNT
               OR JOURNAL-ACCOUNTS-OK IS NOT EQUAL TO "Y"
               OR JOURNAL-LIMITS-OK IS NOT EQUAL TO "Y".

       CHECK-NEXT-JOURNAL-ACCOUNT.
           MOVE JL-ACCOUNT-ID(JOURNAL-LINE-INDEX) TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               OR ACCOUNT-CLOSED IS EQUAL TO "Y"
               MOVE "N" TO JOURNAL-ACCOUNTS-OK
           ELSE
               MOVE ZEROS TO CREDIT-POSTING-AMOUNT
               PERFORM ADD-JOURNAL-ACCOUNT-NET
                   VARYING JOURNAL-NET-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-NET-INDEX IS GREATER THAN
                       JOURNAL-LINE-COUNT
               PERFORM CHECK-CREDIT-LIMIT
               IF CREDIT-LIMIT-OK IS NOT EQUAL TO "Y"
                   MOVE "N" TO JOURNAL-LIMITS-OK
               END-IF
           END-IF.

       ADD-JOURNAL-ACCOUNT-NET.
           IF JL-ACCOUNT-ID(JOURNAL-NET-INDEX) IS EQUAL TO ACCOUNT-ID
               ADD JL-AMOUNT(JOURNAL-NET-INDEX)
                   TO CREDIT-POSTING-AMOUNT
           END-IF.

       ADD-JOURNAL-INTERCOMPANY-LINES.
           MOVE "Y" TO INTERCO-VALID.
           MOVE ZEROS TO INTERCO-NET-COUNT.
           MOVE JOURNAL-LINE-COUNT TO INTERCO-ORIGINAL-LINES.
           PERFORM TALLY-JOURNAL-LINE-COMPANY
               VARYING JOURNAL-LINE-INDEX FROM 1 BY 1
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   INTERCO-ORIGINAL-LINES.
           IF INTERCO-NET-COUNT IS GREATER THAN 1
               PERFORM LOAD-COMPANIES
               IF COMPANY-COUNT IS GREATER THAN ZEROS
                   MOVE ICN-COMPANY(1) TO INTERCO-FROM-COMPANY
                   PERFORM ADD-NEXT-JOURNAL-INTERCO-PAIR
                       VARYING INTERCO-NET-INDEX FROM 2 BY 1
                       UNTIL INTERCO-NET-INDEX IS GREATER THAN
                           INTERCO-NET-COUNT
                       OR INTERCO-VALID IS NOT EQUAL TO "Y"
                   IF INTERCO-VALID IS NOT EQUAL TO "Y"
                       MOVE INTERCO-ORIGINAL-LINES
                           TO JOURNAL-LINE-COUNT
                   END-IF
               END-IF
           END-IF.

       TALLY-JOURNAL-LINE-COMPANY.
           MOVE JL-ACCOUNT-ID(JOURNAL-LINE-INDEX) TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE "N" TO INTERCO-NET-FOUND.
           PERFORM FIND-NEXT-INTERCO-NET
               VARYING INTERCO-NET-INDEX FROM 1 BY 1
               UNTIL INTERCO-NET-INDEX IS GREATER THAN
                   INTERCO-NET-COUNT
               OR INTERCO-NET-FOUND IS EQUAL TO "Y".
           IF INTERCO-NET-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM INTERCO-NET-INDEX
           ELSE
               ADD 1 TO INTERCO-NET-COUNT
               MOVE INTERCO-NET-COUNT TO INTERCO-NET-INDEX
               MOVE ACCOUNT-COMPANY TO ICN-COMPANY(INTERCO-NET-INDEX)
               MOVE ZEROS TO ICN-NET(INTERCO-NET-INDEX)
           END-IF.
           ADD JL-AMOUNT(JOURNAL-LINE-INDEX)
               TO ICN-NET(INTERCO-NET-INDEX).

       FIND-NEXT-INTERCO-NET.
           IF ICN-COMPANY(INTERCO-NET-INDEX) IS EQUAL TO
                   ACCOUNT-COMPANY
               MOVE "Y" TO INTERCO-NET-FOUND
           END-IF.

       ADD-NEXT-JOURNAL-INTERCO-PAIR.
           IF ICN-NET(INTERCO-NET-INDEX) IS NOT EQUAL TO ZEROS
               MOVE ICN-COMPANY(INTERCO-NET-INDEX)
                   TO INTERCO-TO-COMPANY
               PERFORM FIND-INTERCOMPANY-PAIR
               IF JOURNAL-LINE-COUNT + 2 IS GREATER THAN
                       JOURNAL-MAX-LINES
                   MOVE "N" TO INTERCO-VALID
               END-IF
               IF INTERCO-VALID IS EQUAL TO "Y"
                   ADD 1 TO JOURNAL-LINE-COUNT
                   MOVE INTERCO-FROM-ACCOUNT-ID
                       TO JL-ACCOUNT-ID(JOURNAL-LINE-COUNT)
                   MOVE ICN-NET(INTERCO-NET-INDEX)
                       TO JL-AMOUNT(JOURNAL-LINE-COUNT)
                   MOVE FUNCTION CONCATENATE("IC DUE FROM ",
                       FUNCTION TRIM(INTERCO-TO-COMPANY))
                       TO JL-DESCRIPTION(JOURNAL-LINE-COUNT)
                   ADD 1 TO JOURNAL-LINE-COUNT
                   MOVE INTERCO-TO-ACCOUNT-ID
                       TO JL-ACCOUNT-ID(JOURNAL-LINE-COUNT)
                   COMPUTE JL-AMOUNT(JOURNAL-LINE-COUNT) =
                       ZERO - ICN-NET(INTERCO-NET-INDEX)
                   MOVE FUNCTION CONCATENATE("IC DUE TO ",
                       FUNCTION TRIM(INTERCO-FROM-COMPANY))
                       TO JL-DESCRIPTION(JOURNAL-LINE-COUNT)
               END-IF
           END-IF.

       CHECK-JOURNAL-THRESHOLD.
           MOVE "N" TO JOURNAL-OVER-THRESHOLD.
           PERFORM CHECK-JOURNAL-LINE-THRESHOLD
                   UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                       JOURNAL-LINE-COUNT
               PERFORM SAVE-PENDING-APPROVALS
               IF JOURNAL-ACCRUAL IS EQUAL TO "Y"
                   PERFORM REGISTER-ACCRUAL-JOURNAL
               END-IF
               IF JOURNAL-LIMITS-OK IS NOT EQUAL TO "Y"
                   DISPLAY LEDGER-LIMIT-HELD-SCREEN
                   ACCEPT LEDGER-LIMIT-HELD-SCREEN
               ELSE
                   DISPLAY JOURNAL-HELD-SCREEN
                   ACCEPT JOURNAL-HELD-SCREEN
               END-IF
           END-IF.

       HOLD-NEXT-JOURNAL-LINE.
           MOVE JL-AMOUNT(JOURNAL-LINE-INDEX) TO LEDGER-AMOUNT.
           MOVE JL-DESCRIPTION(JOURNAL-LINE-INDEX)
               TO LEDGER-DESCRIPTION.
           IF JOURNAL-EFFECTIVE-DATE IS GREATER THAN ZEROS
               MOVE JOURNAL-EFFECTIVE-DATE TO LEDGER-EFFECTIVE-DATE
           ELSE
               MOVE NOW-DATE TO LEDGER-EFFECTIVE-DATE
           END-IF.
           PERFORM FILE-PENDING-APPROVAL.

       SHOW-JOURNAL-POST-PROMPT.
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   JOURNAL-LINE-COUNT.
           PERFORM CLEAR-IN-FLIGHT-MARKER.
           IF JOURNAL-ACCRUAL IS EQUAL TO "Y"
               PERFORM REGISTER-ACCRUAL-JOURNAL
           END-IF.
           IF JOURNAL-POSTED IS EQUAL TO "Y"
               DISPLAY JOURNAL-POSTED-SCREEN
               ACCEPT JOURNAL-POSTED-SCREEN
           PERFORM FIND-ACCOUNT-BY-ID.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE JOURNAL-EFFECTIVE-DATE TO LEDGER-EFFECTIVE-DATE.
           MOVE JL-DESCRIPTION(JOURNAL-LINE-INDEX)
               TO LEDGER-DESCRIPTION.
           MOVE JL-AMOUNT(JOURNAL-LINE-INDEX) TO LEDGER-AMOUNT.
           MOVE LEDGER-AMOUNT TO JR-AMOUNT.
           MOVE LEDGER-DESCRIPTION TO JR-DESCRIPTION.
           MOVE OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE JOURNAL-LINK-NUMBER TO JR-LINK-JOURNAL.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       REGISTER-ACCRUAL-JOURNAL.
           PERFORM LOAD-ACCRUALS.
           MOVE ZEROS TO ACCRUAL-DEBIT-TOTAL.
           PERFORM ADD-NEXT-ACCRUAL-DEBIT
               VARYING JOURNAL-LINE-INDEX FROM 1 BY 1
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   JOURNAL-LINE-COUNT.
           PERFORM GET-CURRENT-TIME.
           ADD 1 TO ACCRUAL-COUNT.
           MOVE JOURNAL-CURRENT-NUMBER
               TO AC-JOURNAL-NUMBER(ACCRUAL-COUNT).
           MOVE JOURNAL-EFFECTIVE-DATE
               TO AC-EFFECTIVE-DATE(ACCRUAL-COUNT).
           MOVE JOURNAL-EFFECTIVE-DATE TO ORDER-WORK-DUE-DATE.
           MOVE 1 TO ORDER-WORK-DUE-DAY.
           PERFORM ADVANCE-ORDER-ONE-MONTH.
           MOVE ORDER-WORK-DUE-DATE
               TO AC-REVERSAL-DATE(ACCRUAL-COUNT).
           MOVE ACCRUAL-DEBIT-TOTAL TO AC-AMOUNT(ACCRUAL-COUNT).
           MOVE JL-DESCRIPTION(1) TO AC-DESCRIPTION(ACCRUAL-COUNT).
           MOVE OPERATOR-ID TO AC-OPERATOR-ID(ACCRUAL-COUNT).
           MOVE NOW-DATE-TIME TO AC-DATE-TIME(ACCRUAL-COUNT).
           MOVE "O" TO AC-STATUS(ACCRUAL-COUNT).
           MOVE ZEROS TO AC-REVERSAL-JOURNAL(ACCRUAL-COUNT).
           PERFORM SAVE-ACCRUALS.

       ADD-NEXT-ACCRUAL-DEBIT.
           IF JL-AMOUNT(JOURNAL-LINE-INDEX) IS GREATER THAN ZEROS
               ADD JL-AMOUNT(JOURNAL-LINE-INDEX)
                   TO ACCRUAL-DEBIT-TOTAL
           END-IF.

       LOAD-ACCRUALS.
           MOVE ZEROS TO ACCRUAL-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCRUAL-FILE.
           PERFORM LOAD-NEXT-ACCRUAL
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR ACCRUAL-COUNT IS EQUAL TO ACCRUAL-MAX-COUNT.
           CLOSE ACCRUAL-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-ACCRUAL.
           READ ACCRUAL-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACR-STATUS IS EQUAL TO "R"
               ADD 1 TO ACCRUAL-DONE-COUNT
           END-IF.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND (ACR-STATUS IS EQUAL TO "O"
               OR ACR-STATUS IS EQUAL TO "F")
               ADD 1 TO ACCRUAL-COUNT
               MOVE ACR-JOURNAL-NUMBER
                   TO AC-JOURNAL-NUMBER(ACCRUAL-COUNT)
               MOVE ACR-EFFECTIVE-DATE
                   TO AC-EFFECTIVE-DATE(ACCRUAL-COUNT)
               MOVE ACR-REVERSAL-DATE
                   TO AC-REVERSAL-DATE(ACCRUAL-COUNT)
               MOVE ACR-AMOUNT TO AC-AMOUNT(ACCRUAL-COUNT)
               MOVE ACR-DESCRIPTION TO AC-DESCRIPTION(ACCRUAL-COUNT)
               MOVE ACR-OPERATOR-ID TO AC-OPERATOR-ID(ACCRUAL-COUNT)
               MOVE ACR-DATE-TIME TO AC-DATE-TIME(ACCRUAL-COUNT)
               MOVE ACR-STATUS TO AC-STATUS(ACCRUAL-COUNT)
               MOVE ACR-REVERSAL-JOURNAL
                   TO AC-REVERSAL-JOURNAL(ACCRUAL-COUNT)
           END-IF.

       SAVE-ACCRUALS.
           PERFORM ARCHIVE-SETTLED-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE.
           OPEN EXTEND ACCRUAL-HISTORY-FILE.
           PERFORM SAVE-NEXT-ACCRUAL
               VARYING ACCRUAL-INDEX FROM 1 BY 1
               UNTIL ACCRUAL-INDEX IS GREATER THAN ACCRUAL-COUNT.
           CLOSE ACCRUAL-HISTORY-FILE.
           CLOSE ACCRUAL-FILE.

       ARCHIVE-SETTLED-ACCRUALS.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCRUAL-FILE.
           OPEN EXTEND ACCRUAL-HISTORY-FILE.
           PERFORM ARCHIVE-NEXT-SETTLED-ACCRUAL
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCRUAL-HISTORY-FILE.
           CLOSE ACCRUAL-FILE.
           MOVE "N" TO END-OF-FILE.

       ARCHIVE-NEXT-SETTLED-ACCRUAL.
           READ ACCRUAL-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACR-STATUS IS NOT EQUAL TO "O"
               AND ACR-STATUS IS NOT EQUAL TO "F"
               MOVE ACCRUAL-RECORD TO ACCRUAL-HISTORY-RECORD
               WRITE ACCRUAL-HISTORY-RECORD
           END-IF.

       SAVE-NEXT-ACCRUAL.
           MOVE AC-JOURNAL-NUMBER(ACCRUAL-INDEX) TO ACR-JOURNAL-NUMBER.
           MOVE AC-EFFECTIVE-DATE(ACCRUAL-INDEX) TO ACR-EFFECTIVE-DATE.
           MOVE AC-REVERSAL-DATE(ACCRUAL-INDEX) TO ACR-REVERSAL-DATE.
           MOVE AC-AMOUNT(ACCRUAL-INDEX) TO ACR-AMOUNT.
           MOVE AC-DESCRIPTION(ACCRUAL-INDEX) TO ACR-DESCRIPTION.
           MOVE AC-OPERATOR-ID(ACCRUAL-INDEX) TO ACR-OPERATOR-ID.
           MOVE AC-DATE-TIME(ACCRUAL-INDEX) TO ACR-DATE-TIME.
           MOVE AC-STATUS(ACCRUAL-INDEX) TO ACR-STATUS.
           MOVE AC-REVERSAL-JOURNAL(ACCRUAL-INDEX)
               TO ACR-REVERSAL-JOURNAL.
           IF ACR-STATUS IS EQUAL TO "O" OR "F"
               WRITE ACCRUAL-RECORD
           ELSE
               MOVE ACCRUAL-RECORD TO ACCRUAL-HISTORY-RECORD
               WRITE ACCRUAL-HISTORY-RECORD
           END-IF.

       REVERSE-DUE-ACCRUALS.
           MOVE LAST-CLOSE-DATE TO ACCRUAL-CLOSE-DATE.
           MOVE ZEROS TO ACCRUAL-REVERSED-COUNT.
           MOVE ZEROS TO ACCRUAL-FAILED-COUNT.
           PERFORM LOAD-ACCRUALS.
           PERFORM LOAD-PENDING-APPROVALS.
           PERFORM REVERSE-NEXT-DUE-ACCRUAL
               VARYING ACCRUAL-INDEX FROM 1 BY 1
               UNTIL ACCRUAL-INDEX IS GREATER THAN ACCRUAL-COUNT.
           PERFORM SAVE-ACCRUALS.
           MOVE ZEROS TO JOURNAL-EFFECTIVE-DATE.
           MOVE ZEROS TO JOURNAL-LINK-NUMBER.

       REVERSE-NEXT-DUE-ACCRUAL.
           IF (AC-STATUS(ACCRUAL-INDEX) IS EQUAL TO "O"
               OR AC-STATUS(ACCRUAL-INDEX) IS EQUAL TO "F")
               AND AC-EFFECTIVE-DATE(ACCRUAL-INDEX) IS NOT GREATER
                   THAN ACCRUAL-CLOSE-DATE
               PERFORM CHECK-ACCRUAL-PENDING
               IF ACCRUAL-PENDING IS NOT EQUAL TO "Y"
                   PERFORM REVERSE-ACCRUAL-JOURNAL
               END-IF
           END-IF.

       CHECK-ACCRUAL-PENDING.
           MOVE "N" TO ACCRUAL-PENDING.
           PERFORM CHECK-NEXT-ACCRUAL-PENDING
               VARYING PEND-INDEX FROM 1 BY 1
               UNTIL PEND-INDEX IS GREATER THAN PEND-COUNT.

       CHECK-NEXT-ACCRUAL-PENDING.
           IF PD-JOURNAL-NO(PEND-INDEX) IS EQUAL TO
                   AC-JOURNAL-NUMBER(ACCRUAL-INDEX)
               MOVE "Y" TO ACCRUAL-PENDING
           END-IF.

       REVERSE-ACCRUAL-JOURNAL.
           MOVE AC-JOURNAL-NUMBER(ACCRUAL-INDEX)
               TO JOURNAL-LINK-NUMBER.
           MOVE ZEROS TO JOURNAL-LINE-COUNT.
           MOVE "N" TO JOURNAL-REGISTER-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM LOAD-NEXT-ACCRUAL-JOURNAL-LINE
               UNTIL JOURNAL-REGISTER-EOF IS EQUAL TO "Y".
           CLOSE JOURNAL-FILE.
           IF JOURNAL-LINE-COUNT IS EQUAL TO ZEROS
               MOVE "X" TO AC-STATUS(ACCRUAL-INDEX)
           ELSE
               PERFORM CHECK-JOURNAL-LINE-ACCOUNTS
               IF JOURNAL-ACCOUNTS-OK IS NOT EQUAL TO "Y"
                   OR JOURNAL-LIMITS-OK IS NOT EQUAL TO "Y"
                   MOVE "F" TO AC-STATUS(ACCRUAL-INDEX)
                   ADD 1 TO ACCRUAL-FAILED-COUNT
               ELSE
                   PERFORM POST-ACCRUAL-REVERSAL
               END-IF
           END-IF.

       POST-ACCRUAL-REVERSAL.
           MOVE "Y" TO JOURNAL-POSTED.
           MOVE NEXT-JOURNAL-NUMBER TO JOURNAL-CURRENT-NUMBER.
           ADD 1 TO NEXT-JOURNAL-NUMBER.
           PERFORM WRITE-CONTROL-FILE.
           MOVE AC-REVERSAL-DATE(ACCRUAL-INDEX)
               TO JOURNAL-EFFECTIVE-DATE.
           IF JOURNAL-EFFECTIVE-DATE IS NOT GREATER THAN
                   ACCRUAL-CLOSE-DATE
               COMPUTE JOURNAL-EFFECTIVE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ACCRUAL-CLOSE-DATE) + 1)
           END-IF.
           MOVE "ACCRUAL-REV" TO INFLIGHT-ACTION.
           MOVE ZEROS TO INFLIGHT-ACCOUNT-ID.
           PERFORM SET-IN-FLIGHT-MARKER.
           PERFORM POST-JOURNAL-LINE
               VARYING JOURNAL-LINE-INDEX FROM 1 BY 1
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   JOURNAL-LINE-COUNT
               OR JOURNAL-POSTED IS NOT EQUAL TO "Y".
           IF JOURNAL-POSTED IS NOT EQUAL TO "Y"
               COMPUTE JOURNAL-POSTED-LINES = JOURNAL-LINE-INDEX - 2
               PERFORM BACK-OUT-ACCRUAL-REVERSAL
           END-IF.
           PERFORM CLEAR-IN-FLIGHT-MARKER.
           MOVE JOURNAL-CURRENT-NUMBER
               TO AC-REVERSAL-JOURNAL(ACCRUAL-INDEX).
           IF JOURNAL-POSTED IS EQUAL TO "Y"
               MOVE "R" TO AC-STATUS(ACCRUAL-INDEX)
               ADD 1 TO ACCRUAL-REVERSED-COUNT
           ELSE
               MOVE "F" TO AC-STATUS(ACCRUAL-INDEX)
               ADD 1 TO ACCRUAL-FAILED-COUNT
           END-IF.

       BACK-OUT-ACCRUAL-REVERSAL.
           PERFORM BACK-OUT-ACCRUAL-LINE
               VARYING JOURNAL-LINE-INDEX FROM 1 BY 1
               UNTIL JOURNAL-LINE-INDEX IS GREATER THAN
                   JOURNAL-POSTED-LINES.
           MOVE "N" TO JOURNAL-POSTED.

       BACK-OUT-ACCRUAL-LINE.
           COMPUTE JL-AMOUNT(JOURNAL-LINE-INDEX) =
               ZERO - JL-AMOUNT(JOURNAL-LINE-INDEX).
           MOVE "ACCRUAL REVERSAL BACKED OUT"
               TO JL-DESCRIPTION(JOURNAL-LINE-INDEX).
           PERFORM POST-JOURNAL-LINE.

       LOAD-NEXT-ACCRUAL-JOURNAL-LINE.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO JOURNAL-REGISTER-EOF.
           IF JOURNAL-REGISTER-EOF IS NOT EQUAL TO "Y"
               AND JR-JOURNAL-NUMBER IS EQUAL TO JOURNAL-LINK-NUMBER
               AND JOURNAL-LINE-COUNT IS LESS THAN JOURNAL-MAX-LINES
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JR-ACCOUNT-ID TO JL-ACCOUNT-ID(JOURNAL-LINE-COUNT)
               COMPUTE JL-AMOUNT(JOURNAL-LINE-COUNT) =
                   ZERO - JR-AMOUNT
               MOVE SPACES TO JL-DESCRIPTION(JOURNAL-LINE-COUNT)
               STRING "REV J" DELIMITED BY SIZE
                   JR-JOURNAL-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JR-DESCRIPTION DELIMITED BY SIZE
                   INTO JL-DESCRIPTION(JOURNAL-LINE-COUNT)
               END-STRING
           END-IF.

       OUTSTANDING-ACCRUALS-REPORT.
           MOVE "ACCRUALS" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-ACCRUAL-REPORT.

       PRINT-ACCRUAL-REPORT.
           MOVE ZEROS TO ACCRUAL-DONE-COUNT.
           PERFORM LOAD-ACCRUALS.
           PERFORM COUNT-ACCRUAL-HISTORY.
           PERFORM LOAD-PENDING-APPROVALS.
           MOVE ZEROS TO ACCRUAL-OPEN-COUNT.
           MOVE ZEROS TO ACCRUAL-OPEN-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-ACCRUAL-REPORT-HEADER.
           PERFORM WRITE-NEXT-ACCRUAL-REPORT-LINE
               VARYING ACCRUAL-INDEX FROM 1 BY 1
               UNTIL ACCRUAL-INDEX IS GREATER THAN ACCRUAL-COUNT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Outstanding:" TO OSL-LABEL.
           MOVE ACCRUAL-OPEN-COUNT TO OSL-COUNT.
           MOVE ACCRUAL-OPEN-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Reversed:" TO OSL-LABEL.
           MOVE ACCRUAL-DONE-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           CLOSE REPORT-FILE.

       WRITE-ACCRUAL-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Outstanding Accruals Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO ACCRUAL-REPORT-HEADER.
           MOVE "Journal" TO ACH-JOURNAL.
           MOVE "Effective" TO ACH-EFFECTIVE.
           MOVE "Reverses" TO ACH-REVERSAL.
           MOVE "Debits" TO ACH-AMOUNT.
           MOVE "Operator" TO ACH-OPERATOR.
           MOVE "Description" TO ACH-DESCRIPTION.
           MOVE "Note" TO ACH-NOTE.
           WRITE ACCRUAL-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO ACH-JOURNAL.
           MOVE ALL "-" TO ACH-EFFECTIVE.
           MOVE ALL "-" TO ACH-REVERSAL.
           MOVE ALL "-" TO ACH-AMOUNT.
           MOVE ALL "-" TO ACH-OPERATOR.
           MOVE ALL "-" TO ACH-DESCRIPTION.
           MOVE ALL "-" TO ACH-NOTE.
           WRITE ACCRUAL-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       COUNT-ACCRUAL-HISTORY.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCRUAL-HISTORY-FILE.
           PERFORM COUNT-NEXT-ACCRUAL-HISTORY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCRUAL-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE.

       COUNT-NEXT-ACCRUAL-HISTORY.
           READ ACCRUAL-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACH-STATUS IS EQUAL TO "R"
               ADD 1 TO ACCRUAL-DONE-COUNT
           END-IF.

       WRITE-NEXT-ACCRUAL-REPORT-LINE.
           IF AC-STATUS(ACCRUAL-INDEX) IS EQUAL TO "O" OR "F"
               IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                   PERFORM WRITE-ACCOUNT-REPORT-FOOTER
                   PERFORM WRITE-ACCRUAL-REPORT-HEADER
               END-IF
               ADD 1 TO ACCRUAL-OPEN-COUNT
               ADD AC-AMOUNT(ACCRUAL-INDEX) TO ACCRUAL-OPEN-TOTAL
               MOVE SPACES TO ACCRUAL-REPORT-LINE
               MOVE AC-JOURNAL-NUMBER(ACCRUAL-INDEX) TO ACL-JOURNAL
               MOVE AC-EFFECTIVE-DATE(ACCRUAL-INDEX) TO ACL-EFFECTIVE
               MOVE AC-REVERSAL-DATE(ACCRUAL-INDEX) TO ACL-REVERSAL
               MOVE AC-AMOUNT(ACCRUAL-INDEX) TO ACL-AMOUNT
               MOVE AC-OPERATOR-ID(ACCRUAL-INDEX) TO ACL-OPERATOR
               MOVE AC-DESCRIPTION(ACCRUAL-INDEX) TO ACL-DESCRIPTION
               IF AC-EFFECTIVE-DATE(ACCRUAL-INDEX) IS NOT
                       GREATER THAN LAST-CLOSE-DATE
                   MOVE "OVERDUE" TO ACL-NOTE
               END-IF
               PERFORM CHECK-ACCRUAL-PENDING
               IF ACCRUAL-PENDING IS EQUAL TO "Y"
                   MOVE "PENDING" TO ACL-NOTE
               END-IF
               IF AC-STATUS(ACCRUAL-INDEX) IS EQUAL TO "F"
                   MOVE "REV FAIL" TO ACL-NOTE
               END-IF
               WRITE ACCRUAL-REPORT-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
           END-IF.

       WRITE-AUDIT-ENTRY.
           PERFORM GET-CURRENT-TIME.
           OPEN EXTEND AUDIT-FILE.
           MOVE NOW-DATE-TIME TO AUD-DATE-TIME.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE AUDIT-ACTION TO AUD-ACTION.
           MOVE ACCOUNT-ID TO AUD-ACCOUNT-ID.
           MOVE AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       LOG-ACCOUNT-AFTER-IMAGE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "A" TO RLOG-FILE-CODE
               MOVE "W" TO RLOG-ACTION
               MOVE ACCOUNT-ID TO RLOG-ACCOUNT-ID
               MOVE ZEROS TO RLOG-SEQUENCE
               MOVE ACCOUNT-RECORD TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-ACCOUNT-DELETE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "A" TO RLOG-FILE-CODE
               MOVE "D" TO RLOG-ACTION
               MOVE ACCOUNT-ID TO RLOG-ACCOUNT-ID
               MOVE ZEROS TO RLOG-SEQUENCE
               MOVE SPACES TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-TRAN-AFTER-IMAGE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "T" TO RLOG-FILE-CODE
               MOVE "W" TO RLOG-ACTION
               MOVE TRAN-ACCOUNT-ID TO RLOG-ACCOUNT-ID
               MOVE TRAN-SEQUENCE TO RLOG-SEQUENCE
               MOVE TRAN-ENTRY TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-TRAN-DELETE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "T" TO RLOG-FILE-CODE
               MOVE "D" TO RLOG-ACTION
               MOVE TRAN-ACCOUNT-ID TO RLOG-ACCOUNT-ID
               MOVE TRAN-SEQUENCE TO RLOG-SEQUENCE
               MOVE SPACES TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-INDEX-AFTER-IMAGE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "X" TO RLOG-FILE-CODE
               MOVE "W" TO RLOG-ACTION
               MOVE AIX-ACCOUNT-ID TO RLOG-ACCOUNT-ID
               MOVE ZEROS TO RLOG-SEQUENCE
               MOVE ARCHIVE-INDEX-RECORD TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-INDEX-CLEAR.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "X" TO RLOG-FILE-CODE
               MOVE "D" TO RLOG-ACTION
               MOVE ZEROS TO RLOG-ACCOUNT-ID
               MOVE ZEROS TO RLOG-SEQUENCE
               MOVE SPACES TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       LOG-CONTROL-AFTER-IMAGE.
           IF FILE-STATUS IS EQUAL TO ZEROS
               MOVE "C" TO RLOG-FILE-CODE
               MOVE "W" TO RLOG-ACTION
               MOVE ZEROS TO RLOG-ACCOUNT-ID
               MOVE ZEROS TO RLOG-SEQUENCE
               MOVE CONTROL-RECORD TO RLOG-IMAGE
               PERFORM WRITE-RECOVERY-LOG-ENTRY
           END-IF.

       WRITE-RECOVERY-LOG-ENTRY.
           IF RLOG-SUPPRESS IS NOT EQUAL TO "Y"
               MOVE FILE-STATUS TO RLOG-SAVED-STATUS
               OPEN EXTEND RECOVERY-LOG-FILE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RLG-STAMP
               MOVE RLOG-FILE-CODE TO RLG-FILE-CODE
               MOVE RLOG-ACTION TO RLG-ACTION
               MOVE RLOG-ACCOUNT-ID TO RLG-ACCOUNT-ID
               MOVE RLOG-SEQUENCE TO RLG-SEQUENCE
               MOVE OPERATOR-ID TO RLG-OPERATOR-ID
               MOVE RLOG-IMAGE TO RLG-IMAGE
               WRITE RECOVERY-LOG-RECORD
               CLOSE RECOVERY-LOG-FILE
               MOVE RLOG-SAVED-STATUS TO FILE-STATUS
           END-IF.

       START-RECOVERY-LOG.
           OPEN OUTPUT RECOVERY-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RLG-STAMP.
           MOVE "H" TO RLG-FILE-CODE.
           MOVE SPACE TO RLG-ACTION.
           MOVE ZEROS TO RLG-ACCOUNT-ID.
           MOVE ZEROS TO RLG-SEQUENCE.
           MOVE OPERATOR-ID TO RLG-OPERATOR-ID.
           MOVE BACKUP-FILE-NAME TO RLG-IMAGE.
           WRITE RECOVERY-LOG-RECORD.
           CLOSE RECOVERY-LOG-FILE.

       AUDIT-INQUIRY-REPORT.
           MOVE ZEROS TO AUDIT-FILTER-ACCOUNT-ID.
           MOVE ZEROS TO AUDIT-REPORT-START-DATE.
           MOVE 99999999 TO AUDIT-REPORT-END-DATE.
           DISPLAY AUDIT-FILTER-SCREEN.
           ACCEPT AUDIT-FILTER-SCREEN.
           MOVE "AUDIT" TO SPOOL-REPORT-TYPE.
           MOVE SPACES TO SPOOL-PARAMETERS.
           STRING AUDIT-FILTER-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-REPORT-START-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AUDIT-REPORT-END-DATE DELIMITED BY SIZE
               INTO SPOOL-PARAMETERS
           END-STRING.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-AUDIT-REPORT.

       PRINT-AUDIT-REPORT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-AUDIT-REPORT-HEADER.
           PERFORM WRITE-NEXT-AUDIT-REPORT-LINE
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

       WRITE-AUDIT-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Audit Inquiry Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO AUDIT-REPORT-HEADER.
           MOVE "Date" TO AUH-DATE-TIME.
           MOVE "Action" TO AUH-ACTION.
           MOVE "Account" TO AUH-ACCOUNT-ID.
           MOVE "Operator" TO AUH-OPERATOR.
           WRITE AUDIT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO AUH-DATE-TIME.
           MOVE ALL "-" TO AUH-ACTION.
           MOVE ALL "-" TO AUH-ACCOUNT-ID.
           MOVE ALL "-" TO AUH-OPERATOR.
           WRITE AUDIT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-AUDIT-REPORT-FOOTER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       WRITE-NEXT-AUDIT-REPORT-LINE.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM MATCH-AUDIT-FILTER
               IF AUDIT-MATCHES-FILTER IS EQUAL TO "Y"
                   IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                       PERFORM WRITE-AUDIT-REPORT-FOOTER
                       PERFORM WRITE-AUDIT-REPORT-HEADER
                   END-IF
                   PERFORM WRITE-AUDIT-REPORT-LINE
               END-IF
           END-IF.

       MATCH-AUDIT-FILTER.
               MOVE SO-FREQUENCY TO OT-FREQUENCY(ORDER-COUNT)
               MOVE SO-NEXT-DUE TO OT-NEXT-DUE(ORDER-COUNT)
               MOVE SO-ACTIVE TO OT-ACTIVE(ORDER-COUNT)
               MOVE SO-VENDOR-ID TO OT-VENDOR-ID(ORDER-COUNT)
               IF SO-ORDER-ID IS GREATER THAN ORDER-NEXT-ID
                   MOVE SO-ORDER-ID TO ORDER-NEXT-ID
               END-IF
           MOVE OT-FREQUENCY(ORDER-INDEX) TO SO-FREQUENCY.
           MOVE OT-NEXT-DUE(ORDER-INDEX) TO SO-NEXT-DUE.
           MOVE OT-ACTIVE(ORDER-INDEX) TO SO-ACTIVE.
           MOVE OT-VENDOR-ID(ORDER-INDEX) TO SO-VENDOR-ID.
           WRITE STANDING-ORDER-RECORD.

       MOVE-ORDER-ENTRY-TO-WORK.
           MOVE OT-FREQUENCY(ORDER-INDEX) TO ORDER-WORK-FREQUENCY.
           MOVE OT-NEXT-DUE(ORDER-INDEX) TO ORDER-WORK-DUE-DATE.
           MOVE OT-ACTIVE(ORDER-INDEX) TO ORDER-WORK-ACTIVE.
           MOVE OT-VENDOR-ID(ORDER-INDEX) TO ORDER-WORK-VENDOR-ID.

       LIST-STANDING-ORDERS.
           DISPLAY ORDER-LIST-SCREEN.
               MOVE SPACES TO ORDER-WORK-DESCRIPTION
               MOVE "M" TO ORDER-WORK-FREQUENCY
               MOVE ZEROS TO ORDER-WORK-DUE-DATE
               MOVE SPACES TO ORDER-WORK-VENDOR-ID
               DISPLAY ADD-ORDER-SCREEN
               ACCEPT ADD-ORDER-SCREEN
               DISPLAY ADD-ORDER-SCREEN
               MOVE ORDER-WORK-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               PERFORM CHECK-ORDER-VENDOR
               IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
                   OR ACCOUNT-CLOSED IS EQUAL TO "Y"
                   DISPLAY ORDER-ACCOUNT-ERROR-SCREEN
                   ACCEPT ORDER-ACCOUNT-ERROR-SCREEN
               ELSE IF VENDOR-VALID IS NOT EQUAL TO "Y"
                   DISPLAY ORDER-VENDOR-ERROR-SCREEN
                   ACCEPT ORDER-VENDOR-ERROR-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM SHOW-ADD-ORDER-PROMPT
                       MOVE ORDER-WORK-DUE-DATE
                           TO OT-NEXT-DUE(ORDER-COUNT)
                       MOVE "Y" TO OT-ACTIVE(ORDER-COUNT)
                       MOVE ORDER-WORK-VENDOR-ID
                           TO OT-VENDOR-ID(ORDER-COUNT)
                       PERFORM SAVE-STANDING-ORDERS
                   END-IF
               END-IF
           END-IF.

       CHECK-ORDER-VENDOR.
           MOVE FUNCTION UPPER-CASE(ORDER-WORK-VENDOR-ID)
               TO ORDER-WORK-VENDOR-ID.
           MOVE ORDER-WORK-VENDOR-ID TO VENDOR-WORK-ID.
           PERFORM VALIDATE-PAYMENT-VENDOR.
           IF ORDER-WORK-VENDOR-ID IS EQUAL TO SPACES
               AND ORDER-WORK-AMOUNT IS LESS THAN ZEROS
               MOVE "N" TO VENDOR-VALID
           END-IF.

       SHOW-ADD-ORDER-PROMPT.
           DISPLAY ADD-ORDER-PROMPT.
           ACCEPT ADD-ORDER-PROMPT.
           MOVE ZEROS TO ORDER-POSTED-COUNT.
           MOVE ZEROS TO ORDER-REJECTED-COUNT.
           MOVE ZEROS TO ORDER-POSTED-TOTAL.
           PERFORM LOAD-ACCOUNT-TYPES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-ORDER-REPORT-HEADER.
           PERFORM PROCESS-NEXT-STANDING-ORDER
                   NOT INVALID KEY MOVE "Y" TO ORDER-ACCOUNT-FOUND
               END-READ
           END-IF.
           MOVE "Y" TO ORDER-LIMIT-OK.
           MOVE "N" TO ORDER-DORMANT.
           IF ORDER-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               MOVE ACCOUNT-DORMANT TO ORDER-DORMANT
               MOVE OT-AMOUNT(ORDER-INDEX) TO CREDIT-POSTING-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
               MOVE CREDIT-LIMIT-OK TO ORDER-LIMIT-OK
           END-IF.
           IF ORDER-DORMANT IS EQUAL TO "Y"
               MOVE "N" TO ORDER-ACCOUNT-FOUND
               ADD 1 TO ORDER-REJECTED-COUNT
           ELSE IF ORDER-LIMIT-OK IS NOT EQUAL TO "Y"
               MOVE "N" TO ORDER-ACCOUNT-FOUND
               ADD 1 TO ORDER-REJECTED-COUNT
           ELSE IF ORDER-ACCOUNT-FOUND IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM POST-STANDING-ORDER-LEDGER-ENTRY
               IF ACCOUNT-WRITE-STATUS IS EQUAL TO ZEROS
                   ADD 1 TO ORDER-REJECTED-COUNT
               END-IF
           ELSE
               MOVE "N" TO ORDER-ACCOUNT-FOUND
               ADD 1 TO ORDER-REJECTED-COUNT
           END-IF.
           CLOSE ACCOUNT-FILE.
           PERFORM UPDATE-ACCOUNT-FROM-LEDGER.
           REWRITE ACCOUNT-RECORD.
           MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS.
           PERFORM LOG-ACCOUNT-AFTER-IMAGE.

       ADVANCE-ORDER-DUE-DATE.
           MOVE OT-NEXT-DUE(ORDER-INDEX) TO ORDER-WORK-DUE-DATE.
           MOVE OT-AMOUNT(ORDER-INDEX) TO OR-AMOUNT.
           MOVE OT-NEXT-DUE(ORDER-INDEX) TO OR-NEXT-DUE.
           MOVE OT-DESCRIPTION(ORDER-INDEX) TO OR-DESCRIPTION.
           IF ORDER-DORMANT IS EQUAL TO "Y"
               MOVE "DORMANT" TO OR-STATUS
           ELSE IF ORDER-LIMIT-OK IS NOT EQUAL TO "Y"
               MOVE "OVRLIMIT" TO OR-STATUS
           ELSE IF ORDER-ACCOUNT-FOUND IS EQUAL TO "Y"
               MOVE "POSTED" TO OR-STATUS
           ELSE
               MOVE "REJECTED" TO OR-STATUS
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM REJECT-PENDING-ITEM
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM SET-APPROVAL-THRESHOLD
           ELSE IF MENU-OPTION IS EQUAL TO 5
               MOVE "H" TO PO-LIST-FILTER
               PERFORM LIST-PURCHASE-ORDERS
           ELSE IF MENU-OPTION IS EQUAL TO 6
               PERFORM APPROVE-PURCHASE-ORDER
           ELSE IF MENU-OPTION IS EQUAL TO 7
               PERFORM REJECT-PURCHASE-ORDER
           ELSE IF MENU-OPTION IS EQUAL TO 8
               PERFORM REASSIGN-PENDING-ITEM.

       LOAD-PENDING-APPROVALS.
           MOVE ZEROS TO PEND-COUNT.
               MOVE PA-DATE-TIME TO PD-DATE-TIME(PEND-COUNT)
               MOVE PA-JOURNAL-NO TO PD-JOURNAL-NO(PEND-COUNT)
               MOVE PA-TAX-CODE TO PD-TAX-CODE(PEND-COUNT)
               MOVE "N" TO PD-REASSIGN(PEND-COUNT)
               IF PA-REASSIGN IS EQUAL TO "Y"
                   MOVE "Y" TO PD-REASSIGN(PEND-COUNT)
               END-IF
               IF PA-HOLD-ID IS GREATER THAN PEND-NEXT-ID
                   MOVE PA-HOLD-ID TO PEND-NEXT-ID
               END-IF
           MOVE PD-DATE-TIME(PEND-INDEX) TO PA-DATE-TIME.
           MOVE PD-JOURNAL-NO(PEND-INDEX) TO PA-JOURNAL-NO.
           MOVE PD-TAX-CODE(PEND-INDEX) TO PA-TAX-CODE.
           MOVE PD-REASSIGN(PEND-INDEX) TO PA-REASSIGN.

       MOVE-PEND-ENTRY-TO-WORK.
           MOVE PD-HOLD-ID(PEND-INDEX) TO PEND-WORK-HOLD-ID.
           MOVE PD-DESCRIPTION(PEND-INDEX) TO PEND-WORK-DESCRIPTION.
           MOVE PD-OPERATOR-ID(PEND-INDEX) TO PEND-WORK-OPERATOR-ID.
           MOVE PD-EFFECTIVE-DATE(PEND-INDEX) TO PEND-WORK-EFF-DATE.
           MOVE SPACE TO PEND-WORK-REASSIGN.
           IF PD-REASSIGN(PEND-INDEX) IS EQUAL TO "Y"
               MOVE "R" TO PEND-WORK-REASSIGN
           END-IF.

       LIST-PENDING-APPROVALS.
           DISPLAY PEND-LIST-SCREEN.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               DISPLAY APPROVE-FAILED-SCREEN
               ACCEPT APPROVE-FAILED-SCREEN
           ELSE IF ACCOUNT-DORMANT IS EQUAL TO "Y"
               DISPLAY APPROVE-DORMANT-SCREEN
               ACCEPT APPROVE-DORMANT-SCREEN
           ELSE
               PERFORM MOVE-PEND-ENTRY-TO-RECORD
               PERFORM INIT-LEDGER-RECORD
               END-IF
           END-IF.

       REASSIGN-PENDING-ITEM.
           MOVE ZEROS TO PEND-WORK-HOLD-ID.
           DISPLAY SELECT-HOLD-SCREEN.
           ACCEPT SELECT-HOLD-SCREEN.
           PERFORM FIND-PENDING-BY-ID.
           IF PEND-FOUND IS NOT EQUAL TO "Y"
               DISPLAY HOLD-NOT-FOUND-SCREEN
               ACCEPT HOLD-NOT-FOUND-SCREEN
           ELSE
               PERFORM MOVE-PEND-ENTRY-TO-WORK
               MOVE 5 TO CURRENT-LINE
               DISPLAY PEND-LIST-ROW
               MOVE OPERATOR-ID TO OPERATOR-WORK-ID
               DISPLAY REASSIGN-HOLD-SCREEN
               ACCEPT REASSIGN-HOLD-SCREEN
               PERFORM VALIDATE-REASSIGN-OPERATOR
               IF OPERATOR-FOUND IS NOT EQUAL TO "Y"
                   MOVE SPACES TO CONTINUE-KEY
                   DISPLAY REASSIGN-INVALID-SCREEN
                   ACCEPT REASSIGN-INVALID-SCREEN
               ELSE
                   PERFORM MOVE-PEND-ENTRY-TO-RECORD
                   MOVE PENDING-APPROVAL-RECORD
                       TO AUDIT-BEFORE-IMAGE
                   MOVE OPERATOR-WORK-ID TO PD-OPERATOR-ID(PEND-INDEX)
                   MOVE "N" TO PD-REASSIGN(PEND-INDEX)
                   PERFORM MOVE-PEND-ENTRY-TO-RECORD
                   MOVE PENDING-APPROVAL-RECORD
                       TO AUDIT-AFTER-IMAGE
                   MOVE PA-ACCOUNT-ID TO ACCOUNT-ID
                   MOVE "REASSIGN" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM SAVE-PENDING-APPROVALS
               END-IF
           END-IF.

       VALIDATE-REASSIGN-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND.
           IF OPERATOR-WORK-ID IS NOT EQUAL TO SPACES
               IF OPERATOR-COUNT IS EQUAL TO ZEROS
                   MOVE "Y" TO OPERATOR-FOUND
               ELSE
                   PERFORM FIND-OPERATOR-BY-ID
                   IF OPERATOR-FOUND IS EQUAL TO "Y"
                       AND OP-SUSPENDED(OPERATOR-INDEX) IS EQUAL TO "Y"
                       MOVE "N" TO OPERATOR-FOUND
                   END-IF
               END-IF
           END-IF.

       SHOW-REJECT-HOLD-PROMPT.
           DISPLAY REJECT-HOLD-PROMPT.
           ACCEPT REJECT-HOLD-PROMPT.
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM SETTLE-INVOICE
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM AGING-REPORT
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM DUNNING-RUN
           ELSE IF MENU-OPTION IS EQUAL TO 6
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM SET-DUNNING-SETTINGS
               END-IF.

       LOAD-INVOICES.
           MOVE ZEROS TO INVOICE-COUNT.
                   TO IV-PAID-AMOUNT(INVOICE-COUNT)
               MOVE INV-CATEGORY TO IV-CATEGORY(INVOICE-COUNT)
               MOVE INV-STATUS TO IV-STATUS(INVOICE-COUNT)
               MOVE INV-PO-NUMBER TO IV-PO-NUMBER(INVOICE-COUNT)
               MOVE INV-PO-FLAG TO IV-PO-FLAG(INVOICE-COUNT)
               MOVE INV-VENDOR-ID TO IV-VENDOR-ID(INVOICE-COUNT)
               MOVE ZERO TO IV-DUNNING-LEVEL(INVOICE-COUNT)
               IF INV-DUNNING-LEVEL IS NUMERIC
                   MOVE INV-DUNNING-LEVEL
                       TO IV-DUNNING-LEVEL(INVOICE-COUNT)
               END-IF
               MOVE ZEROS TO IV-LAST-DUNNED(INVOICE-COUNT)
               IF INV-LAST-DUNNED IS NUMERIC
                   MOVE INV-LAST-DUNNED
                       TO IV-LAST-DUNNED(INVOICE-COUNT)
               END-IF
           END-IF.

       SAVE-INVOICES.
           MOVE IV-PAID-AMOUNT(INVOICE-INDEX) TO INV-PAID-AMOUNT.
           MOVE IV-CATEGORY(INVOICE-INDEX) TO INV-CATEGORY.
           MOVE IV-STATUS(INVOICE-INDEX) TO INV-STATUS.
           MOVE IV-PO-NUMBER(INVOICE-INDEX) TO INV-PO-NUMBER.
           MOVE IV-PO-FLAG(INVOICE-INDEX) TO INV-PO-FLAG.
           MOVE IV-VENDOR-ID(INVOICE-INDEX) TO INV-VENDOR-ID.
           MOVE IV-DUNNING-LEVEL(INVOICE-INDEX) TO INV-DUNNING-LEVEL.
           MOVE IV-LAST-DUNNED(INVOICE-INDEX) TO INV-LAST-DUNNED.
           WRITE INVOICE-RECORD.

       MOVE-INVOICE-ENTRY-TO-WORK.
               MOVE ZEROS TO INVOICE-WORK-DUE-DATE
               MOVE ZEROS TO INVOICE-WORK-AMOUNT
               MOVE SPACES TO INVOICE-WORK-CATEGORY
               MOVE SPACES TO INVOICE-WORK-PO-NUMBER
               MOVE SPACES TO INVOICE-WORK-VENDOR-ID
               DISPLAY ADD-INVOICE-SCREEN
               ACCEPT ADD-INVOICE-SCREEN
               DISPLAY ADD-INVOICE-SCREEN

       CHECK-NEW-INVOICE.
           PERFORM FIND-INVOICE-BY-NUMBER.
           PERFORM CHECK-INVOICE-PO.
           PERFORM CHECK-INVOICE-VENDOR.
           MOVE INVOICE-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE INVOICE-WORK-CATEGORY TO LEDGER-CATEGORY.
           ELSE IF CATEGORY-FOUND IS NOT EQUAL TO "Y"
               DISPLAY INVOICE-CATEGORY-ERROR-SCREEN
               ACCEPT INVOICE-CATEGORY-ERROR-SCREEN
           ELSE IF INVOICE-PO-OK IS NOT EQUAL TO "Y"
               DISPLAY INVOICE-PO-ERROR-SCREEN
               ACCEPT INVOICE-PO-ERROR-SCREEN
           ELSE IF VENDOR-VALID IS NOT EQUAL TO "Y"
               DISPLAY INVOICE-VENDOR-ERROR-SCREEN
               ACCEPT INVOICE-VENDOR-ERROR-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-ADD-INVOICE-PROMPT
                   MOVE INVOICE-WORK-CATEGORY
                       TO IV-CATEGORY(INVOICE-INDEX)
                   MOVE "O" TO IV-STATUS(INVOICE-INDEX)
                   MOVE INVOICE-WORK-PO-NUMBER
                       TO IV-PO-NUMBER(INVOICE-INDEX)
                   MOVE INVOICE-WORK-PO-FLAG
                       TO IV-PO-FLAG(INVOICE-INDEX)
                   MOVE INVOICE-WORK-VENDOR-ID
                       TO IV-VENDOR-ID(INVOICE-INDEX)
                   MOVE ZERO TO IV-DUNNING-LEVEL(INVOICE-INDEX)
                   MOVE ZEROS TO IV-LAST-DUNNED(INVOICE-INDEX)
                   PERFORM SAVE-INVOICES
                   IF INVOICE-WORK-PO-NUMBER IS NOT EQUAL TO SPACES
                       PERFORM RECORD-INVOICE-AGAINST-PO
                   END-IF
               END-IF
           END-IF.

       CHECK-INVOICE-VENDOR.
           MOVE "Y" TO VENDOR-VALID.
           MOVE FUNCTION UPPER-CASE(INVOICE-WORK-VENDOR-ID)
               TO INVOICE-WORK-VENDOR-ID.
           MOVE INVOICE-WORK-VENDOR-ID TO VENDOR-WORK-ID.
           PERFORM VALIDATE-PAYMENT-VENDOR.
           IF VENDOR-VALID IS EQUAL TO "Y"
               AND VENDOR-FOUND IS EQUAL TO "Y"
               MOVE VN-NAME(VENDOR-INDEX)
                   TO INVOICE-WORK-COUNTERPARTY
           END-IF.
           IF INVOICE-WORK-VENDOR-ID IS EQUAL TO SPACES
               AND INVOICE-WORK-AMOUNT IS LESS THAN ZEROS
               MOVE "N" TO VENDOR-VALID
           END-IF.

       CHECK-INVOICE-PO.
           MOVE "Y" TO INVOICE-PO-OK.
           MOVE SPACE TO INVOICE-WORK-PO-FLAG.
           MOVE FUNCTION UPPER-CASE(INVOICE-WORK-PO-NUMBER)
               TO INVOICE-WORK-PO-NUMBER.
           IF INVOICE-WORK-PO-NUMBER IS NOT EQUAL TO SPACES
               PERFORM LOAD-PURCHASE-ORDERS
               MOVE INVOICE-WORK-PO-NUMBER TO PO-WORK-NUMBER
               PERFORM FIND-PO-BY-NUMBER
               IF PO-FOUND IS EQUAL TO "Y"
                   PERFORM MATCH-INVOICE-TO-PO
               ELSE
                   MOVE "N" TO INVOICE-PO-OK
               END-IF
           END-IF.

       MATCH-INVOICE-TO-PO.
           IF PO-STATUS(PO-INDEX) IS NOT EQUAL TO "A"
               MOVE "N" TO INVOICE-PO-OK
           ELSE
               IF INVOICE-WORK-CATEGORY IS EQUAL TO SPACES
                   MOVE PO-CATEGORY(PO-INDEX) TO INVOICE-WORK-CATEGORY
               END-IF
               IF INVOICE-WORK-AMOUNT IS LESS THAN ZEROS
                   COMPUTE PO-RELIEF-AMOUNT =
                       ZERO - INVOICE-WORK-AMOUNT
               ELSE
                   MOVE INVOICE-WORK-AMOUNT TO PO-RELIEF-AMOUNT
               END-IF
               IF PO-INVOICED(PO-INDEX) + PO-RELIEF-AMOUNT
                       IS GREATER THAN PO-AMOUNT(PO-INDEX)
                   MOVE "O" TO INVOICE-WORK-PO-FLAG
               END-IF
           END-IF.

       RECORD-INVOICE-AGAINST-PO.
           ADD PO-RELIEF-AMOUNT TO PO-INVOICED(PO-INDEX).
           PERFORM SAVE-PURCHASE-ORDERS.
           IF INVOICE-WORK-PO-FLAG IS EQUAL TO "O"
               DISPLAY INVOICE-PO-OVER-SCREEN
               ACCEPT INVOICE-PO-OVER-SCREEN
           END-IF.

       SHOW-ADD-INVOICE-PROMPT.
           DISPLAY ADD-INVOICE-PROMPT.
           ACCEPT ADD-INVOICE-PROMPT.
                       MOVE "A" TO IV-STATUS(INVOICE-INDEX)
                   END-IF
                   PERFORM SAVE-INVOICES
                   MOVE SETTLE-AMOUNT TO PO-RELIEF-AMOUNT
                   PERFORM RELIEVE-INVOICE-PO
               END-IF
           END-IF.

           WRITE AGING-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       SET-DUNNING-SETTINGS.
           DISPLAY DUNNING-SETTINGS-SCREEN.
           ACCEPT DUNNING-SETTINGS-SCREEN.
           MOVE FUNCTION UPPER-CASE(LATE-FEE-FLAG) TO LATE-FEE-FLAG.
           MOVE LATE-FEE-CATEGORY TO LEDGER-CATEGORY.
           PERFORM VALIDATE-LEDGER-CATEGORY.
           MOVE LEDGER-CATEGORY TO LATE-FEE-CATEGORY.
           DISPLAY DUNNING-SETTINGS-SCREEN.
           MOVE "Y" TO DUNNING-SETTINGS-OK.
           IF DUNNING-DAYS-2 IS NOT GREATER THAN DUNNING-DAYS-1
               OR DUNNING-DAYS-3 IS NOT GREATER THAN DUNNING-DAYS-2
               OR CATEGORY-FOUND IS NOT EQUAL TO "Y"
               MOVE "N" TO DUNNING-SETTINGS-OK
           END-IF.
           IF LATE-FEE-FLAG IS EQUAL TO "Y"
               AND (LATE-FEE-AMOUNT IS EQUAL TO ZEROS
                   OR LATE-FEE-CATEGORY IS EQUAL TO SPACES)
               MOVE "N" TO DUNNING-SETTINGS-OK
           END-IF.
           IF DUNNING-SETTINGS-OK IS NOT EQUAL TO "Y"
               DISPLAY DUNNING-SETTINGS-ERROR-SCREEN
               ACCEPT DUNNING-SETTINGS-ERROR-SCREEN
               PERFORM LOAD-CONTROL-FILE
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-DUNNING-SETTINGS-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM WRITE-CONTROL-FILE
               ELSE
                   PERFORM LOAD-CONTROL-FILE
               END-IF
           END-IF.

       SHOW-DUNNING-SETTINGS-PROMPT.
           DISPLAY DUNNING-SETTINGS-PROMPT.
           ACCEPT DUNNING-SETTINGS-PROMPT.

       DUNNING-RUN.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-DUNNING-RUN-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE "DUNNING" TO SPOOL-REPORT-TYPE
               PERFORM DISPLAY-REPORT-PROMPT
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM RUN-DUNNING-LETTERS
                   MOVE SPACES TO CONTINUE-KEY
                   DISPLAY DUNNING-DONE-SCREEN
                   ACCEPT DUNNING-DONE-SCREEN
               END-IF
           END-IF.

       SHOW-DUNNING-RUN-PROMPT.
           DISPLAY DUNNING-RUN-PROMPT.
           ACCEPT DUNNING-RUN-PROMPT.

       RUN-DUNNING-LETTERS.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-HOLDERS.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO AGING-TODAY-NUMERIC.
           COMPUTE AGING-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(AGING-TODAY-NUMERIC).
           MOVE ZEROS TO DUNNING-COUNT.
           MOVE ZEROS TO DUNNING-LETTER-COUNT.
           MOVE ZEROS TO DUNNING-FEE-COUNT.
           MOVE ZEROS TO DUNNING-FEE-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM DUN-NEXT-INVOICE
               VARYING INVOICE-INDEX FROM 1 BY 1
               UNTIL INVOICE-INDEX IS GREATER THAN INVOICE-COUNT
               OR DUNNING-COUNT IS EQUAL TO DUNNING-MAX-COUNT.
           PERFORM WRITE-DUNREG-REPORT-HEADER.
           PERFORM WRITE-NEXT-DUNREG-LINE
               VARYING DUNNING-INDEX FROM 1 BY 1
               UNTIL DUNNING-INDEX IS GREATER THAN DUNNING-COUNT.
           PERFORM WRITE-DUNREG-SUMMARY.
           CLOSE REPORT-FILE.
           IF DUNNING-COUNT IS GREATER THAN ZEROS
               PERFORM SAVE-INVOICES
           END-IF.

       DUN-NEXT-INVOICE.
           COMPUTE INVOICE-OPEN-AMOUNT =
               IV-AMOUNT(INVOICE-INDEX)
               - IV-PAID-AMOUNT(INVOICE-INDEX).
           IF IV-STATUS(INVOICE-INDEX) IS NOT EQUAL TO "P"
               AND INVOICE-OPEN-AMOUNT IS GREATER THAN ZEROS
               AND IV-DUNNING-LEVEL(INVOICE-INDEX) IS LESS THAN 3
               PERFORM COMPUTE-AGING-DAYS
               PERFORM SET-DUNNING-LEVEL
               IF DUNNING-NEW-LEVEL IS GREATER THAN ZERO
                   PERFORM ISSUE-DUNNING-LETTER
               END-IF
           END-IF.

       SET-DUNNING-LEVEL.
           MOVE ZERO TO DUNNING-NEW-LEVEL.
           MOVE ZERO TO DUNNING-TARGET-LEVEL.
           IF AGING-DAYS IS NOT LESS THAN DUNNING-DAYS-3
               MOVE 3 TO DUNNING-TARGET-LEVEL
           ELSE IF AGING-DAYS IS NOT LESS THAN DUNNING-DAYS-2
               MOVE 2 TO DUNNING-TARGET-LEVEL
           ELSE IF AGING-DAYS IS NOT LESS THAN DUNNING-DAYS-1
               AND AGING-DAYS IS GREATER THAN ZEROS
               MOVE 1 TO DUNNING-TARGET-LEVEL.
           MOVE DUNNING-INTERVAL TO DUNNING-SINCE-LAST.
           IF IV-LAST-DUNNED(INVOICE-INDEX) IS GREATER THAN ZEROS
               COMPUTE DUNNING-SINCE-LAST = AGING-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (IV-LAST-DUNNED(INVOICE-INDEX))
           END-IF.
           IF DUNNING-TARGET-LEVEL IS GREATER THAN
                   IV-DUNNING-LEVEL(INVOICE-INDEX)
               AND DUNNING-SINCE-LAST IS NOT LESS THAN
                   DUNNING-INTERVAL
               COMPUTE DUNNING-NEW-LEVEL =
                   IV-DUNNING-LEVEL(INVOICE-INDEX) + 1
           END-IF.

       ISSUE-DUNNING-LETTER.
           MOVE IV-ACCOUNT-ID(INVOICE-INDEX) TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE IV-COUNTERPARTY(INVOICE-INDEX) TO DUNNING-NAME.
           MOVE SPACES TO DUNNING-ADDRESS-1.
           MOVE SPACES TO DUNNING-ADDRESS-2.
           MOVE SPACES TO DUNNING-CITY.
           MOVE SPACES TO DUNNING-POSTAL-CODE.
           MOVE "N" TO HOLDER-FOUND.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               AND ACCOUNT-HOLDER-ID IS GREATER THAN ZEROS
               MOVE ACCOUNT-HOLDER-ID TO HOLDER-WORK-ID
               PERFORM FIND-HOLDER-BY-ID
           END-IF.
           IF HOLDER-FOUND IS EQUAL TO "Y"
               MOVE HD-NAME(HOLDER-INDEX) TO DUNNING-NAME
               MOVE HD-ADDRESS-1(HOLDER-INDEX) TO DUNNING-ADDRESS-1
               MOVE HD-ADDRESS-2(HOLDER-INDEX) TO DUNNING-ADDRESS-2
               MOVE HD-CITY(HOLDER-INDEX) TO DUNNING-CITY
               MOVE HD-POSTAL-CODE(HOLDER-INDEX)
                   TO DUNNING-POSTAL-CODE
           END-IF.
           MOVE ZEROS TO DUNNING-FEE-POSTED.
           IF DUNNING-NEW-LEVEL IS EQUAL TO 3
               AND LATE-FEE-FLAG IS EQUAL TO "Y"
               AND LATE-FEE-AMOUNT IS GREATER THAN ZEROS
               AND ACCOUNT-LOADED IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM POST-LATE-FEE
           END-IF.
           MOVE DUNNING-NEW-LEVEL TO IV-DUNNING-LEVEL(INVOICE-INDEX).
           MOVE AGING-TODAY-NUMERIC TO IV-LAST-DUNNED(INVOICE-INDEX).
           PERFORM PRINT-DUNNING-LETTER.
           ADD 1 TO DUNNING-LETTER-COUNT.
           ADD 1 TO DUNNING-COUNT.
           MOVE IV-NUMBER(INVOICE-INDEX) TO DN-NUMBER(DUNNING-COUNT).
           MOVE IV-ACCOUNT-ID(INVOICE-INDEX)
               TO DN-ACCOUNT-ID(DUNNING-COUNT).
           MOVE DUNNING-NAME TO DN-NAME(DUNNING-COUNT).
           MOVE IV-DUE-DATE(INVOICE-INDEX)
               TO DN-DUE-DATE(DUNNING-COUNT).
           MOVE AGING-DAYS TO DN-DAYS(DUNNING-COUNT).
           MOVE DUNNING-NEW-LEVEL TO DN-LEVEL(DUNNING-COUNT).
           MOVE INVOICE-OPEN-AMOUNT TO DN-OPEN(DUNNING-COUNT).
           MOVE DUNNING-FEE-POSTED TO DN-FEE(DUNNING-COUNT).

       POST-LATE-FEE.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE IV-NUMBER(INVOICE-INDEX) TO INVOICE-NUMBER-TRUNC.
           MOVE FUNCTION CONCATENATE("LATE FEE INV ",
               FUNCTION TRIM(INVOICE-NUMBER-TRUNC))
               TO LEDGER-DESCRIPTION.
           MOVE LATE-FEE-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           MOVE LATE-FEE-CATEGORY TO LEDGER-CATEGORY.
           PERFORM WRITE-LEDGER-ENTRY.
           IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               PERFORM UPDATE-ACCOUNT-FROM-LEDGER
               PERFORM WRITE-ACCOUNT
               MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
               MOVE "LATEFEE" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               MOVE LATE-FEE-AMOUNT TO DUNNING-FEE-POSTED
               ADD 1 TO DUNNING-FEE-COUNT
               ADD LATE-FEE-AMOUNT TO DUNNING-FEE-TOTAL
           END-IF.

       PRINT-DUNNING-LETTER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
               AGING-TODAY-NUMERIC DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 3.
           MOVE DUNNING-NAME TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           IF DUNNING-ADDRESS-1 IS NOT EQUAL TO SPACES
               MOVE DUNNING-ADDRESS-1 TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           IF DUNNING-ADDRESS-2 IS NOT EQUAL TO SPACES
               MOVE DUNNING-ADDRESS-2 TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING DUNNING-CITY DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               DUNNING-POSTAL-CODE DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 3.
           MOVE DUNNING-LEVEL-NAME(DUNNING-NEW-LEVEL)
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "RE: INVOICE " DELIMITED BY SIZE
               IV-NUMBER(INVOICE-INDEX) DELIMITED BY SPACE
               " ON ACCOUNT " DELIMITED BY SIZE
               IV-ACCOUNT-ID(INVOICE-INDEX) DELIMITED BY SIZE
               ", DUE " DELIMITED BY SIZE
               IV-DUE-DATE(INVOICE-INDEX) DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE INVOICE-OPEN-AMOUNT TO CHECK-AMOUNT-EDIT.
           MOVE AGING-DAYS TO DUNNING-DAYS-EDIT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "THE BALANCE OF " DELIMITED BY SIZE
               FUNCTION TRIM(CHECK-AMOUNT-EDIT) DELIMITED BY SIZE
               " IS NOW " DELIMITED BY SIZE
               FUNCTION TRIM(DUNNING-DAYS-EDIT) DELIMITED BY SIZE
               " DAYS PAST DUE." DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           IF DUNNING-NEW-LEVEL IS EQUAL TO 1
               MOVE "PLEASE ARRANGE PAYMENT PROMPTLY."
                   TO GENERIC-REPORT-LINE
           ELSE IF DUNNING-NEW-LEVEL IS EQUAL TO 2
               MOVE "WE HAVE NOT RECEIVED PAYMENT. PLEASE PAY NOW."
                   TO GENERIC-REPORT-LINE
           ELSE
               MOVE "PAYMENT IS REQUIRED IN FULL WITHIN 10 DAYS."
                   TO GENERIC-REPORT-LINE
           END-IF.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           IF DUNNING-FEE-POSTED IS GREATER THAN ZEROS
               MOVE DUNNING-FEE-POSTED TO CHECK-AMOUNT-EDIT
               MOVE SPACES TO GENERIC-REPORT-LINE
               STRING "A LATE FEE OF " DELIMITED BY SIZE
                   FUNCTION TRIM(CHECK-AMOUNT-EDIT) DELIMITED BY SIZE
                   " HAS BEEN CHARGED TO YOUR ACCOUNT."
                       DELIMITED BY SIZE
                   INTO GENERIC-REPORT-LINE
               END-STRING
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE "IF PAYMENT HAS BEEN MADE PLEASE DISREGARD THIS NOTICE"
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       WRITE-DUNREG-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Dunning Register - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO DUNREG-REPORT-HEADER.
           MOVE "Invoice" TO DRH-NUMBER.
           MOVE "Account" TO DRH-ACCOUNT-ID.
           MOVE "Addressee" TO DRH-NAME.
           MOVE "Due Date" TO DRH-DUE-DATE.
           MOVE "Days" TO DRH-DAYS.
           MOVE "Letter" TO DRH-LEVEL.
           MOVE "Open" TO DRH-OPEN.
           MOVE "Late Fee" TO DRH-FEE.
           WRITE DUNREG-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO DRH-NUMBER.
           MOVE ALL "-" TO DRH-ACCOUNT-ID.
           MOVE ALL "-" TO DRH-NAME.
           MOVE ALL "-" TO DRH-DUE-DATE.
           MOVE ALL "-" TO DRH-DAYS.
           MOVE ALL "-" TO DRH-LEVEL.
           MOVE ALL "-" TO DRH-OPEN.
           MOVE ALL "-" TO DRH-FEE.
           WRITE DUNREG-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-DUNREG-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-AGING-REPORT-FOOTER
               PERFORM WRITE-DUNREG-REPORT-HEADER
           END-IF.
           MOVE SPACES TO DUNREG-REPORT-LINE.
           MOVE DN-NUMBER(DUNNING-INDEX) TO DRL-NUMBER.
           MOVE DN-ACCOUNT-ID(DUNNING-INDEX) TO DRL-ACCOUNT-ID.
           MOVE DN-NAME(DUNNING-INDEX) TO DRL-NAME.
           MOVE DN-DUE-DATE(DUNNING-INDEX) TO DRL-DUE-DATE.
           MOVE DN-DAYS(DUNNING-INDEX) TO DRL-DAYS.
           MOVE DUNNING-LEVEL-NAME(DN-LEVEL(DUNNING-INDEX))
               TO DRL-LEVEL.
           MOVE DN-OPEN(DUNNING-INDEX) TO DRL-OPEN.
           MOVE DN-FEE(DUNNING-INDEX) TO DRL-FEE.
           WRITE DUNREG-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-DUNREG-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Letters Produced:" TO OSL-LABEL.
           MOVE DUNNING-LETTER-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Late Fees Posted:" TO OSL-LABEL.
           MOVE DUNNING-FEE-COUNT TO OSL-COUNT.
           MOVE DUNNING-FEE-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO AGING-SUMMARY-HEADER.
           MOVE "Company" TO ASH-COMPANY.
           MOVE "Current" TO ASH-CURRENT.
           MOVE "1-30" TO ASH-B30.
           MOVE "31-60" TO ASH-B60.
           MOVE "61-90" TO ASH-B90.
           MOVE "Over 90" TO ASH-OVER.
           WRITE AGING-SUMMARY-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO ASH-COMPANY.
           MOVE ALL "-" TO ASH-CURRENT.
           MOVE ALL "-" TO ASH-B30.
           MOVE ALL "-" TO ASH-B60.
           MOVE ALL "-" TO ASH-B90.
           MOVE ALL "-" TO ASH-OVER.
           WRITE AGING-SUMMARY-HEADER BEFORE ADVANCING 1.
           PERFORM WRITE-NEXT-AGING-SUMMARY-LINE
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM LIST-CHECK-REGISTER
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM VOID-REISSUE-CHECK
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM CASH-FLOW-FORECAST.

       RUN-PAYMENTS-DUE.
           MOVE SPACES TO CONTINUE-KEY.
               MOVE NOW-DATE TO ORDER-TODAY-NUMERIC
               MOVE ZEROS TO PAYRUN-CHECK-COUNT
               MOVE ZEROS TO PAYRUN-TOTAL
               MOVE ZEROS TO PAYRUN-EFT-COUNT
               MOVE ZEROS TO PAYRUN-EFT-TOTAL
               MOVE ZEROS TO PAYRUN-LIMIT-COUNT
               MOVE ZEROS TO PAYRUN-LIMIT-TOTAL
               PERFORM LOAD-VENDORS
               PERFORM LOAD-ACCOUNT-TYPES
               PERFORM INIT-BANK-PAYMENT-FILE
               MOVE ZEROS TO ORDER-POSTED-COUNT
               MOVE ZEROS TO ORDER-REJECTED-COUNT
               MOVE ZEROS TO ORDER-POSTED-TOTAL
               PERFORM PAY-NEXT-STANDING-ORDER
                   VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX IS GREATER THAN ORDER-COUNT
               PERFORM CLOSE-BANK-PAYMENT-FILE
               PERFORM WRITE-PAYRUN-REPORT-SUMMARY
               CLOSE REPORT-FILE
               PERFORM SAVE-INVOICES
           MOVE PAYRUN-CHECK-COUNT TO OSL-COUNT.
           MOVE PAYRUN-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Electronic Payments:" TO OSL-LABEL.
           MOVE PAYRUN-EFT-COUNT TO OSL-COUNT.
           MOVE PAYRUN-EFT-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Over Credit Limit:" TO OSL-LABEL.
           MOVE PAYRUN-LIMIT-COUNT TO OSL-COUNT.
           MOVE PAYRUN-LIMIT-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           IF EFT-RECORD-COUNT IS GREATER THAN ZEROS
               MOVE SPACES TO GENERIC-REPORT-LINE
               STRING "Bank Payment File: " DELIMITED BY SIZE
                   EFT-FILE-NAME DELIMITED BY SPACE
                   INTO GENERIC-REPORT-LINE
               END-STRING
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.

       CASH-FLOW-FORECAST.
           MOVE "CASHFCST" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-CASH-FLOW-FORECAST
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY CASHFC-DONE-SCREEN
               ACCEPT CASHFC-DONE-SCREEN
           END-IF.

       RUN-CASH-FLOW-FORECAST.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-STANDING-ORDERS.
           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO CF-TODAY-NUMERIC.
           COMPUTE CF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CF-TODAY-NUMERIC).
           COMPUTE CF-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               CF-TODAY-INT + CF-WEEKS * 7 - 1).
           INITIALIZE CF-TABLE.
           MOVE ZEROS TO CF-COUNT.
           MOVE ZEROS TO CF-NEGATIVE-COUNT.
           PERFORM SEED-NEXT-CF-COMPANY
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM ADD-NEXT-CF-BANK-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM ADD-NEXT-CF-INVOICE
               VARYING INVOICE-INDEX FROM 1 BY 1
               UNTIL INVOICE-INDEX IS GREATER THAN INVOICE-COUNT.
           PERFORM ADD-NEXT-CF-STANDING-ORDER
               VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX IS GREATER THAN ORDER-COUNT.
           MOVE "N" TO CHKREG-EOF.
           OPEN INPUT CHECK-REGISTER-FILE.
           PERFORM ADD-NEXT-CF-CHECK
               UNTIL CHKREG-EOF IS EQUAL TO "Y".
           CLOSE CHECK-REGISTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-CASHFC-REPORT-HEADER.
           MOVE ZEROS TO CF-GROUP-OPENING.
           PERFORM WRITE-NEXT-CASHFC-COMPANY
               VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX IS GREATER THAN CF-COUNT.
           PERFORM WRITE-CASHFC-GROUP.
           PERFORM WRITE-CASHFC-SUMMARY.
           CLOSE REPORT-FILE.

       SEED-NEXT-CF-COMPANY.
           MOVE CO-CODE(COMPANY-INDEX) TO CF-KEY-COMPANY.
           PERFORM FIND-CF-COMPANY.

       FIND-CF-COMPANY.
           MOVE "N" TO CF-FOUND.
           PERFORM FIND-NEXT-CF-COMPANY
               VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX IS GREATER THAN CF-COUNT
               OR CF-FOUND IS EQUAL TO "Y".
           IF CF-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM CF-INDEX
           ELSE
               IF CF-COUNT IS EQUAL TO CF-MAX-COUNT
                   MOVE CF-MAX-COUNT TO CF-INDEX
               ELSE
                   ADD 1 TO CF-COUNT
                   MOVE CF-COUNT TO CF-INDEX
                   MOVE CF-KEY-COMPANY TO CFT-COMPANY(CF-INDEX)
               END-IF
           END-IF.

       FIND-NEXT-CF-COMPANY.
           IF CFT-COMPANY(CF-INDEX) IS EQUAL TO CF-KEY-COMPANY
               MOVE "Y" TO CF-FOUND
           END-IF.

       SET-CF-BANK-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(ACCOUNT-TYPE)
               TO UPPER-ACCOUNT-TYPE.
           IF UPPER-ACCOUNT-TYPE IS EQUAL TO "CHECKING"
               OR UPPER-ACCOUNT-TYPE IS EQUAL TO "SAVINGS"
               OR UPPER-ACCOUNT-TYPE IS EQUAL TO "BANK"
               MOVE "Y" TO CF-IS-BANK
           ELSE
               MOVE "N" TO CF-IS-BANK
           END-IF.

       ADD-NEXT-CF-BANK-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM SET-CF-BANK-ACCOUNT
               IF CF-IS-BANK IS EQUAL TO "Y"
                   PERFORM SET-ACCOUNT-BASE-VALUE
                   MOVE ACCOUNT-COMPANY TO CF-KEY-COMPANY
                   PERFORM FIND-CF-COMPANY
                   ADD BASE-CONVERTED-VALUE TO CFT-OPENING(CF-INDEX)
               END-IF
           END-IF.

       ADD-NEXT-CF-INVOICE.
           COMPUTE INVOICE-OPEN-AMOUNT =
               IV-AMOUNT(INVOICE-INDEX)
               - IV-PAID-AMOUNT(INVOICE-INDEX).
           IF IV-STATUS(INVOICE-INDEX) IS NOT EQUAL TO "P"
               AND INVOICE-OPEN-AMOUNT IS NOT EQUAL TO ZEROS
               MOVE IV-ACCOUNT-ID(INVOICE-INDEX) TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF ACCOUNT-LOADED IS EQUAL TO "Y"
                   MOVE IV-DUE-DATE(INVOICE-INDEX) TO CF-DUE-DATE
                   MOVE INVOICE-OPEN-AMOUNT TO CF-AMOUNT
                   PERFORM ADD-CF-FLOW
               END-IF
           END-IF.

       ADD-NEXT-CF-STANDING-ORDER.
           IF OT-ACTIVE(ORDER-INDEX) IS EQUAL TO "Y"
               AND OT-NEXT-DUE(ORDER-INDEX) IS NUMERIC
               AND OT-NEXT-DUE(ORDER-INDEX) IS GREATER THAN ZEROS
               MOVE OT-ACCOUNT-ID(ORDER-INDEX) TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF ACCOUNT-LOADED IS EQUAL TO "Y"
                   AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
                   MOVE OT-NEXT-DUE(ORDER-INDEX)
                       TO ORDER-WORK-DUE-DATE
                   PERFORM ADD-NEXT-CF-ORDER-OCCURRENCE
                       UNTIL ORDER-WORK-DUE-DATE IS GREATER THAN
                           CF-HORIZON-DATE
               END-IF
           END-IF.

       ADD-NEXT-CF-ORDER-OCCURRENCE.
           MOVE ORDER-WORK-DUE-DATE TO CF-DUE-DATE.
           MOVE OT-AMOUNT(ORDER-INDEX) TO CF-AMOUNT.
           PERFORM ADD-CF-FLOW.
           IF OT-FREQUENCY(ORDER-INDEX) IS EQUAL TO "D" OR "d"
               PERFORM ADVANCE-ORDER-ONE-DAY
           ELSE IF OT-FREQUENCY(ORDER-INDEX) IS EQUAL TO "W" OR "w"
               PERFORM ADVANCE-ORDER-ONE-DAY 7 TIMES
           ELSE
               PERFORM ADVANCE-ORDER-ONE-MONTH
           END-IF.

       ADD-NEXT-CF-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO CHKREG-EOF.
           IF CHKREG-EOF IS NOT EQUAL TO "Y"
               AND CHK-STATUS IS EQUAL TO "I"
               AND CHK-PAY-TYPE IS NOT EQUAL TO "E"
               MOVE CHK-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF ACCOUNT-LOADED IS EQUAL TO "Y"
                   MOVE CF-TODAY-NUMERIC TO CF-DUE-DATE
                   MOVE CHK-AMOUNT TO CF-AMOUNT
                   PERFORM ADD-CF-FLOW
                   PERFORM SET-CF-BANK-ACCOUNT
                   IF CF-IS-BANK IS EQUAL TO "Y"
                       SUBTRACT CF-BASE-AMOUNT
                           FROM CFT-OPENING(CF-INDEX)
                   END-IF
               END-IF
           END-IF.

       ADD-CF-FLOW.
           MOVE 1 TO CF-WEEK.
           IF CF-DUE-DATE IS NUMERIC
               AND CF-DUE-DATE IS GREATER THAN ZEROS
               COMPUTE CF-DAYS =
                   FUNCTION INTEGER-OF-DATE(CF-DUE-DATE)
                   - CF-TODAY-INT
               IF CF-DAYS IS GREATER THAN ZEROS
                   COMPUTE CF-WEEK = CF-DAYS / 7 + 1
               END-IF
           END-IF.
           MOVE ACCOUNT-CURRENCY TO RATE-LOOKUP-CURRENCY.
           PERFORM FIND-RATE-FOR-CURRENCY.
           COMPUTE CF-BASE-AMOUNT ROUNDED =
               CF-AMOUNT * RATE-LOOKUP-RATE.
           MOVE ACCOUNT-COMPANY TO CF-KEY-COMPANY.
           PERFORM FIND-CF-COMPANY.
           IF CF-WEEK IS NOT GREATER THAN CF-WEEKS
               MOVE CF-WEEK TO CF-WEEK-INDEX
               IF CF-BASE-AMOUNT IS GREATER THAN ZEROS
                   ADD CF-BASE-AMOUNT
                       TO CFT-IN(CF-INDEX, CF-WEEK-INDEX)
               ELSE
                   ADD CF-BASE-AMOUNT
                       TO CFT-OUT(CF-INDEX, CF-WEEK-INDEX)
               END-IF
           END-IF.

       WRITE-CASHFC-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("13-Week Cash Flow Forecast (",
               BASE-CURRENCY, ") - ", DISPLAY-DATE-TIME)
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE 3 TO CURRENT-LINE.

       WRITE-CASHFC-COLUMN-HEADER.
           MOVE SPACES TO CASHFC-REPORT-HEADER.
           MOVE "Week" TO CFH-WEEK.
           MOVE "Starting" TO CFH-START.
           MOVE "Inflows" TO CFH-INFLOW.
           MOVE "Outflows" TO CFH-OUTFLOW.
           MOVE "Net" TO CFH-NET.
           MOVE "Balance" TO CFH-BALANCE.
           MOVE "Flag" TO CFH-FLAG.
           WRITE CASHFC-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO CFH-WEEK.
           MOVE ALL "-" TO CFH-START.
           MOVE ALL "-" TO CFH-INFLOW.
           MOVE ALL "-" TO CFH-OUTFLOW.
           MOVE ALL "-" TO CFH-NET.
           MOVE ALL "-" TO CFH-BALANCE.
           MOVE ALL "-" TO CFH-FLAG.
           WRITE CASHFC-REPORT-HEADER BEFORE ADVANCING 1.
           ADD 2 TO CURRENT-LINE.

       WRITE-NEXT-CASHFC-COMPANY.
           MOVE CFT-COMPANY(CF-INDEX) TO CF-SECTION-CODE.
           MOVE CFT-COMPANY(CF-INDEX) TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           IF COMPANY-FOUND IS EQUAL TO "Y"
               MOVE CO-NAME(COMPANY-INDEX) TO CF-SECTION-NAME
           ELSE
               MOVE "(NOT ON COMPANY FILE)" TO CF-SECTION-NAME
           END-IF.
           MOVE CFT-OPENING(CF-INDEX) TO CF-RUNNING.
           ADD CFT-OPENING(CF-INDEX) TO CF-GROUP-OPENING.
           PERFORM WRITE-CASHFC-SECTION-TOP.
           PERFORM WRITE-NEXT-CASHFC-COMPANY-WEEK
               VARYING CF-WEEK-INDEX FROM 1 BY 1
               UNTIL CF-WEEK-INDEX IS GREATER THAN CF-WEEKS.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-CASHFC-SECTION-TOP.
           IF CURRENT-LINE + CF-WEEKS + 5 IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-CASHFC-REPORT-HEADER
           END-IF.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING FUNCTION TRIM(CF-SECTION-CODE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CF-SECTION-NAME DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO CASHFC-REPORT-LINE.
           MOVE "Open" TO CFL-WEEK.
           MOVE CF-TODAY-NUMERIC TO CFL-START.
           MOVE ZEROS TO CFL-INFLOW.
           MOVE ZEROS TO CFL-OUTFLOW.
           MOVE ZEROS TO CFL-NET.
           MOVE CF-RUNNING TO CFL-BALANCE.
           IF CF-RUNNING IS LESS THAN ZEROS
               MOVE "NEGATIVE" TO CFL-FLAG
           END-IF.
           WRITE CASHFC-REPORT-LINE BEFORE ADVANCING 1.
           ADD 2 TO CURRENT-LINE.
           PERFORM WRITE-CASHFC-COLUMN-HEADER.

       WRITE-NEXT-CASHFC-COMPANY-WEEK.
           MOVE CFT-IN(CF-INDEX, CF-WEEK-INDEX) TO CF-LINE-IN.
           MOVE CFT-OUT(CF-INDEX, CF-WEEK-INDEX) TO CF-LINE-OUT.
           PERFORM WRITE-CASHFC-WEEK-LINE.

       WRITE-CASHFC-WEEK-LINE.
           COMPUTE CF-RUNNING = CF-RUNNING + CF-LINE-IN + CF-LINE-OUT.
           MOVE SPACES TO CASHFC-REPORT-LINE.
           MOVE CF-WEEK-INDEX TO CFL-WEEK.
           COMPUTE CFL-START = FUNCTION DATE-OF-INTEGER(
               CF-TODAY-INT + (CF-WEEK-INDEX - 1) * 7).
           MOVE CF-LINE-IN TO CFL-INFLOW.
           MOVE CF-LINE-OUT TO CFL-OUTFLOW.
           COMPUTE CFL-NET = CF-LINE-IN + CF-LINE-OUT.
           MOVE CF-RUNNING TO CFL-BALANCE.
           IF CF-RUNNING IS LESS THAN ZEROS
               MOVE "NEGATIVE" TO CFL-FLAG
               ADD 1 TO CF-NEGATIVE-COUNT
           END-IF.
           WRITE CASHFC-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-CASHFC-GROUP.
           MOVE "GROUP" TO CF-SECTION-CODE.
           MOVE "All Companies" TO CF-SECTION-NAME.
           MOVE CF-GROUP-OPENING TO CF-RUNNING.
           PERFORM WRITE-CASHFC-SECTION-TOP.
           PERFORM WRITE-NEXT-CASHFC-GROUP-WEEK
               VARYING CF-WEEK-INDEX FROM 1 BY 1
               UNTIL CF-WEEK-INDEX IS GREATER THAN CF-WEEKS.

       WRITE-NEXT-CASHFC-GROUP-WEEK.
           MOVE ZEROS TO CF-LINE-IN.
           MOVE ZEROS TO CF-LINE-OUT.
           PERFORM ADD-NEXT-CASHFC-GROUP-COMPANY
               VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX IS GREATER THAN CF-COUNT.
           PERFORM WRITE-CASHFC-WEEK-LINE.

       ADD-NEXT-CASHFC-GROUP-COMPANY.
           ADD CFT-IN(CF-INDEX, CF-WEEK-INDEX) TO CF-LINE-IN.
           ADD CFT-OUT(CF-INDEX, CF-WEEK-INDEX) TO CF-LINE-OUT.

       WRITE-CASHFC-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Negative Weeks:" TO OSL-LABEL.
           MOVE CF-NEGATIVE-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       PAY-NEXT-INVOICE.
           COMPUTE INVOICE-OPEN-AMOUNT =
               IV-AMOUNT(INVOICE-INDEX)
               - IV-PAID-AMOUNT(INVOICE-INDEX).
           IF IV-STATUS(INVOICE-INDEX) IS NOT EQUAL TO "P"
               AND INVOICE-OPEN-AMOUNT IS LESS THAN ZEROS
               AND IV-DUE-DATE(INVOICE-INDEX) IS NOT GREATER THAN
                   PAYRUN-TODAY-NUMERIC
               PERFORM PAY-ONE-INVOICE
           END-IF.

       PAY-ONE-INVOICE.
           MOVE IV-ACCOUNT-ID(INVOICE-INDEX) TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE "Y" TO CREDIT-LIMIT-OK.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               MOVE INVOICE-OPEN-AMOUNT TO CREDIT-POSTING-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
               IF CREDIT-LIMIT-OK IS NOT EQUAL TO "Y"
                   PERFORM WRITE-PAYRUN-LIMIT-LINE
               END-IF
           END-IF.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               AND CREDIT-LIMIT-OK IS EQUAL TO "Y"
               MOVE NEXT-CHECK-NUMBER TO CHECK-WORK-NUMBER
               MOVE IV-COUNTERPARTY(INVOICE-INDEX)
                   TO CHECK-WORK-PAYEE
               MOVE IV-VENDOR-ID(INVOICE-INDEX) TO VENDOR-WORK-ID
               PERFORM SET-PAYMENT-METHOD
               PERFORM INIT-LEDGER-RECORD
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE IV-NUMBER(INVOICE-INDEX)
                   TO INVOICE-NUMBER-TRUNC
               MOVE FUNCTION CONCATENATE(PAYMENT-PREFIX, " ",
                   CHECK-WORK-NUMBER, " INV ",
                   FUNCTION TRIM(INVOICE-NUMBER-TRUNC))
                   TO LEDGER-DESCRIPTION
               MOVE INVOICE-OPEN-AMOUNT TO LEDGER-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               MOVE IV-CATEGORY(INVOICE-INDEX) TO LEDGER-CATEGORY
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
                   MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   PERFORM WRITE-ACCOUNT
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "PAYMENT" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD INVOICE-OPEN-AMOUNT
                       TO IV-PAID-AMOUNT(INVOICE-INDEX)
                   MOVE "P" TO IV-STATUS(INVOICE-INDEX)
                   MOVE INVOICE-OPEN-AMOUNT TO PO-RELIEF-AMOUNT
                   PERFORM RELIEVE-INVOICE-PO
                   MOVE INVOICE-OPEN-AMOUNT TO CHECK-WORK-AMOUNT
                   MOVE LEDGER-DESCRIPTION TO CHECK-MEMO
                   PERFORM ISSUE-CHECK
               END-IF
           END-IF.

       WRITE-PAYRUN-LIMIT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ORDER-REPORT-FOOTER
               PERFORM WRITE-PAYRUN-REPORT-HEADER
           END-IF.
           ADD 1 TO PAYRUN-LIMIT-COUNT.
           ADD INVOICE-OPEN-AMOUNT TO PAYRUN-LIMIT-TOTAL.
           MOVE IV-NUMBER(INVOICE-INDEX) TO INVOICE-NUMBER-TRUNC.
           MOVE ACCOUNT-ID TO CREDIT-ACCOUNT-EDIT.
           MOVE CREDIT-EXCESS-AMOUNT TO CREDIT-EXCESS-EDIT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "OVRLIMIT INV " DELIMITED BY SIZE
               FUNCTION TRIM(INVOICE-NUMBER-TRUNC) DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(CREDIT-ACCOUNT-EDIT) DELIMITED BY SIZE
               " NOT PAID - OVER CREDIT LIMIT BY " DELIMITED BY SIZE
               FUNCTION TRIM(CREDIT-EXCESS-EDIT) DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       PAY-NEXT-STANDING-ORDER.
           IF OT-ACTIVE(ORDER-INDEX) IS EQUAL TO "Y"
               AND OT-AMOUNT(ORDER-INDEX) IS LESS THAN ZEROS
               MOVE OT-NEXT-DUE(ORDER-INDEX) TO ORDER-DUE-NUMERIC
               IF ORDER-DUE-NUMERIC IS NOT GREATER THAN
                       ORDER-TODAY-NUMERIC
                   PERFORM POST-STANDING-ORDER
                   IF ORDER-ACCOUNT-FOUND IS EQUAL TO "Y"
                       MOVE NEXT-CHECK-NUMBER TO CHECK-WORK-NUMBER
                       MOVE OT-DESCRIPTION(ORDER-INDEX)
                           TO CHECK-WORK-PAYEE
                       MOVE OT-VENDOR-ID(ORDER-INDEX)
                           TO VENDOR-WORK-ID
                       PERFORM SET-PAYMENT-METHOD
                       MOVE OT-ACCOUNT-ID(ORDER-INDEX)
                           TO ACCOUNT-ID
                       MOVE OT-AMOUNT(ORDER-INDEX)
                           TO CHECK-WORK-AMOUNT
                       MOVE OT-DESCRIPTION(ORDER-INDEX)
           MOVE PAYRUN-TODAY-NUMERIC TO CHECK-WORK-DATE.
           MOVE ACCOUNT-ID TO CHECK-WORK-ACCOUNT-ID.
           MOVE "I" TO CHECK-WORK-STATUS.
           MOVE PAYMENT-METHOD TO CHECK-WORK-TYPE.
           MOVE VENDOR-WORK-ID TO CHECK-WORK-VENDOR-ID.
           IF PAYMENT-METHOD IS EQUAL TO "E"
               PERFORM WRITE-EFT-DETAIL
               ADD 1 TO PAYRUN-EFT-COUNT
               ADD CHECK-WORK-AMOUNT TO PAYRUN-EFT-TOTAL
           ELSE
               PERFORM PRINT-CHECK
               ADD 1 TO PAYRUN-CHECK-COUNT
               ADD CHECK-WORK-AMOUNT TO PAYRUN-TOTAL
           END-IF.
           PERFORM WRITE-CHECK-REGISTER-RECORD.

       SET-PAYMENT-METHOD.
           MOVE "C" TO PAYMENT-METHOD.
           MOVE "CHK" TO PAYMENT-PREFIX.
           MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-WORK-ID IS NOT EQUAL TO SPACES
               PERFORM FIND-VENDOR-BY-ID
           END-IF.
           IF VENDOR-FOUND IS EQUAL TO "Y"
               MOVE VN-NAME(VENDOR-INDEX) TO CHECK-WORK-PAYEE
               IF VN-PAY-METHOD(VENDOR-INDEX) IS EQUAL TO "E"
                   MOVE "E" TO PAYMENT-METHOD
                   MOVE "EFT" TO PAYMENT-PREFIX
               END-IF
           END-IF.

       INIT-BANK-PAYMENT-FILE.
           MOVE "N" TO EFT-FILE-OPEN.
           MOVE ZEROS TO EFT-RECORD-COUNT.
           MOVE ZEROS TO EFT-TOTAL-AMOUNT.
           MOVE ZEROS TO EFT-ROUTING-HASH.
           PERFORM GET-CURRENT-TIME.
           MOVE SPACES TO EFT-FILE-NAME.
           STRING "eft" DELIMITED BY SIZE
               NOW-DATE DELIMITED BY SIZE
               NOW-TIME DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO EFT-FILE-NAME
           END-STRING.

       OPEN-BANK-PAYMENT-FILE.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           MOVE "Y" TO EFT-FILE-OPEN.
           MOVE SPACES TO EFT-HEADER-RECORD.
           MOVE "H" TO EFTH-TYPE.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO EFTH-FILE-DATE.
           MOVE NOW-TIME TO EFTH-FILE-TIME.
           MOVE OPERATOR-ID TO EFTH-CREATED-BY.
           WRITE EFT-HEADER-RECORD.

       WRITE-EFT-DETAIL.
           IF EFT-FILE-OPEN IS NOT EQUAL TO "Y"
               PERFORM OPEN-BANK-PAYMENT-FILE
           END-IF.
           ADD 1 TO EFT-RECORD-COUNT.
           MOVE SPACES TO EFT-DETAIL-RECORD.
           MOVE "D" TO EFTD-TYPE.
           MOVE EFT-RECORD-COUNT TO EFTD-SEQUENCE.
           MOVE CHECK-WORK-NUMBER TO EFTD-PAYMENT-NUMBER.
           MOVE VN-ID(VENDOR-INDEX) TO EFTD-VENDOR-ID.
           MOVE VN-NAME(VENDOR-INDEX) TO EFTD-NAME.
           MOVE VN-ROUTING(VENDOR-INDEX) TO EFTD-ROUTING.
           MOVE VN-BANK-ACCOUNT(VENDOR-INDEX) TO EFTD-BANK-ACCOUNT.
           IF CHECK-WORK-AMOUNT IS LESS THAN ZEROS
               COMPUTE EFTD-AMOUNT = ZERO - CHECK-WORK-AMOUNT
           ELSE
               MOVE CHECK-WORK-AMOUNT TO EFTD-AMOUNT
           END-IF.
           MOVE CHECK-WORK-ACCOUNT-ID TO EFTD-FROM-ACCOUNT.
           MOVE CHECK-MEMO TO EFTD-REFERENCE.
           WRITE EFT-DETAIL-RECORD.
           ADD EFTD-AMOUNT TO EFT-TOTAL-AMOUNT.
           COMPUTE EFT-ROUTING-PREFIX = EFTD-ROUTING / 10.
           ADD EFT-ROUTING-PREFIX TO EFT-ROUTING-HASH.

       CLOSE-BANK-PAYMENT-FILE.
           IF EFT-FILE-OPEN IS EQUAL TO "Y"
               MOVE SPACES TO EFT-TRAILER-RECORD
               MOVE "T" TO EFTT-TYPE
               MOVE EFT-RECORD-COUNT TO EFTT-RECORD-COUNT
               MOVE EFT-TOTAL-AMOUNT TO EFTT-TOTAL-AMOUNT
               MOVE EFT-ROUTING-HASH TO EFTT-ROUTING-HASH
               WRITE EFT-TRAILER-RECORD
               CLOSE BANK-PAYMENT-FILE
               MOVE "N" TO EFT-FILE-OPEN
           END-IF.

       PRINT-CHECK.
           IF CHECK-WORK-AMOUNT IS LESS THAN ZEROS
           MOVE CHECK-WORK-ACCOUNT-ID TO CHK-ACCOUNT-ID.
           MOVE CHECK-WORK-AMOUNT TO CHK-AMOUNT.
           MOVE CHECK-WORK-STATUS TO CHK-STATUS.
           MOVE CHECK-WORK-TYPE TO CHK-PAY-TYPE.
           MOVE CHECK-WORK-VENDOR-ID TO CHK-VENDOR-ID.
           WRITE CHECK-REGISTER-RECORD.
           CLOSE CHECK-REGISTER-FILE.

           MOVE CHK-ACCOUNT-ID TO CHECK-WORK-ACCOUNT-ID.
           MOVE CHK-AMOUNT TO CHECK-WORK-AMOUNT.
           MOVE CHK-STATUS TO CHECK-WORK-STATUS.
           MOVE CHK-PAY-TYPE TO CHECK-WORK-TYPE.
           IF CHECK-WORK-TYPE IS EQUAL TO SPACE
               MOVE "C" TO CHECK-WORK-TYPE
           END-IF.
           MOVE CHK-VENDOR-ID TO CHECK-WORK-VENDOR-ID.

       FIND-CHECK-IN-REGISTER.
           MOVE "N" TO CHKREG-FOUND.
           IF CHKREG-FOUND IS NOT EQUAL TO "Y"
               DISPLAY CHECK-NOT-FOUND-SCREEN
               ACCEPT CHECK-NOT-FOUND-SCREEN
           ELSE IF CHECK-WORK-TYPE IS EQUAL TO "E"
               DISPLAY CHECK-ELECTRONIC-SCREEN
               ACCEPT CHECK-ELECTRONIC-SCREEN
           ELSE IF CHECK-WORK-STATUS IS NOT EQUAL TO "I"
               DISPLAY CHECK-ALREADY-VOID-SCREEN
               ACCEPT CHECK-ALREADY-VOID-SCREEN
               MOVE 5 TO CURRENT-LINE
               DISPLAY CHKREG-LIST-ROW
               MOVE CHECK-WORK-PAYEE TO VOID-SAVE-PAYEE
               MOVE CHECK-WORK-VENDOR-ID TO VOID-SAVE-VENDOR-ID
               MOVE CHECK-WORK-ACCOUNT-ID TO VOID-SAVE-ACCOUNT-ID
               MOVE CHECK-WORK-AMOUNT TO VOID-SAVE-AMOUNT
               MOVE SPACES TO CONTINUE-KEY
                   MOVE VOID-SAVE-AMOUNT TO CHECK-WORK-AMOUNT
                   MOVE LEDGER-DESCRIPTION TO CHECK-MEMO
                   MOVE "I" TO CHECK-WORK-STATUS
                   MOVE "C" TO CHECK-WORK-TYPE
                   MOVE VOID-SAVE-VENDOR-ID TO CHECK-WORK-VENDOR-ID
                   OPEN OUTPUT REPORT-FILE
                   MOVE 1 TO CURRENT-LINE
                   PERFORM PRINT-CHECK
           END-IF.

       RUN-BANK-MATCHING.
           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-SUSPENSE-ITEMS.
           MOVE ZEROS TO BANK-SUSPENSE-COUNT.
           MOVE ZEROS TO BANK-SUSPENSE-TOTAL.
           PERFORM SCAN-BANK-DATE-WINDOW.
           PERFORM LOAD-RECON-MARKS.
           PERFORM GATHER-BANK-CANDIDATES.
               MOVE BST-DESCRIPTION TO BKRL-DESCRIPTION
               WRITE BANKREC-REPORT-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
               PERFORM SEND-BANK-LINE-TO-SUSPENSE
           END-IF.

       SEND-BANK-LINE-TO-SUSPENSE.
           MOVE ACCOUNT-COMPANY TO SUSPENSE-WORK-COMPANY.
           MOVE "BANKREC" TO SUSPENSE-WORK-SOURCE.
           MOVE BANK-FILE-NAME TO SUSPENSE-WORK-BATCH.
           MOVE BANK-LINE-COUNT TO SUSPENSE-WORK-LINE-NO.
           MOVE "UNMATCHD" TO SUSPENSE-WORK-REASON.
           MOVE BST-AMOUNT TO SUSPENSE-WORK-AMOUNT.
           MOVE ACCOUNT-ID TO SUSPENSE-WORK-ORIG-ACCOUNT.
           MOVE ZEROS TO SUSPENSE-WORK-ORIG-DATE.
           IF BST-DATE IS NUMERIC
               MOVE BST-DATE TO SUSPENSE-WORK-ORIG-DATE
           END-IF.
           MOVE SPACES TO SUSPENSE-WORK-ORIG-CATEGORY.
           MOVE BST-DESCRIPTION TO SUSPENSE-WORK-DESCRIPTION.
           MOVE BANK-STATEMENT-RECORD TO SUSPENSE-WORK-ORIG-LINE.
           PERFORM FIND-SUSPENSE-DUPLICATE.
           IF SUSPENSE-FOUND IS NOT EQUAL TO "Y"
               PERFORM SEND-ITEM-TO-SUSPENSE
               IF SUSPENSE-POSTED IS EQUAL TO "Y"
                   ADD 1 TO BANK-SUSPENSE-COUNT
                   ADD BST-AMOUNT TO BANK-SUSPENSE-TOTAL
               END-IF
           END-IF.

       CHECK-NEXT-BANK-CANDIDATE.
           MOVE BANK-UNMATCHED-TOTAL TO BKRS-AMOUNT.
           WRITE BANKREC-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO BANKREC-SUMMARY-LINE.
           MOVE "Bank Lines Sent To Suspense:" TO BKRS-LABEL.
           MOVE BANK-SUSPENSE-COUNT TO BKRS-COUNT.
           MOVE BANK-SUSPENSE-TOTAL TO BKRS-AMOUNT.
           WRITE BANKREC-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO BANKREC-SUMMARY-LINE.
           MOVE "Ledger Entries Unmatched:" TO BKRS-LABEL.
           MOVE LEDGER-UNMATCHED-COUNT TO BKRS-COUNT.
           MOVE LEDGER-UNMATCHED-TOTAL TO BKRS-AMOUNT.
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           IF SUSPENSE-FULL IS EQUAL TO "Y"
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "WARNING: SUSPENSE FILE FULL, ITEMS NOT SUSPENDED"
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           IF MARK-OVERFLOW IS EQUAL TO "Y"
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "WARNING: MATCH MARK TABLE FULL, RERUN BY PERIOD"
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-BUDGET
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM BUDGET-VARIANCE-REPORT
           ELSE IF MENU-OPTION IS EQUAL TO 4
               MOVE SPACE TO PO-LIST-FILTER
               PERFORM LIST-PURCHASE-ORDERS
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM RAISE-PURCHASE-ORDER
           ELSE IF MENU-OPTION IS EQUAL TO 6
               PERFORM CANCEL-PURCHASE-ORDER.

       LOAD-BUDGETS.
           MOVE ZEROS TO BUDGET-COUNT.
           PERFORM TALLY-BUDGET-INTO-VARTAB
               VARYING BUDGET-INDEX FROM 1 BY 1
               UNTIL BUDGET-INDEX IS GREATER THAN BUDGET-COUNT.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM TALLY-PO-INTO-VARTAB
               VARYING PO-INDEX FROM 1 BY 1
               UNTIL PO-INDEX IS GREATER THAN PO-COUNT.
           PERFORM TALLY-VARREP-ACTUALS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-VARREP-REPORT-HEADER.
           PERFORM WRITE-NEXT-VARREP-LINE
                   MOVE VAR-KEY-CATEGORY TO VR-CATEGORY(VAR-INDEX)
                   MOVE ZEROS TO VR-BUDGET(VAR-INDEX)
                   MOVE ZEROS TO VR-ACTUAL(VAR-INDEX)
                   MOVE ZEROS TO VR-COMMITTED(VAR-INDEX)
               END-IF
           END-IF.

               MOVE "Y" TO VAR-FOUND
           END-IF.

       TALLY-VARREP-ACTUALS.
           MOVE VARREP-START-YYYYMM TO PBAL-FROM-YYYYMM.
           MOVE VARREP-END-YYYYMM TO PBAL-TO-YYYYMM.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-READ.
           PERFORM TALLY-NEXT-VARREP-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           CLOSE ACCOUNT-FILE.

       TALLY-NEXT-VARREP-BALANCE.
           PERFORM READ-NEXT-PERIOD-BALANCE.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               MOVE ACCOUNT-COMPANY TO VAR-KEY-COMPANY
               MOVE PB-CATEGORY TO VAR-KEY-CATEGORY
               PERFORM FIND-VARTAB-ENTRY
               ADD PB-NET-AMOUNT TO VR-ACTUAL(VAR-INDEX)
           END-IF.

       WRITE-VARREP-REPORT-HEADER.
           MOVE "Company" TO VRH-COMPANY.
           MOVE "Cat" TO VRH-CATEGORY.
           MOVE "Budget" TO VRH-BUDGET.
           MOVE "Committed" TO VRH-COMMITTED.
           MOVE "Actual" TO VRH-ACTUAL.
           MOVE "Available" TO VRH-AVAILABLE.
           MOVE "Variance" TO VRH-VARIANCE.
           MOVE "Pct" TO VRH-PCT.
           WRITE VARREP-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO VRH-COMPANY.
           MOVE ALL "-" TO VRH-CATEGORY.
           MOVE ALL "-" TO VRH-BUDGET.
           MOVE ALL "-" TO VRH-COMMITTED.
           MOVE ALL "-" TO VRH-ACTUAL.
           MOVE ALL "-" TO VRH-AVAILABLE.
           MOVE ALL "-" TO VRH-VARIANCE.
           MOVE ALL "-" TO VRH-PCT.
           WRITE VARREP-REPORT-HEADER BEFORE ADVANCING 1.
           END-IF.
           MOVE SPACES TO VARREP-REPORT-LINE.
           MOVE ZEROS TO VRL-BUDGET.
           MOVE ZEROS TO VRL-COMMITTED.
           MOVE ZEROS TO VRL-ACTUAL.
           MOVE ZEROS TO VRL-AVAILABLE.
           MOVE ZEROS TO VRL-VARIANCE.
           MOVE ZEROS TO VRL-PCT.
           MOVE VR-COMPANY(VAR-INDEX) TO VRL-COMPANY.
           MOVE VR-CATEGORY(VAR-INDEX) TO VRL-CATEGORY.
           MOVE VR-BUDGET(VAR-INDEX) TO VRL-BUDGET.
           MOVE VR-ACTUAL(VAR-INDEX) TO VRL-ACTUAL.
           MOVE VR-COMMITTED(VAR-INDEX) TO VRL-COMMITTED.
           IF VR-BUDGET(VAR-INDEX) IS LESS THAN ZEROS
               COMPUTE VARREP-BUDGET-ABS = ZERO - VR-BUDGET(VAR-INDEX)
           ELSE
               MOVE VR-BUDGET(VAR-INDEX) TO VARREP-BUDGET-ABS
           END-IF.
           IF VR-ACTUAL(VAR-INDEX) IS LESS THAN ZEROS
               COMPUTE VARREP-ACTUAL-ABS = ZERO - VR-ACTUAL(VAR-INDEX)
           ELSE
               MOVE VR-ACTUAL(VAR-INDEX) TO VARREP-ACTUAL-ABS
           END-IF.
           COMPUTE VARREP-AVAILABLE = VARREP-BUDGET-ABS
               - VARREP-ACTUAL-ABS - VR-COMMITTED(VAR-INDEX).
           MOVE VARREP-AVAILABLE TO VRL-AVAILABLE.
           COMPUTE VRL-VARIANCE = VR-ACTUAL(VAR-INDEX)
               - VR-BUDGET(VAR-INDEX).
           IF VR-BUDGET(VAR-INDEX) IS EQUAL TO ZEROS
           WRITE VARREP-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       TALLY-PO-INTO-VARTAB.
           COMPUTE PO-YYYYMM = PO-YEAR(PO-INDEX) * 100
               + PO-MONTH(PO-INDEX).
           COMPUTE PO-REMAINING = PO-AMOUNT(PO-INDEX)
               - PO-RELIEVED(PO-INDEX).
           IF PO-STATUS(PO-INDEX) IS EQUAL TO "A"
               AND PO-REMAINING IS GREATER THAN ZEROS
               AND PO-YYYYMM IS NOT LESS THAN VARREP-START-YYYYMM
               AND PO-YYYYMM IS NOT GREATER THAN VARREP-END-YYYYMM
               MOVE PO-COMPANY(PO-INDEX) TO VAR-KEY-COMPANY
               MOVE PO-CATEGORY(PO-INDEX) TO VAR-KEY-CATEGORY
               PERFORM FIND-VARTAB-ENTRY
               ADD PO-REMAINING TO VR-COMMITTED(VAR-INDEX)
           END-IF.

       LOAD-PURCHASE-ORDERS.
           MOVE ZEROS TO PO-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           PERFORM LOAD-NEXT-PURCHASE-ORDER
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR PO-COUNT IS EQUAL TO PO-MAX-COUNT.
           CLOSE PURCHASE-ORDER-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-PURCHASE-ORDER.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND (POR-STATUS IS EQUAL TO "A"
               OR POR-STATUS IS EQUAL TO "H")
               ADD 1 TO PO-COUNT
               MOVE POR-NUMBER TO PO-NUMBER(PO-COUNT)
               MOVE POR-COMPANY TO PO-COMPANY(PO-COUNT)
               MOVE POR-CATEGORY TO PO-CATEGORY(PO-COUNT)
               MOVE POR-VENDOR TO PO-VENDOR(PO-COUNT)
               MOVE POR-YEAR TO PO-YEAR(PO-COUNT)
               MOVE POR-MONTH TO PO-MONTH(PO-COUNT)
               MOVE POR-AMOUNT TO PO-AMOUNT(PO-COUNT)
               MOVE POR-INVOICED TO PO-INVOICED(PO-COUNT)
               MOVE POR-RELIEVED TO PO-RELIEVED(PO-COUNT)
               MOVE POR-STATUS TO PO-STATUS(PO-COUNT)
               MOVE POR-DATE TO PO-DATE(PO-COUNT)
               MOVE POR-OPERATOR-ID TO PO-OPERATOR-ID(PO-COUNT)
           END-IF.

       SAVE-PURCHASE-ORDERS.
           PERFORM ARCHIVE-SETTLED-PURCHASE-ORDERS.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           OPEN EXTEND PO-HISTORY-FILE.
           PERFORM SAVE-NEXT-PURCHASE-ORDER
               VARYING PO-INDEX FROM 1 BY 1
               UNTIL PO-INDEX IS GREATER THAN PO-COUNT.
           CLOSE PO-HISTORY-FILE.
           CLOSE PURCHASE-ORDER-FILE.

       ARCHIVE-SETTLED-PURCHASE-ORDERS.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN EXTEND PO-HISTORY-FILE.
           PERFORM ARCHIVE-NEXT-SETTLED-PO
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE PO-HISTORY-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           MOVE "N" TO END-OF-FILE.

       ARCHIVE-NEXT-SETTLED-PO.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND POR-STATUS IS NOT EQUAL TO "A"
               AND POR-STATUS IS NOT EQUAL TO "H"
               MOVE PURCHASE-ORDER-RECORD TO PO-HISTORY-RECORD
               WRITE PO-HISTORY-RECORD
           END-IF.

       SAVE-NEXT-PURCHASE-ORDER.
           MOVE PO-NUMBER(PO-INDEX) TO POR-NUMBER.
           MOVE PO-COMPANY(PO-INDEX) TO POR-COMPANY.
           MOVE PO-CATEGORY(PO-INDEX) TO POR-CATEGORY.
           MOVE PO-VENDOR(PO-INDEX) TO POR-VENDOR.
           MOVE PO-YEAR(PO-INDEX) TO POR-YEAR.
           MOVE PO-MONTH(PO-INDEX) TO POR-MONTH.
           MOVE PO-AMOUNT(PO-INDEX) TO POR-AMOUNT.
           MOVE PO-INVOICED(PO-INDEX) TO POR-INVOICED.
           MOVE PO-RELIEVED(PO-INDEX) TO POR-RELIEVED.
           MOVE PO-STATUS(PO-INDEX) TO POR-STATUS.
           MOVE PO-DATE(PO-INDEX) TO POR-DATE.
           MOVE PO-OPERATOR-ID(PO-INDEX) TO POR-OPERATOR-ID.
           IF POR-STATUS IS EQUAL TO "A" OR "H"
               WRITE PURCHASE-ORDER-RECORD
           ELSE
               MOVE PURCHASE-ORDER-RECORD TO PO-HISTORY-RECORD
               WRITE PO-HISTORY-RECORD
           END-IF.

       MOVE-PO-ENTRY-TO-WORK.
           MOVE PO-NUMBER(PO-INDEX) TO PO-WORK-NUMBER.
           MOVE PO-COMPANY(PO-INDEX) TO PO-WORK-COMPANY.
           MOVE PO-CATEGORY(PO-INDEX) TO PO-WORK-CATEGORY.
           MOVE PO-VENDOR(PO-INDEX) TO PO-WORK-VENDOR.
           MOVE PO-YEAR(PO-INDEX) TO PO-WORK-YEAR.
           MOVE PO-MONTH(PO-INDEX) TO PO-WORK-MONTH.
           MOVE PO-AMOUNT(PO-INDEX) TO PO-WORK-AMOUNT.
           MOVE PO-INVOICED(PO-INDEX) TO PO-WORK-INVOICED.
           MOVE PO-STATUS(PO-INDEX) TO PO-WORK-STATUS.
           MOVE SPACES TO PO-WORK-FLAG.
           IF PO-INVOICED(PO-INDEX) IS GREATER THAN
                   PO-AMOUNT(PO-INDEX)
               MOVE "OVER" TO PO-WORK-FLAG
           END-IF.

       LIST-PURCHASE-ORDERS.
           PERFORM LOAD-PURCHASE-ORDERS.
           DISPLAY PO-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-PO-ROW
               VARYING PO-INDEX FROM 1 BY 1
               UNTIL PO-INDEX IS GREATER THAN PO-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.
           MOVE SPACE TO PO-LIST-FILTER.

       DISPLAY-NEXT-PO-ROW.
           IF PO-LIST-FILTER IS EQUAL TO SPACE
               OR PO-STATUS(PO-INDEX) IS EQUAL TO PO-LIST-FILTER
               PERFORM MOVE-PO-ENTRY-TO-WORK
               IF CURRENT-LINE IS GREATER THAN SCREEN-ROWS
                   ADD 1 TO CURRENT-LINE
                   DISPLAY CONTINUE-PROMPT
                   ACCEPT CONTINUE-PROMPT
                   DISPLAY PO-LIST-SCREEN
                   MOVE 3 TO CURRENT-LINE
               END-IF
               DISPLAY PO-LIST-ROW
               ADD 1 TO CURRENT-LINE
           END-IF.

       FIND-PO-BY-NUMBER.
           MOVE "N" TO PO-FOUND.
           PERFORM FIND-NEXT-PO-MATCH
               VARYING PO-INDEX FROM 1 BY 1
               UNTIL PO-INDEX IS GREATER THAN PO-COUNT
               OR PO-FOUND IS EQUAL TO "Y".
           IF PO-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM PO-INDEX
           END-IF.

       FIND-NEXT-PO-MATCH.
           IF PO-NUMBER(PO-INDEX) IS EQUAL TO PO-WORK-NUMBER
               MOVE "Y" TO PO-FOUND
           END-IF.

       FIND-PO-IN-HISTORY.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT PO-HISTORY-FILE.
           PERFORM FIND-NEXT-PO-HISTORY
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR PO-FOUND IS EQUAL TO "Y".
           CLOSE PO-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE.

       FIND-NEXT-PO-HISTORY.
           READ PO-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND POH-NUMBER IS EQUAL TO PO-WORK-NUMBER
               MOVE "Y" TO PO-FOUND
           END-IF.

       RAISE-PURCHASE-ORDER.
           PERFORM LOAD-PURCHASE-ORDERS.
           IF PO-COUNT IS EQUAL TO PO-MAX-COUNT
               DISPLAY PO-TABLE-FULL-SCREEN
               ACCEPT PO-TABLE-FULL-SCREEN
           ELSE
               MOVE SPACES TO PO-WORK-NUMBER
               MOVE SPACES TO PO-WORK-COMPANY
               MOVE SPACES TO PO-WORK-CATEGORY
               MOVE SPACES TO PO-WORK-VENDOR
               PERFORM GET-CURRENT-TIME
               MOVE NOW-YEAR TO PO-WORK-YEAR
               MOVE NOW-MONTH TO PO-WORK-MONTH
               MOVE ZEROS TO PO-WORK-AMOUNT
               DISPLAY ADD-PO-SCREEN
               ACCEPT ADD-PO-SCREEN
               DISPLAY ADD-PO-SCREEN
               MOVE FUNCTION UPPER-CASE(PO-WORK-NUMBER)
                   TO PO-WORK-NUMBER
               MOVE FUNCTION UPPER-CASE(PO-WORK-COMPANY)
                   TO PO-WORK-COMPANY
               MOVE FUNCTION UPPER-CASE(PO-WORK-CATEGORY)
                   TO PO-WORK-CATEGORY
               IF PO-WORK-NUMBER IS NOT EQUAL TO SPACES
                   PERFORM CHECK-NEW-PURCHASE-ORDER
               END-IF
           END-IF.

       CHECK-NEW-PURCHASE-ORDER.
           PERFORM FIND-PO-BY-NUMBER.
           IF PO-FOUND IS NOT EQUAL TO "Y"
               PERFORM FIND-PO-IN-HISTORY
           END-IF.
           PERFORM LOAD-COMPANIES.
           MOVE PO-WORK-COMPANY TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           MOVE PO-WORK-CATEGORY TO LEDGER-CATEGORY.
           PERFORM VALIDATE-LEDGER-CATEGORY.
           IF PO-FOUND IS EQUAL TO "Y"
               DISPLAY PO-EXISTS-SCREEN
               ACCEPT PO-EXISTS-SCREEN
           ELSE IF COMPANY-FOUND IS NOT EQUAL TO "Y"
               DISPLAY PO-COMPANY-ERROR-SCREEN
               ACCEPT PO-COMPANY-ERROR-SCREEN
           ELSE IF CATEGORY-FOUND IS NOT EQUAL TO "Y"
               OR PO-WORK-CATEGORY IS EQUAL TO SPACES
               DISPLAY PO-CATEGORY-ERROR-SCREEN
               ACCEPT PO-CATEGORY-ERROR-SCREEN
           ELSE IF PO-WORK-MONTH IS LESS THAN 1
               OR PO-WORK-MONTH IS GREATER THAN 12
               DISPLAY PO-MONTH-ERROR-SCREEN
               ACCEPT PO-MONTH-ERROR-SCREEN
           ELSE IF PO-WORK-AMOUNT IS NOT GREATER THAN ZEROS
               DISPLAY PO-AMOUNT-ERROR-SCREEN
               ACCEPT PO-AMOUNT-ERROR-SCREEN
           ELSE
               PERFORM COMPUTE-PO-AVAILABLE
               DISPLAY PO-AVAILABLE-SCREEN
               MOVE SPACES TO CONTINUE-KEY
               IF PO-WORK-AMOUNT IS GREATER THAN PO-AVAILABLE
                   PERFORM SHOW-PO-OVER-BUDGET-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       MOVE "H" TO PO-WORK-STATUS
                       PERFORM SAVE-NEW-PURCHASE-ORDER
                       DISPLAY PO-HELD-SCREEN
                       ACCEPT PO-HELD-SCREEN
                   END-IF
               ELSE
                   PERFORM SHOW-ADD-PO-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       MOVE "A" TO PO-WORK-STATUS
                       PERFORM SAVE-NEW-PURCHASE-ORDER
                   END-IF
               END-IF
           END-IF.

       SHOW-PO-OVER-BUDGET-PROMPT.
           DISPLAY PO-OVER-BUDGET-PROMPT.
           ACCEPT PO-OVER-BUDGET-PROMPT.

       SHOW-ADD-PO-PROMPT.
           DISPLAY ADD-PO-PROMPT.
           ACCEPT ADD-PO-PROMPT.

       COMPUTE-PO-AVAILABLE.
           PERFORM LOAD-BUDGETS.
           MOVE PO-WORK-COMPANY TO BUDGET-WORK-COMPANY.
           MOVE PO-WORK-CATEGORY TO BUDGET-WORK-CATEGORY.
           MOVE PO-WORK-YEAR TO BUDGET-WORK-YEAR.
           MOVE PO-WORK-MONTH TO BUDGET-WORK-MONTH.
           PERFORM FIND-BUDGET-BY-KEY.
           MOVE ZEROS TO PO-BUDGET-AMOUNT.
           IF BUDGET-FOUND IS EQUAL TO "Y"
               IF BG-AMOUNT(BUDGET-INDEX) IS LESS THAN ZEROS
                   COMPUTE PO-BUDGET-AMOUNT =
                       ZERO - BG-AMOUNT(BUDGET-INDEX)
               ELSE
                   MOVE BG-AMOUNT(BUDGET-INDEX) TO PO-BUDGET-AMOUNT
               END-IF
           END-IF.
           COMPUTE VARREP-START-YYYYMM = PO-WORK-YEAR * 100
               + PO-WORK-MONTH.
           MOVE VARREP-START-YYYYMM TO VARREP-END-YYYYMM.
           MOVE ZEROS TO VAR-COUNT.
           PERFORM TALLY-VARREP-ACTUALS.
           MOVE PO-WORK-COMPANY TO VAR-KEY-COMPANY.
           MOVE PO-WORK-CATEGORY TO VAR-KEY-CATEGORY.
           PERFORM FIND-VARTAB-ENTRY.
           IF VR-ACTUAL(VAR-INDEX) IS LESS THAN ZEROS
               COMPUTE PO-ACTUAL-AMOUNT = ZERO - VR-ACTUAL(VAR-INDEX)
           ELSE
               MOVE VR-ACTUAL(VAR-INDEX) TO PO-ACTUAL-AMOUNT
           END-IF.
           MOVE ZEROS TO PO-COMMITTED-AMOUNT.
           PERFORM ADD-NEXT-PO-COMMITTED
               VARYING PO-INDEX FROM 1 BY 1
               UNTIL PO-INDEX IS GREATER THAN PO-COUNT.
           COMPUTE PO-AVAILABLE = PO-BUDGET-AMOUNT
               - PO-ACTUAL-AMOUNT - PO-COMMITTED-AMOUNT.

       ADD-NEXT-PO-COMMITTED.
           COMPUTE PO-REMAINING = PO-AMOUNT(PO-INDEX)
               - PO-RELIEVED(PO-INDEX).
           IF PO-STATUS(PO-INDEX) IS EQUAL TO "A"
               AND PO-COMPANY(PO-INDEX) IS EQUAL TO PO-WORK-COMPANY
               AND PO-CATEGORY(PO-INDEX) IS EQUAL TO PO-WORK-CATEGORY
               AND PO-YEAR(PO-INDEX) IS EQUAL TO PO-WORK-YEAR
               AND PO-MONTH(PO-INDEX) IS EQUAL TO PO-WORK-MONTH
               AND PO-REMAINING IS GREATER THAN ZEROS
               ADD PO-REMAINING TO PO-COMMITTED-AMOUNT
           END-IF.

       SAVE-NEW-PURCHASE-ORDER.
           PERFORM GET-CURRENT-TIME.
           ADD 1 TO PO-COUNT.
           MOVE PO-COUNT TO PO-INDEX.
           MOVE PO-WORK-NUMBER TO PO-NUMBER(PO-INDEX).
           MOVE PO-WORK-COMPANY TO PO-COMPANY(PO-INDEX).
           MOVE PO-WORK-CATEGORY TO PO-CATEGORY(PO-INDEX).
           MOVE PO-WORK-VENDOR TO PO-VENDOR(PO-INDEX).
           MOVE PO-WORK-YEAR TO PO-YEAR(PO-INDEX).
           MOVE PO-WORK-MONTH TO PO-MONTH(PO-INDEX).
           MOVE PO-WORK-AMOUNT TO PO-AMOUNT(PO-INDEX).
           MOVE ZEROS TO PO-INVOICED(PO-INDEX).
           MOVE ZEROS TO PO-RELIEVED(PO-INDEX).
           MOVE PO-WORK-STATUS TO PO-STATUS(PO-INDEX).
           MOVE NOW-DATE TO PO-DATE(PO-INDEX).
           MOVE OPERATOR-ID TO PO-OPERATOR-ID(PO-INDEX).
           PERFORM SAVE-PURCHASE-ORDERS.

       SELECT-PURCHASE-ORDER.
           PERFORM LOAD-PURCHASE-ORDERS.
           MOVE SPACES TO PO-WORK-NUMBER.
           DISPLAY SELECT-PO-SCREEN.
           ACCEPT SELECT-PO-SCREEN.
           MOVE FUNCTION UPPER-CASE(PO-WORK-NUMBER) TO PO-WORK-NUMBER.
           PERFORM FIND-PO-BY-NUMBER.
           IF PO-FOUND IS EQUAL TO "Y"
               PERFORM MOVE-PO-ENTRY-TO-WORK
               MOVE 5 TO CURRENT-LINE
               DISPLAY PO-LIST-ROW
           END-IF.

       CANCEL-PURCHASE-ORDER.
           PERFORM SELECT-PURCHASE-ORDER.
           IF PO-FOUND IS EQUAL TO "Y"
               IF PO-STATUS(PO-INDEX) IS NOT EQUAL TO "A"
                   AND PO-STATUS(PO-INDEX) IS NOT EQUAL TO "H"
                   MOVE "N" TO PO-FOUND
               END-IF
           END-IF.
           IF PO-FOUND IS NOT EQUAL TO "Y"
               DISPLAY PO-NOT-ELIGIBLE-SCREEN
               ACCEPT PO-NOT-ELIGIBLE-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-CANCEL-PO-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   MOVE "X" TO PO-STATUS(PO-INDEX)
                   PERFORM SAVE-PURCHASE-ORDERS
               END-IF
           END-IF.

       SHOW-CANCEL-PO-PROMPT.
           DISPLAY CANCEL-PO-PROMPT.
           ACCEPT CANCEL-PO-PROMPT.

       APPROVE-PURCHASE-ORDER.
           PERFORM SELECT-HELD-PURCHASE-ORDER.
           IF PO-FOUND IS EQUAL TO "Y"
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-APPROVE-PO-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   MOVE "A" TO PO-STATUS(PO-INDEX)
                   MOVE "PO-APPROVE" TO AUDIT-ACTION
                   PERFORM SAVE-HELD-PO-DECISION
               END-IF
           END-IF.

       SHOW-APPROVE-PO-PROMPT.
           DISPLAY APPROVE-PO-PROMPT.
           ACCEPT APPROVE-PO-PROMPT.

       REJECT-PURCHASE-ORDER.
           PERFORM SELECT-HELD-PURCHASE-ORDER.
           IF PO-FOUND IS EQUAL TO "Y"
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-REJECT-PO-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   MOVE "R" TO PO-STATUS(PO-INDEX)
                   MOVE "PO-REJECT" TO AUDIT-ACTION
                   PERFORM SAVE-HELD-PO-DECISION
               END-IF
           END-IF.

       SHOW-REJECT-PO-PROMPT.
           DISPLAY REJECT-PO-PROMPT.
           ACCEPT REJECT-PO-PROMPT.

       SELECT-HELD-PURCHASE-ORDER.
           PERFORM SELECT-PURCHASE-ORDER.
           IF PO-FOUND IS EQUAL TO "Y"
               IF PO-STATUS(PO-INDEX) IS NOT EQUAL TO "H"
                   MOVE "N" TO PO-FOUND
               END-IF
           END-IF.
           IF PO-FOUND IS NOT EQUAL TO "Y"
               DISPLAY PO-NOT-ELIGIBLE-SCREEN
               ACCEPT PO-NOT-ELIGIBLE-SCREEN
           END-IF.

       SAVE-HELD-PO-DECISION.
           PERFORM SAVE-PURCHASE-ORDERS.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           MOVE PO-NUMBER(PO-INDEX) TO POR-NUMBER.
           MOVE PO-COMPANY(PO-INDEX) TO POR-COMPANY.
           MOVE PO-CATEGORY(PO-INDEX) TO POR-CATEGORY.
           MOVE PO-VENDOR(PO-INDEX) TO POR-VENDOR.
           MOVE PO-YEAR(PO-INDEX) TO POR-YEAR.
           MOVE PO-MONTH(PO-INDEX) TO POR-MONTH.
           MOVE PO-AMOUNT(PO-INDEX) TO POR-AMOUNT.
           MOVE PO-STATUS(PO-INDEX) TO POR-STATUS.
           MOVE PURCHASE-ORDER-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE ZEROS TO ACCOUNT-ID.
           PERFORM WRITE-AUDIT-ENTRY.

       RELIEVE-INVOICE-PO.
           IF IV-PO-NUMBER(INVOICE-INDEX) IS NOT EQUAL TO SPACES
               IF PO-RELIEF-AMOUNT IS LESS THAN ZEROS
                   COMPUTE PO-RELIEF-AMOUNT = ZERO - PO-RELIEF-AMOUNT
               END-IF
               MOVE "N" TO PO-FOUND
               MOVE IV-PO-NUMBER(INVOICE-INDEX) TO PO-WORK-NUMBER
               PERFORM LOAD-PURCHASE-ORDERS
               PERFORM FIND-PO-BY-NUMBER
               IF PO-FOUND IS EQUAL TO "Y"
                   PERFORM APPLY-PO-RELIEF
                   PERFORM SAVE-PURCHASE-ORDERS
               END-IF
           END-IF.

       APPLY-PO-RELIEF.
           COMPUTE PO-REMAINING = PO-AMOUNT(PO-INDEX)
               - PO-RELIEVED(PO-INDEX).
           IF PO-RELIEF-AMOUNT IS GREATER THAN PO-REMAINING
               MOVE PO-REMAINING TO PO-RELIEF-AMOUNT
           END-IF.
           IF PO-RELIEF-AMOUNT IS GREATER THAN ZEROS
               ADD PO-RELIEF-AMOUNT TO PO-RELIEVED(PO-INDEX)
           END-IF.
           IF PO-STATUS(PO-INDEX) IS EQUAL TO "A"
               AND PO-RELIEVED(PO-INDEX) IS NOT LESS THAN
                   PO-AMOUNT(PO-INDEX)
               MOVE "C" TO PO-STATUS(PO-INDEX)
           END-IF.

       YEAR-END-CLOSE.
           PERFORM GET-CURRENT-TIME.
           COMPUTE YE-CLOSE-YEAR = NOW-YEAR - 1.
           DISPLAY YEAR-END-SCREEN.
           ACCEPT YEAR-END-SCREEN.
           DISPLAY YEAR-END-SCREEN.
           IF YE-CLOSE-YEAR IS NOT GREATER THAN LAST-YEAR-CLOSED
               DISPLAY YEAR-ALREADY-CLOSED-SCREEN
               ACCEPT YEAR-ALREADY-CLOSED-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-YEAR-END-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   MOVE "YEAREND" TO SPOOL-REPORT-TYPE
                   MOVE SPACES TO SPOOL-PARAMETERS
                   MOVE YE-CLOSE-YEAR TO SPOOL-PARAMETERS
                   PERFORM DISPLAY-REPORT-PROMPT
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       PERFORM RUN-YEAR-END-CLOSE
                       DISPLAY YEAR-END-DONE-SCREEN
                       ACCEPT YEAR-END-DONE-SCREEN
                   END-IF
               END-IF
           END-IF.

       SHOW-YEAR-END-PROMPT.
           DISPLAY YEAR-END-PROMPT.
           ACCEPT YEAR-END-PROMPT.

       RUN-YEAR-END-CLOSE.
           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-CATEGORIES.
           MOVE ZEROS TO YE-TAB-COUNT.
           MOVE ZEROS TO YE-POSTED-COUNT.
           COMPUTE PBAL-FROM-YYYYMM = YE-CLOSE-YEAR * 100 + 1.
           COMPUTE PBAL-TO-YYYYMM = YE-CLOSE-YEAR * 100 + 12.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-READ.
           PERFORM TALLY-NEXT-YE-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           CLOSE ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-YE-REPORT-HEADER.
           PERFORM POST-YEAR-END-FOR-COMPANY
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           CLOSE REPORT-FILE.
           MOVE YE-CLOSE-YEAR TO LAST-YEAR-CLOSED.
           PERFORM WRITE-CONTROL-FILE.

       TALLY-NEXT-YE-BALANCE.
           PERFORM READ-NEXT-PERIOD-BALANCE.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               AND PB-CATEGORY IS NOT EQUAL TO SPACES
               MOVE PB-CATEGORY TO CATEGORY-WORK-CODE
               PERFORM FIND-CATEGORY-BY-CODE
               IF CATEGORY-FOUND IS EQUAL TO "Y"
                   IF CATEGORY-WORK-CLASS IS EQUAL TO "I"
                       OR CATEGORY-WORK-CLASS IS EQUAL TO "E"
                       PERFORM TALLY-YE-COMPANY-ENTRY
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.
           IF CATEGORY-WORK-CLASS IS EQUAL TO "I"
               ADD PB-NET-AMOUNT TO YE-INCOME(YE-TAB-INDEX)
           ELSE
               ADD PB-NET-AMOUNT TO YE-EXPENSE(YE-TAB-INDEX)
           END-IF.

       FIND-NEXT-YE-TAB-MATCH.
           MOVE ACCOUNT-ID TO RW-ACCOUNT-ID(RVW-COUNT).
           MOVE ACCOUNT-CURRENCY TO RW-CURRENCY(RVW-COUNT).
           MOVE RATE-LOOKUP-RATE TO RW-NEW-RATE(RVW-COUNT).
           MOVE RATE-LOOKUP-BEST-DATE TO RW-EFFECTIVE(RVW-COUNT).
           MOVE ACCOUNT-VALUE TO RW-VALUE(RVW-COUNT).
           PERFORM FIND-REVAL-RATE-BY-ACCOUNT.
           IF RVL-FOUND IS EQUAL TO "Y"
           MOVE "Cur" TO RVH-CURRENCY.
           MOVE "Old Rate" TO RVH-OLD-RATE.
           MOVE "New Rate" TO RVH-NEW-RATE.
           MOVE "Rate Eff" TO RVH-EFFECTIVE.
           MOVE "Value" TO RVH-VALUE.
           MOVE "Movement" TO RVH-MOVEMENT.
           WRITE RVL-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO RVH-CURRENCY.
           MOVE ALL "-" TO RVH-OLD-RATE.
           MOVE ALL "-" TO RVH-NEW-RATE.
           MOVE ALL "-" TO RVH-EFFECTIVE.
           MOVE ALL "-" TO RVH-VALUE.
           MOVE ALL "-" TO RVH-MOVEMENT.
           WRITE RVL-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ZEROS TO RVLL-ACCOUNT-ID.
           MOVE ZEROS TO RVLL-OLD-RATE.
           MOVE ZEROS TO RVLL-NEW-RATE.
           MOVE ZEROS TO RVLL-EFFECTIVE.
           MOVE ZEROS TO RVLL-VALUE.
           MOVE ZEROS TO RVLL-MOVEMENT.
           MOVE RW-ACCOUNT-ID(RVW-INDEX) TO RVLL-ACCOUNT-ID.
           MOVE RW-CURRENCY(RVW-INDEX) TO RVLL-CURRENCY.
           MOVE RW-OLD-RATE(RVW-INDEX) TO RVLL-OLD-RATE.
           MOVE RW-NEW-RATE(RVW-INDEX) TO RVLL-NEW-RATE.
           MOVE RW-EFFECTIVE(RVW-INDEX) TO RVLL-EFFECTIVE.
           MOVE RW-VALUE(RVW-INDEX) TO RVLL-VALUE.
           MOVE RW-MOVEMENT(RVW-INDEX) TO RVLL-MOVEMENT.
           WRITE RVL-REPORT-LINE BEFORE ADVANCING 1.
                   TO HD-POSTAL-CODE(HOLDER-COUNT)
               MOVE HLD-PHONE TO HD-PHONE(HOLDER-COUNT)
               MOVE HLD-PHONE-ID TO HD-PHONE-ID(HOLDER-COUNT)
               IF HLD-ESTMT-OPT-IN IS EQUAL TO "Y" OR "y"
                   MOVE "Y" TO HD-ESTMT-OPT-IN(HOLDER-COUNT)
               ELSE
                   MOVE "N" TO HD-ESTMT-OPT-IN(HOLDER-COUNT)
               END-IF
               IF HLD-HOLDER-ID IS GREATER THAN HOLDER-NEXT-ID
                   MOVE HLD-HOLDER-ID TO HOLDER-NEXT-ID
               END-IF
           MOVE HD-POSTAL-CODE(HOLDER-INDEX) TO HLD-POSTAL-CODE.
           MOVE HD-PHONE(HOLDER-INDEX) TO HLD-PHONE.
           MOVE HD-PHONE-ID(HOLDER-INDEX) TO HLD-PHONE-ID.
           MOVE HD-ESTMT-OPT-IN(HOLDER-INDEX) TO HLD-ESTMT-OPT-IN.
           WRITE HOLDER-RECORD.

       MOVE-HOLDER-ENTRY-TO-WORK.
           MOVE HD-PHONE(HOLDER-INDEX) TO HOLDER-WORK-PHONE.
           MOVE HD-PHONE-ID(HOLDER-INDEX)
               TO HOLDER-WORK-PHONE-ID.
           MOVE HD-ESTMT-OPT-IN(HOLDER-INDEX)
               TO HOLDER-WORK-ESTMT-OPT-IN.

       LIST-HOLDERS.
           DISPLAY HOLDER-LIST-SCREEN.
           MOVE SPACES TO HOLDER-WORK-POSTAL.
           MOVE SPACES TO HOLDER-WORK-PHONE.
           MOVE ZEROS TO HOLDER-WORK-PHONE-ID.
           MOVE "N" TO HOLDER-WORK-ESTMT-OPT-IN.
           DISPLAY ADD-HOLDER-SCREEN.
           ACCEPT ADD-HOLDER-SCREEN.
           DISPLAY ADD-HOLDER-SCREEN.
                       TO HD-PHONE(HOLDER-INDEX)
                   MOVE HOLDER-WORK-PHONE-ID
                       TO HD-PHONE-ID(HOLDER-INDEX)
                   IF HOLDER-WORK-ESTMT-OPT-IN IS EQUAL TO "Y" OR "y"
                       MOVE "Y" TO HD-ESTMT-OPT-IN(HOLDER-INDEX)
                   ELSE
                       MOVE "N" TO HD-ESTMT-OPT-IN(HOLDER-INDEX)
                   END-IF
                   PERFORM SAVE-HOLDERS
               END-IF
           END-IF.
               PERFORM DISPLAY-REPORT-PROMPT
           END-IF.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-DEPRECIATION-POSTING
               DISPLAY DEPREC-DONE-SCREEN
               ACCEPT DEPREC-DONE-SCREEN
           END-IF.

       RUN-DEPRECIATION-POSTING.
           MOVE ZEROS TO DEPREC-POSTED-COUNT.
           MOVE ZEROS TO DEPREC-SKIPPED-COUNT.
           MOVE ZEROS TO DEPREC-POSTED-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-DEPREC-REPORT-HEADER.
           PERFORM POST-NEXT-ASSET-DEPRECIATION
               VARYING ASSET-INDEX FROM 1 BY 1
               UNTIL ASSET-INDEX IS GREATER THAN ASSET-COUNT.
           PERFORM WRITE-DEPREC-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM SAVE-ASSETS.
           PERFORM SET-JOB-RUN-MONTH.
           MOVE JOB-RUN-MONTH TO DEPREC-LAST-RUN.
           PERFORM WRITE-CONTROL-FILE.

       SHOW-DEPREC-PROMPT.
           DISPLAY DEPREC-PROMPT.
           ACCEPT DEPREC-PROMPT.
           MOVE DEPREC-SKIPPED-COUNT TO ISL-COUNT.
           WRITE INTEREST-SUMMARY-LINE BEFORE ADVANCING 1.

       LOAN-MENU.
           PERFORM LOAD-LOANS.
           MOVE ZERO TO MENU-OPTION.
           PERFORM LOAN-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       LOAN-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY LOAN-MENU-SCREEN.
           ACCEPT LOAN-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-LOANS
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-LOAN
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM PRINT-LOAN-SCHEDULE
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM PROCESS-LOAN-INSTALLMENTS
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM SKIP-LOAN-INSTALLMENT
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 6
               PERFORM PRINT-LOAN-DELINQUENCY-REPORT.

       LOAD-LOANS.
           MOVE ZEROS TO LOAN-COUNT.
           MOVE ZEROS TO LOAN-NEXT-ID.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT LOAN-FILE.
           PERFORM LOAD-NEXT-LOAN
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR LOAN-COUNT IS EQUAL TO LOAN-MAX-COUNT.
           CLOSE LOAN-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO LOAN-COUNT
               MOVE LON-LOAN-ID TO LT-LOAN-ID(LOAN-COUNT)
               MOVE LON-ACCOUNT-ID TO LT-ACCOUNT-ID(LOAN-COUNT)
               MOVE LON-HOLDER-ID TO LT-HOLDER-ID(LOAN-COUNT)
               MOVE LON-PAY-ACCOUNT-ID
                   TO LT-PAY-ACCOUNT-ID(LOAN-COUNT)
               MOVE LON-PRINCIPAL TO LT-PRINCIPAL(LOAN-COUNT)
               MOVE LON-RATE TO LT-RATE(LOAN-COUNT)
               MOVE LON-TERM-MONTHS TO LT-TERM-MONTHS(LOAN-COUNT)
               MOVE LON-START-DATE TO LT-START-DATE(LOAN-COUNT)
               MOVE LON-INSTALLMENT TO LT-INSTALLMENT(LOAN-COUNT)
               MOVE LON-BALANCE TO LT-BALANCE(LOAN-COUNT)
               MOVE LON-PAID-COUNT TO LT-PAID-COUNT(LOAN-COUNT)
               MOVE LON-NEXT-DUE TO LT-NEXT-DUE(LOAN-COUNT)
               MOVE LON-PRIN-CATEGORY
                   TO LT-PRIN-CATEGORY(LOAN-COUNT)
               MOVE LON-INT-CATEGORY TO LT-INT-CATEGORY(LOAN-COUNT)
               MOVE LON-STATUS TO LT-STATUS(LOAN-COUNT)
               IF LON-LOAN-ID IS GREATER THAN LOAN-NEXT-ID
                   MOVE LON-LOAN-ID TO LOAN-NEXT-ID
               END-IF
           END-IF.

       SAVE-LOANS.
           OPEN OUTPUT LOAN-FILE.
           PERFORM SAVE-NEXT-LOAN
               VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX IS GREATER THAN LOAN-COUNT.
           CLOSE LOAN-FILE.

       SAVE-NEXT-LOAN.
           MOVE LT-LOAN-ID(LOAN-INDEX) TO LON-LOAN-ID.
           MOVE LT-ACCOUNT-ID(LOAN-INDEX) TO LON-ACCOUNT-ID.
           MOVE LT-HOLDER-ID(LOAN-INDEX) TO LON-HOLDER-ID.
           MOVE LT-PAY-ACCOUNT-ID(LOAN-INDEX) TO LON-PAY-ACCOUNT-ID.
           MOVE LT-PRINCIPAL(LOAN-INDEX) TO LON-PRINCIPAL.
           MOVE LT-RATE(LOAN-INDEX) TO LON-RATE.
           MOVE LT-TERM-MONTHS(LOAN-INDEX) TO LON-TERM-MONTHS.
           MOVE LT-START-DATE(LOAN-INDEX) TO LON-START-DATE.
           MOVE LT-INSTALLMENT(LOAN-INDEX) TO LON-INSTALLMENT.
           MOVE LT-BALANCE(LOAN-INDEX) TO LON-BALANCE.
           MOVE LT-PAID-COUNT(LOAN-INDEX) TO LON-PAID-COUNT.
           MOVE LT-NEXT-DUE(LOAN-INDEX) TO LON-NEXT-DUE.
           MOVE LT-PRIN-CATEGORY(LOAN-INDEX) TO LON-PRIN-CATEGORY.
           MOVE LT-INT-CATEGORY(LOAN-INDEX) TO LON-INT-CATEGORY.
           MOVE LT-STATUS(LOAN-INDEX) TO LON-STATUS.
           WRITE LOAN-RECORD.

       MOVE-LOAN-ENTRY-TO-WORK.
           MOVE LT-LOAN-ID(LOAN-INDEX) TO LOAN-WORK-ID.
           MOVE LT-ACCOUNT-ID(LOAN-INDEX) TO LOAN-WORK-ACCOUNT-ID.
           MOVE LT-HOLDER-ID(LOAN-INDEX) TO LOAN-WORK-HOLDER-ID.
           MOVE LT-PAY-ACCOUNT-ID(LOAN-INDEX)
               TO LOAN-WORK-PAY-ACCOUNT-ID.
           MOVE LT-PRINCIPAL(LOAN-INDEX) TO LOAN-WORK-PRINCIPAL.
           MOVE LT-RATE(LOAN-INDEX) TO LOAN-WORK-RATE.
           MOVE LT-TERM-MONTHS(LOAN-INDEX) TO LOAN-WORK-TERM.
           MOVE LT-START-DATE(LOAN-INDEX) TO LOAN-WORK-START-DATE.
           MOVE LT-INSTALLMENT(LOAN-INDEX) TO LOAN-WORK-INSTALLMENT.
           MOVE LT-BALANCE(LOAN-INDEX) TO LOAN-WORK-BALANCE.
           MOVE LT-PAID-COUNT(LOAN-INDEX) TO LOAN-WORK-PAID-COUNT.
           MOVE LT-NEXT-DUE(LOAN-INDEX) TO LOAN-WORK-NEXT-DUE.
           MOVE LT-PRIN-CATEGORY(LOAN-INDEX)
               TO LOAN-WORK-PRIN-CATEGORY.
           MOVE LT-INT-CATEGORY(LOAN-INDEX) TO LOAN-WORK-INT-CATEGORY.
           MOVE LT-STATUS(LOAN-INDEX) TO LOAN-WORK-STATUS.

       LIST-LOANS.
           DISPLAY LOAN-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-LOAN-ROW
               VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX IS GREATER THAN LOAN-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-LOAN-ROW.
           PERFORM MOVE-LOAN-ENTRY-TO-WORK.
           IF CURRENT-LINE IS GREATER THAN SCREEN-ROWS
               ADD 1 TO CURRENT-LINE
               DISPLAY CONTINUE-PROMPT
               ACCEPT CONTINUE-PROMPT
               DISPLAY LOAN-LIST-SCREEN
               MOVE 3 TO CURRENT-LINE
           END-IF.
           DISPLAY LOAN-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       FIND-LOAN-BY-ID.
           MOVE "N" TO LOAN-FOUND.
           PERFORM FIND-NEXT-LOAN-MATCH
               VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX IS GREATER THAN LOAN-COUNT
               OR LOAN-FOUND IS EQUAL TO "Y".
           IF LOAN-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM LOAN-INDEX
           END-IF.

       FIND-NEXT-LOAN-MATCH.
           IF LT-LOAN-ID(LOAN-INDEX) IS EQUAL TO LOAN-WORK-ID
               MOVE "Y" TO LOAN-FOUND
           END-IF.

       ADD-LOAN.
           MOVE ZEROS TO LOAN-WORK-ID.
           MOVE ZEROS TO LOAN-WORK-ACCOUNT-ID.
           MOVE ZEROS TO LOAN-WORK-HOLDER-ID.
           MOVE ZEROS TO LOAN-WORK-PAY-ACCOUNT-ID.
           MOVE ZEROS TO LOAN-WORK-PRINCIPAL.
           MOVE ZEROS TO LOAN-WORK-RATE.
           MOVE ZEROS TO LOAN-WORK-TERM.
           MOVE ZEROS TO LOAN-WORK-START-DATE.
           MOVE ZEROS TO LOAN-WORK-INSTALLMENT.
           MOVE SPACES TO LOAN-WORK-PRIN-CATEGORY.
           MOVE SPACES TO LOAN-WORK-INT-CATEGORY.
           DISPLAY ADD-LOAN-SCREEN.
           ACCEPT ADD-LOAN-SCREEN.
           DISPLAY ADD-LOAN-SCREEN.
           IF LOAN-COUNT IS EQUAL TO LOAN-MAX-COUNT
               DISPLAY LOAN-TABLE-FULL-SCREEN
               ACCEPT LOAN-TABLE-FULL-SCREEN
           ELSE
               PERFORM CHECK-NEW-LOAN
           END-IF.

       CHECK-NEW-LOAN.
           MOVE "Y" TO LOAN-FOUND.
           MOVE LOAN-WORK-PAY-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               OR ACCOUNT-CLOSED IS EQUAL TO "Y"
               MOVE "N" TO LOAN-FOUND
           END-IF.
           MOVE LOAN-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               OR ACCOUNT-CLOSED IS EQUAL TO "Y"
               MOVE "N" TO LOAN-FOUND
           ELSE
               IF ACCOUNT-HOLDER-ID IS NOT NUMERIC
                   MOVE ZEROS TO ACCOUNT-HOLDER-ID
               END-IF
               MOVE ACCOUNT-HOLDER-ID TO LOAN-WORK-HOLDER-ID
           END-IF.
           MOVE "Y" TO CATEGORY-FOUND.
           IF LOAN-WORK-PRIN-CATEGORY IS EQUAL TO SPACES
               OR LOAN-WORK-INT-CATEGORY IS EQUAL TO SPACES
               MOVE "N" TO CATEGORY-FOUND
           ELSE
               MOVE LOAN-WORK-PRIN-CATEGORY TO LEDGER-CATEGORY
               PERFORM VALIDATE-LEDGER-CATEGORY
               MOVE LEDGER-CATEGORY TO LOAN-WORK-PRIN-CATEGORY
               IF CATEGORY-FOUND IS EQUAL TO "Y"
                   MOVE LOAN-WORK-INT-CATEGORY TO LEDGER-CATEGORY
                   PERFORM VALIDATE-LEDGER-CATEGORY
                   MOVE LEDGER-CATEGORY TO LOAN-WORK-INT-CATEGORY
               END-IF
           END-IF.
           PERFORM COMPUTE-LOAN-INSTALLMENT.
           IF LOAN-FOUND IS NOT EQUAL TO "Y"
               DISPLAY LOAN-ACCOUNT-ERROR-SCREEN
               ACCEPT LOAN-ACCOUNT-ERROR-SCREEN
           ELSE IF LOAN-WORK-PAY-ACCOUNT-ID IS EQUAL TO
                   LOAN-WORK-ACCOUNT-ID
               DISPLAY LOAN-SAME-ACCOUNT-SCREEN
               ACCEPT LOAN-SAME-ACCOUNT-SCREEN
           ELSE IF CATEGORY-FOUND IS NOT EQUAL TO "Y"
               DISPLAY LOAN-CATEGORY-ERROR-SCREEN
               ACCEPT LOAN-CATEGORY-ERROR-SCREEN
           ELSE IF LOAN-WORK-PRINCIPAL IS NOT GREATER THAN ZEROS
               OR LOAN-WORK-TERM IS EQUAL TO ZEROS
               OR LOAN-WORK-START-DATE IS LESS THAN 19000101
               OR LOAN-WORK-INSTALLMENT IS NOT GREATER THAN ZEROS
               DISPLAY LOAN-TERMS-ERROR-SCREEN
               ACCEPT LOAN-TERMS-ERROR-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-ADD-LOAN-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   ADD 1 TO LOAN-COUNT
                   ADD 1 TO LOAN-NEXT-ID
                   MOVE LOAN-COUNT TO LOAN-INDEX
                   MOVE LOAN-NEXT-ID TO LT-LOAN-ID(LOAN-INDEX)
                   MOVE LOAN-WORK-ACCOUNT-ID
                       TO LT-ACCOUNT-ID(LOAN-INDEX)
                   MOVE LOAN-WORK-HOLDER-ID
                       TO LT-HOLDER-ID(LOAN-INDEX)
                   MOVE LOAN-WORK-PAY-ACCOUNT-ID
                       TO LT-PAY-ACCOUNT-ID(LOAN-INDEX)
                   MOVE LOAN-WORK-PRINCIPAL
                       TO LT-PRINCIPAL(LOAN-INDEX)
                   MOVE LOAN-WORK-RATE TO LT-RATE(LOAN-INDEX)
                   MOVE LOAN-WORK-TERM
                       TO LT-TERM-MONTHS(LOAN-INDEX)
                   MOVE LOAN-WORK-START-DATE
                       TO LT-START-DATE(LOAN-INDEX)
                   MOVE LOAN-WORK-INSTALLMENT
                       TO LT-INSTALLMENT(LOAN-INDEX)
                   MOVE LOAN-WORK-PRINCIPAL
                       TO LT-BALANCE(LOAN-INDEX)
                   MOVE ZEROS TO LT-PAID-COUNT(LOAN-INDEX)
                   MOVE 1 TO LOAN-INSTALLMENT-NO
                   PERFORM COMPUTE-LOAN-DUE-DATE
                   MOVE LOAN-DUE-DATE TO LT-NEXT-DUE(LOAN-INDEX)
                   MOVE LOAN-WORK-PRIN-CATEGORY
                       TO LT-PRIN-CATEGORY(LOAN-INDEX)
                   MOVE LOAN-WORK-INT-CATEGORY
                       TO LT-INT-CATEGORY(LOAN-INDEX)
                   MOVE "A" TO LT-STATUS(LOAN-INDEX)
                   PERFORM SAVE-LOANS
               END-IF
           END-IF.

       SHOW-ADD-LOAN-PROMPT.
           DISPLAY ADD-LOAN-PROMPT.
           ACCEPT ADD-LOAN-PROMPT.

       COMPUTE-LOAN-INSTALLMENT.
           MOVE ZEROS TO LOAN-WORK-INSTALLMENT.
           MOVE ZEROS TO LOAN-GROWTH-FACTOR.
           COMPUTE LOAN-MONTHLY-RATE = LOAN-WORK-RATE / 12.
           IF LOAN-WORK-TERM IS GREATER THAN ZEROS
               IF LOAN-MONTHLY-RATE IS EQUAL TO ZEROS
                   COMPUTE LOAN-WORK-INSTALLMENT ROUNDED =
                       LOAN-WORK-PRINCIPAL / LOAN-WORK-TERM
               ELSE
                   COMPUTE LOAN-GROWTH-FACTOR =
                       (1 + LOAN-MONTHLY-RATE) ** LOAN-WORK-TERM
                       ON SIZE ERROR
                           MOVE ZEROS TO LOAN-GROWTH-FACTOR
                   END-COMPUTE
                   IF LOAN-GROWTH-FACTOR IS GREATER THAN 1
                       COMPUTE LOAN-GROWTH-DIVISOR =
                           LOAN-GROWTH-FACTOR - 1
                       COMPUTE LOAN-WORK-INSTALLMENT ROUNDED =
                           LOAN-WORK-PRINCIPAL * LOAN-MONTHLY-RATE
                           * LOAN-GROWTH-FACTOR / LOAN-GROWTH-DIVISOR
                           ON SIZE ERROR
                               MOVE ZEROS TO LOAN-WORK-INSTALLMENT
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-LOAN-DUE-DATE.
           MOVE LOAN-WORK-START-DATE TO ORDER-WORK-DUE-DATE.
           COMPUTE LOAN-MONTH-TOTAL =
               ORDER-WORK-DUE-YEAR * 12 + ORDER-WORK-DUE-MONTH - 1
               + LOAN-INSTALLMENT-NO.
           COMPUTE ORDER-WORK-DUE-YEAR = LOAN-MONTH-TOTAL / 12.
           COMPUTE ORDER-WORK-DUE-MONTH =
               LOAN-MONTH-TOTAL - ORDER-WORK-DUE-YEAR * 12 + 1.
           PERFORM COMPUTE-ORDER-MONTH-DAYS.
           IF ORDER-WORK-DUE-DAY IS GREATER THAN ORDER-MONTH-DAYS
               MOVE ORDER-MONTH-DAYS TO ORDER-WORK-DUE-DAY
           END-IF.
           MOVE ORDER-WORK-DUE-DATE TO LOAN-DUE-DATE.

       SPLIT-LOAN-INSTALLMENT.
           COMPUTE LOAN-INTEREST-AMOUNT ROUNDED =
               LOAN-SCHEDULE-BALANCE * LOAN-MONTHLY-RATE.
           COMPUTE LOAN-PRINCIPAL-AMOUNT =
               LOAN-WORK-INSTALLMENT - LOAN-INTEREST-AMOUNT.
           IF LOAN-INSTALLMENT-NO IS NOT LESS THAN LOAN-WORK-TERM
               OR LOAN-PRINCIPAL-AMOUNT IS GREATER THAN
                   LOAN-SCHEDULE-BALANCE
               MOVE LOAN-SCHEDULE-BALANCE TO LOAN-PRINCIPAL-AMOUNT
           END-IF.
           IF LOAN-PRINCIPAL-AMOUNT IS LESS THAN ZEROS
               MOVE ZEROS TO LOAN-PRINCIPAL-AMOUNT
           END-IF.
           COMPUTE LOAN-PAYMENT-AMOUNT =
               LOAN-PRINCIPAL-AMOUNT + LOAN-INTEREST-AMOUNT.

       SELECT-LOAN.
           MOVE ZEROS TO LOAN-WORK-ID.
           DISPLAY LOAN-SELECT-SCREEN.
           ACCEPT LOAN-SELECT-SCREEN.
           PERFORM FIND-LOAN-BY-ID.
           IF LOAN-FOUND IS EQUAL TO "Y"
               PERFORM MOVE-LOAN-ENTRY-TO-WORK
           END-IF.

       SELECT-ACTIVE-LOAN.
           PERFORM SELECT-LOAN.
           IF LOAN-FOUND IS EQUAL TO "Y"
               AND LOAN-WORK-STATUS IS NOT EQUAL TO "A"
               MOVE "N" TO LOAN-FOUND
           END-IF.
           IF LOAN-FOUND IS NOT EQUAL TO "Y"
               DISPLAY LOAN-NOT-FOUND-SCREEN
               ACCEPT LOAN-NOT-FOUND-SCREEN
           END-IF.

       PRINT-LOAN-SCHEDULE.
           PERFORM SELECT-LOAN.
           IF LOAN-FOUND IS NOT EQUAL TO "Y"
               DISPLAY LOAN-NOT-FOUND-SCREEN
               ACCEPT LOAN-NOT-FOUND-SCREEN
           ELSE
               MOVE "AMORT" TO SPOOL-REPORT-TYPE
               MOVE LOAN-WORK-ID TO SPOOL-PARAMETERS
               PERFORM DISPLAY-REPORT-PROMPT
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM WRITE-LOAN-SCHEDULE
                   DISPLAY LOAN-REPORT-DONE-SCREEN
                   ACCEPT LOAN-REPORT-DONE-SCREEN
               END-IF
           END-IF.

       WRITE-LOAN-SCHEDULE.
           COMPUTE LOAN-MONTHLY-RATE = LOAN-WORK-RATE / 12.
           MOVE LOAN-WORK-PRINCIPAL TO LOAN-SCHEDULE-BALANCE.
           MOVE ZEROS TO LOAN-SCHEDULE-INTEREST.
           MOVE ZEROS TO LOAN-SCHEDULE-PAYMENTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-LOANSCH-REPORT-HEADER.
           PERFORM WRITE-NEXT-LOAN-SCHEDULE-LINE
               VARYING LOAN-INSTALLMENT-NO FROM 1 BY 1
               UNTIL LOAN-INSTALLMENT-NO IS GREATER THAN
                   LOAN-WORK-TERM.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Total Payments:" TO OSL-LABEL.
           MOVE LOAN-WORK-TERM TO OSL-COUNT.
           MOVE LOAN-SCHEDULE-PAYMENTS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Total Interest:" TO OSL-LABEL.
           MOVE ZEROS TO OSL-COUNT.
           MOVE LOAN-SCHEDULE-INTEREST TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           CLOSE REPORT-FILE.

       WRITE-NEXT-LOAN-SCHEDULE-LINE.
           PERFORM COMPUTE-LOAN-DUE-DATE.
           PERFORM SPLIT-LOAN-INSTALLMENT.
           SUBTRACT LOAN-PRINCIPAL-AMOUNT FROM LOAN-SCHEDULE-BALANCE.
           ADD LOAN-INTEREST-AMOUNT TO LOAN-SCHEDULE-INTEREST.
           ADD LOAN-PAYMENT-AMOUNT TO LOAN-SCHEDULE-PAYMENTS.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-LOAN-REPORT-FOOTER
               PERFORM WRITE-LOANSCH-REPORT-HEADER
           END-IF.
           MOVE SPACES TO LOANSCH-REPORT-LINE.
           MOVE ZEROS TO LSL-NUMBER.
           MOVE ZEROS TO LSL-PAYMENT.
           MOVE ZEROS TO LSL-INTEREST.
           MOVE ZEROS TO LSL-PRINCIPAL.
           MOVE ZEROS TO LSL-BALANCE.
           MOVE LOAN-INSTALLMENT-NO TO LSL-NUMBER.
           MOVE LOAN-DUE-DATE TO LSL-DUE-DATE.
           MOVE LOAN-PAYMENT-AMOUNT TO LSL-PAYMENT.
           MOVE LOAN-INTEREST-AMOUNT TO LSL-INTEREST.
           MOVE LOAN-PRINCIPAL-AMOUNT TO LSL-PRINCIPAL.
           MOVE LOAN-SCHEDULE-BALANCE TO LSL-BALANCE.
           WRITE LOANSCH-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-LOANSCH-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Amortization Schedule - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE LOAN-WORK-ID TO LOAN-ID-EDIT.
           MOVE LOAN-WORK-ACCOUNT-ID TO LOAN-ACCOUNT-EDIT.
           MOVE LOAN-WORK-PRINCIPAL TO LOAN-AMOUNT-EDIT.
           MOVE LOAN-WORK-RATE TO LOAN-RATE-EDIT.
           MOVE LOAN-WORK-TERM TO LOAN-TERM-EDIT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "Loan " DELIMITED BY SIZE
               LOAN-ID-EDIT DELIMITED BY SIZE
               "  Account " DELIMITED BY SIZE
               FUNCTION TRIM(LOAN-ACCOUNT-EDIT) DELIMITED BY SIZE
               "  Principal " DELIMITED BY SIZE
               FUNCTION TRIM(LOAN-AMOUNT-EDIT) DELIMITED BY SIZE
               "  Rate " DELIMITED BY SIZE
               LOAN-RATE-EDIT DELIMITED BY SIZE
               "  Term " DELIMITED BY SIZE
               FUNCTION TRIM(LOAN-TERM-EDIT) DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO LOANSCH-REPORT-HEADER.
           MOVE "No." TO LSH-NUMBER.
           MOVE "Due Date" TO LSH-DUE-DATE.
           MOVE "Payment" TO LSH-PAYMENT.
           MOVE "Interest" TO LSH-INTEREST.
           MOVE "Principal" TO LSH-PRINCIPAL.
           MOVE "Balance" TO LSH-BALANCE.
           WRITE LOANSCH-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO LSH-NUMBER.
           MOVE ALL "-" TO LSH-DUE-DATE.
           MOVE ALL "-" TO LSH-PAYMENT.
           MOVE ALL "-" TO LSH-INTEREST.
           MOVE ALL "-" TO LSH-PRINCIPAL.
           MOVE ALL "-" TO LSH-BALANCE.
           WRITE LOANSCH-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 6 TO CURRENT-LINE.

       WRITE-LOAN-REPORT-FOOTER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       PROCESS-LOAN-INSTALLMENTS.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-LOAN-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE "LOANS" TO SPOOL-REPORT-TYPE
               PERFORM DISPLAY-REPORT-PROMPT
           END-IF.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-LOAN-INSTALLMENT-POSTING
               DISPLAY LOAN-DONE-SCREEN
               ACCEPT LOAN-DONE-SCREEN
           END-IF.

       SHOW-LOAN-PROMPT.
           DISPLAY LOAN-PROMPT.
           ACCEPT LOAN-PROMPT.

       RUN-LOAN-INSTALLMENT-POSTING.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO LOAN-TODAY-NUMERIC.
           MOVE ZEROS TO LOAN-POSTED-COUNT.
           MOVE ZEROS TO LOAN-POSTED-TOTAL.
           MOVE ZEROS TO LOAN-BOUNCED-COUNT.
           MOVE ZEROS TO LOAN-BOUNCED-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-LOANRUN-REPORT-HEADER.
           PERFORM PROCESS-NEXT-LOAN
               VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX IS GREATER THAN LOAN-COUNT.
           PERFORM WRITE-LOANRUN-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM SAVE-LOANS.

       PROCESS-NEXT-LOAN.
           PERFORM POST-LOAN-INSTALLMENT
               UNTIL LT-STATUS(LOAN-INDEX) IS NOT EQUAL TO "A"
               OR LT-NEXT-DUE(LOAN-INDEX) IS GREATER THAN
                   LOAN-TODAY-NUMERIC.

       POST-LOAN-INSTALLMENT.
           PERFORM MOVE-LOAN-ENTRY-TO-WORK.
           COMPUTE LOAN-MONTHLY-RATE = LOAN-WORK-RATE / 12.
           COMPUTE LOAN-INSTALLMENT-NO = LOAN-WORK-PAID-COUNT + 1.
           MOVE LOAN-WORK-NEXT-DUE TO LOAN-DUE-DATE.
           MOVE LOAN-WORK-BALANCE TO LOAN-SCHEDULE-BALANCE.
           PERFORM SPLIT-LOAN-INSTALLMENT.
           MOVE "BOUNCED" TO LOAN-RESULT.
           MOVE LOAN-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               MOVE LOAN-WORK-PAY-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF ACCOUNT-LOADED IS EQUAL TO "Y"
                   AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
                   AND ACCOUNT-VALUE IS NOT LESS THAN
                       LOAN-PAYMENT-AMOUNT
                   PERFORM POST-LOAN-COLLECTION
               END-IF
           END-IF.
           IF LOAN-RESULT IS EQUAL TO "POSTED"
               ADD 1 TO LOAN-POSTED-COUNT
               ADD LOAN-PAYMENT-AMOUNT TO LOAN-POSTED-TOTAL
               SUBTRACT LOAN-PRINCIPAL-AMOUNT
                   FROM LT-BALANCE(LOAN-INDEX)
           ELSE
               ADD 1 TO LOAN-BOUNCED-COUNT
               ADD LOAN-PAYMENT-AMOUNT TO LOAN-BOUNCED-TOTAL
               MOVE "BOUNCED" TO LOAN-DLQ-REASON
               PERFORM WRITE-LOAN-DELINQUENCY
           END-IF.
           PERFORM WRITE-LOANRUN-REPORT-LINE.
           PERFORM ADVANCE-LOAN-DUE-DATE.

       POST-LOAN-COLLECTION.
           MOVE LOAN-DUE-DATE TO LEDGER-EFFECTIVE-DATE.
           PERFORM CHECK-EFFECTIVE-DATE-OPEN.
           IF EFFECTIVE-DATE-OPEN IS EQUAL TO "Y"
               MOVE LOAN-DUE-DATE TO LOAN-POSTING-DATE
           ELSE
               MOVE ZEROS TO LOAN-POSTING-DATE
           END-IF.
           MOVE LOAN-WORK-ID TO LOAN-ID-EDIT.
           MOVE LOAN-INSTALLMENT-NO TO LOAN-INSTALLMENT-EDIT.
           MOVE ZEROS TO LEDGER-WRITE-STATUS.
           MOVE "N" TO LOAN-PRIN-POSTED.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           IF LOAN-PRINCIPAL-AMOUNT IS NOT EQUAL TO ZEROS
               PERFORM INIT-LEDGER-RECORD
               MOVE LOAN-POSTING-DATE TO LEDGER-EFFECTIVE-DATE
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE FUNCTION CONCATENATE("LOAN ", LOAN-ID-EDIT,
                   " PRINCIPAL ", LOAN-INSTALLMENT-EDIT)
                   TO LEDGER-DESCRIPTION
               COMPUTE LEDGER-AMOUNT = ZERO - LOAN-PRINCIPAL-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               MOVE LOAN-WORK-PRIN-CATEGORY TO LEDGER-CATEGORY
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   MOVE "Y" TO LOAN-PRIN-POSTED
               END-IF
           END-IF.
           IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
               AND LOAN-INTEREST-AMOUNT IS NOT EQUAL TO ZEROS
               PERFORM INIT-LEDGER-RECORD
               MOVE LOAN-POSTING-DATE TO LEDGER-EFFECTIVE-DATE
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE FUNCTION CONCATENATE("LOAN ", LOAN-ID-EDIT,
                   " INTEREST ", LOAN-INSTALLMENT-EDIT)
                   TO LEDGER-DESCRIPTION
               COMPUTE LEDGER-AMOUNT = ZERO - LOAN-INTEREST-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               MOVE LOAN-WORK-INT-CATEGORY TO LEDGER-CATEGORY
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
               END-IF
           END-IF.
           IF LEDGER-WRITE-STATUS IS NOT EQUAL TO ZEROS
               AND LOAN-PRIN-POSTED IS EQUAL TO "Y"
               PERFORM ROLLBACK-LOAN-PRINCIPAL-LEG
           ELSE IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
               PERFORM WRITE-ACCOUNT
               MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
               MOVE "LOANPAY" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               MOVE "POSTED" TO LOAN-RESULT
               IF LOAN-PRINCIPAL-AMOUNT IS NOT EQUAL TO ZEROS
                   PERFORM POST-LOAN-PRINCIPAL-CREDIT
               END-IF
           END-IF.

       ROLLBACK-LOAN-PRINCIPAL-LEG.
           PERFORM INIT-LEDGER-RECORD.
           MOVE LOAN-POSTING-DATE TO LEDGER-EFFECTIVE-DATE.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE FUNCTION CONCATENATE("REVERSAL OF LOAN ", LOAN-ID-EDIT,
               " PRINCIPAL ", LOAN-INSTALLMENT-EDIT)
               TO LEDGER-DESCRIPTION.
           MOVE LOAN-PRINCIPAL-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           MOVE LOAN-WORK-PRIN-CATEGORY TO LEDGER-CATEGORY.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM UPDATE-ACCOUNT-FROM-LEDGER.
           PERFORM WRITE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE "REVERSAL" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE "FAILED" TO LOAN-RESULT.

       POST-LOAN-PRINCIPAL-CREDIT.
           MOVE LOAN-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               PERFORM INIT-LEDGER-RECORD
               MOVE LOAN-POSTING-DATE TO LEDGER-EFFECTIVE-DATE
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE FUNCTION CONCATENATE("LOAN ", LOAN-ID-EDIT,
                   " REPAYMENT ", LOAN-INSTALLMENT-EDIT)
                   TO LEDGER-DESCRIPTION
               MOVE LOAN-PRINCIPAL-AMOUNT TO LEDGER-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               MOVE LOAN-WORK-PRIN-CATEGORY TO LEDGER-CATEGORY
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
                   MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   PERFORM WRITE-ACCOUNT
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "LOANPAY" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       ADVANCE-LOAN-DUE-DATE.
           ADD 1 TO LT-PAID-COUNT(LOAN-INDEX).
           COMPUTE LOAN-INSTALLMENT-NO = LT-PAID-COUNT(LOAN-INDEX) + 1.
           PERFORM COMPUTE-LOAN-DUE-DATE.
           MOVE LOAN-DUE-DATE TO LT-NEXT-DUE(LOAN-INDEX).
           IF LT-BALANCE(LOAN-INDEX) IS NOT GREATER THAN ZEROS
               MOVE "P" TO LT-STATUS(LOAN-INDEX)
           END-IF.

       WRITE-LOAN-DELINQUENCY.
           PERFORM GET-CURRENT-TIME.
           OPEN EXTEND LOAN-DELINQUENCY-FILE.
           MOVE LOAN-WORK-ID TO LDQ-LOAN-ID.
           MOVE LOAN-INSTALLMENT-NO TO LDQ-INSTALLMENT-NO.
           MOVE LOAN-DUE-DATE TO LDQ-DUE-DATE.
           MOVE LOAN-PAYMENT-AMOUNT TO LDQ-AMOUNT.
           MOVE LOAN-DLQ-REASON TO LDQ-REASON.
           MOVE NOW-DATE-TIME TO LDQ-DATE-TIME.
           MOVE OPERATOR-ID TO LDQ-OPERATOR-ID.
           WRITE LOAN-DELINQUENCY-RECORD.
           CLOSE LOAN-DELINQUENCY-FILE.

       WRITE-LOANRUN-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Loan Installment Run - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO LOANRUN-REPORT-HEADER.
           MOVE "Loan" TO LRH-LOAN-ID.
           MOVE "No." TO LRH-INSTALLMENT.
           MOVE "Pay Acct" TO LRH-ACCOUNT-ID.
           MOVE "Due Date" TO LRH-DUE-DATE.
           MOVE "Principal" TO LRH-PRINCIPAL.
           MOVE "Interest" TO LRH-INTEREST.
           MOVE "Result" TO LRH-RESULT.
           WRITE LOANRUN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO LRH-LOAN-ID.
           MOVE ALL "-" TO LRH-INSTALLMENT.
           MOVE ALL "-" TO LRH-ACCOUNT-ID.
           MOVE ALL "-" TO LRH-DUE-DATE.
           MOVE ALL "-" TO LRH-PRINCIPAL.
           MOVE ALL "-" TO LRH-INTEREST.
           MOVE ALL "-" TO LRH-RESULT.
           WRITE LOANRUN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-LOANRUN-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-LOAN-REPORT-FOOTER
               PERFORM WRITE-LOANRUN-REPORT-HEADER
           END-IF.
           MOVE SPACES TO LOANRUN-REPORT-LINE.
           MOVE ZEROS TO LRL-LOAN-ID.
           MOVE ZEROS TO LRL-INSTALLMENT.
           MOVE ZEROS TO LRL-ACCOUNT-ID.
           MOVE ZEROS TO LRL-PRINCIPAL.
           MOVE ZEROS TO LRL-INTEREST.
           MOVE LOAN-WORK-ID TO LRL-LOAN-ID.
           MOVE LOAN-INSTALLMENT-NO TO LRL-INSTALLMENT.
           MOVE LOAN-WORK-PAY-ACCOUNT-ID TO LRL-ACCOUNT-ID.
           MOVE LOAN-DUE-DATE TO LRL-DUE-DATE.
           MOVE LOAN-PRINCIPAL-AMOUNT TO LRL-PRINCIPAL.
           MOVE LOAN-INTEREST-AMOUNT TO LRL-INTEREST.
           MOVE LOAN-RESULT TO LRL-RESULT.
           WRITE LOANRUN-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-LOANRUN-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Posted:" TO OSL-LABEL.
           MOVE LOAN-POSTED-COUNT TO OSL-COUNT.
           MOVE LOAN-POSTED-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Bounced:" TO OSL-LABEL.
           MOVE LOAN-BOUNCED-COUNT TO OSL-COUNT.
           MOVE LOAN-BOUNCED-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.

       SKIP-LOAN-INSTALLMENT.
           PERFORM SELECT-ACTIVE-LOAN.
           IF LOAN-FOUND IS EQUAL TO "Y"
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-LOAN-SKIP-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   COMPUTE LOAN-MONTHLY-RATE = LOAN-WORK-RATE / 12
                   COMPUTE LOAN-INSTALLMENT-NO =
                       LOAN-WORK-PAID-COUNT + 1
                   MOVE LOAN-WORK-NEXT-DUE TO LOAN-DUE-DATE
                   MOVE LOAN-WORK-BALANCE TO LOAN-SCHEDULE-BALANCE
                   PERFORM SPLIT-LOAN-INSTALLMENT
                   MOVE "SKIPPED" TO LOAN-DLQ-REASON
                   PERFORM WRITE-LOAN-DELINQUENCY
                   MOVE LOAN-ENTRY(LOAN-INDEX) TO AUDIT-BEFORE-IMAGE
                   PERFORM ADVANCE-LOAN-DUE-DATE
                   MOVE LOAN-ENTRY(LOAN-INDEX) TO AUDIT-AFTER-IMAGE
                   MOVE LOAN-WORK-ACCOUNT-ID TO ACCOUNT-ID
                   MOVE "LOANSKIP" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM SAVE-LOANS
                   DISPLAY LOAN-SKIP-DONE-SCREEN
                   ACCEPT LOAN-SKIP-DONE-SCREEN
               END-IF
           END-IF.

       SHOW-LOAN-SKIP-PROMPT.
           DISPLAY LOAN-SKIP-PROMPT.
           ACCEPT LOAN-SKIP-PROMPT.

       PRINT-LOAN-DELINQUENCY-REPORT.
           MOVE "LOANDLQ" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM LOAD-HOLDERS
               MOVE ZEROS TO LOAN-BOUNCED-COUNT
               MOVE ZEROS TO LOAN-BOUNCED-TOTAL
               MOVE ZEROS TO LOAN-SKIPPED-COUNT
               MOVE ZEROS TO LOAN-SKIPPED-TOTAL
               MOVE "N" TO LOAN-DLQ-EOF
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-LOANDLQ-REPORT-HEADER
               OPEN INPUT LOAN-DELINQUENCY-FILE
               PERFORM WRITE-NEXT-LOANDLQ-LINE
                   UNTIL LOAN-DLQ-EOF IS EQUAL TO "Y"
               CLOSE LOAN-DELINQUENCY-FILE
               PERFORM WRITE-LOANDLQ-REPORT-SUMMARY
               CLOSE REPORT-FILE
               DISPLAY LOAN-REPORT-DONE-SCREEN
               ACCEPT LOAN-REPORT-DONE-SCREEN
           END-IF.

       WRITE-NEXT-LOANDLQ-LINE.
           READ LOAN-DELINQUENCY-FILE NEXT RECORD
               AT END MOVE "Y" TO LOAN-DLQ-EOF.
           IF LOAN-DLQ-EOF IS NOT EQUAL TO "Y"
               IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                   PERFORM WRITE-LOAN-REPORT-FOOTER
                   PERFORM WRITE-LOANDLQ-REPORT-HEADER
               END-IF
               MOVE SPACES TO LOANDLQ-REPORT-LINE
               MOVE ZEROS TO LDL-LOAN-ID
               MOVE ZEROS TO LDL-INSTALLMENT
               MOVE ZEROS TO LDL-AMOUNT
               MOVE ZEROS TO LDL-ACCOUNT-ID
               MOVE LDQ-LOAN-ID TO LDL-LOAN-ID
               MOVE LDQ-INSTALLMENT-NO TO LDL-INSTALLMENT
               MOVE LDQ-DUE-DATE TO LDL-DUE-DATE
               MOVE LDQ-REASON TO LDL-REASON
               MOVE LDQ-AMOUNT TO LDL-AMOUNT
               MOVE LDQ-LOAN-ID TO LOAN-WORK-ID
               PERFORM FIND-LOAN-BY-ID
               IF LOAN-FOUND IS EQUAL TO "Y"
                   MOVE LT-ACCOUNT-ID(LOAN-INDEX) TO LDL-ACCOUNT-ID
                   MOVE LT-HOLDER-ID(LOAN-INDEX) TO HOLDER-WORK-ID
                   PERFORM FIND-HOLDER-BY-ID
                   IF HOLDER-FOUND IS EQUAL TO "Y"
                       MOVE HD-NAME(HOLDER-INDEX) TO LDL-HOLDER
                   END-IF
               END-IF
               IF LDQ-REASON IS EQUAL TO "SKIPPED"
                   ADD 1 TO LOAN-SKIPPED-COUNT
                   ADD LDQ-AMOUNT TO LOAN-SKIPPED-TOTAL
               ELSE
                   ADD 1 TO LOAN-BOUNCED-COUNT
                   ADD LDQ-AMOUNT TO LOAN-BOUNCED-TOTAL
               END-IF
               WRITE LOANDLQ-REPORT-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
           END-IF.

       WRITE-LOANDLQ-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Loan Delinquency Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO LOANDLQ-REPORT-HEADER.
           MOVE "Loan" TO LDH-LOAN-ID.
           MOVE "No." TO LDH-INSTALLMENT.
           MOVE "Due Date" TO LDH-DUE-DATE.
           MOVE "Reason" TO LDH-REASON.
           MOVE "Amount Due" TO LDH-AMOUNT.
           MOVE "Account" TO LDH-ACCOUNT-ID.
           MOVE "Holder" TO LDH-HOLDER.
           WRITE LOANDLQ-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO LDH-LOAN-ID.
           MOVE ALL "-" TO LDH-INSTALLMENT.
           MOVE ALL "-" TO LDH-DUE-DATE.
           MOVE ALL "-" TO LDH-REASON.
           MOVE ALL "-" TO LDH-AMOUNT.
           MOVE ALL "-" TO LDH-ACCOUNT-ID.
           MOVE ALL "-" TO LDH-HOLDER.
           WRITE LOANDLQ-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-LOANDLQ-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Bounced:" TO OSL-LABEL.
           MOVE LOAN-BOUNCED-COUNT TO OSL-COUNT.
           MOVE LOAN-BOUNCED-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Skipped:" TO OSL-LABEL.
           MOVE LOAN-SKIPPED-COUNT TO OSL-COUNT.
           MOVE LOAN-SKIPPED-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.

       TAX-MAINTENANCE-MENU.
           PERFORM LOAD-TAX-CODES.
           MOVE ZERO TO MENU-OPTION.
           PERFORM TAX-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       TAX-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY TAX-MENU-SCREEN.
           ACCEPT TAX-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-TAX-CODES
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-TAX-CODE
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM QUARTERLY-TAX-REPORT.

       LOAD-TAX-CODES.
           MOVE ZEROS TO TAX-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT TAXCODE-FILE.
           PERFORM LOAD-NEXT-TAX-CODE
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR TAX-COUNT IS EQUAL TO TAX-MAX-COUNT.
           CLOSE TAXCODE-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-TAX-CODE.
           READ TAXCODE-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO TAX-COUNT
               MOVE TAX-CODE TO TX-CODE(TAX-COUNT)
               MOVE TAX-DESCRIPTION TO TX-DESCRIPTION(TAX-COUNT)
               MOVE TAX-RATE TO TX-RATE(TAX-COUNT)
           END-IF.

       SAVE-TAX-CODES.
           OPEN OUTPUT TAXCODE-FILE.
           PERFORM SAVE-NEXT-TAX-CODE
               VARYING TAX-INDEX FROM 1 BY 1
               UNTIL TAX-INDEX IS GREATER THAN TAX-COUNT.
           CLOSE TAXCODE-FILE.

       SAVE-NEXT-TAX-CODE.
           MOVE TX-CODE(TAX-INDEX) TO TAX-CODE.
           MOVE TX-DESCRIPTION(TAX-INDEX) TO TAX-DESCRIPTION.
           MOVE TX-RATE(TAX-INDEX) TO TAX-RATE.
           WRITE TAXCODE-RECORD.

       FIND-TAX-CODE-BY-CODE.
           MOVE "N" TO TAX-FOUND.
           PERFORM FIND-NEXT-TAX-MATCH
               VARYING TAX-INDEX FROM 1 BY 1
               UNTIL TAX-INDEX IS GREATER THAN TAX-COUNT
               OR TAX-FOUND IS EQUAL TO "Y".
           IF TAX-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM TAX-INDEX
           END-IF.

       FIND-NEXT-TAX-MATCH.
           IF TX-CODE(TAX-INDEX) IS EQUAL TO TAX-WORK-CODE
               MOVE "Y" TO TAX-FOUND
           END-IF.

       VALIDATE-LEDGER-TAX-CODE.
           MOVE "Y" TO TAX-FOUND.
           IF LEDGER-TAX-CODE IS NOT EQUAL TO SPACES
               PERFORM LOAD-TAX-CODES
               MOVE FUNCTION UPPER-CASE(LEDGER-TAX-CODE)
                   TO LEDGER-TAX-CODE
               MOVE LEDGER-TAX-CODE TO TAX-WORK-CODE
               PERFORM FIND-TAX-CODE-BY-CODE
           END-IF.

       LIST-TAX-CODES.
           DISPLAY TAX-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-TAX-ROW
               VARYING TAX-INDEX FROM 1 BY 1
               UNTIL TAX-INDEX IS GREATER THAN TAX-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-TAX-ROW.
           MOVE TX-CODE(TAX-INDEX) TO TAX-WORK-CODE.
           MOVE TX-DESCRIPTION(TAX-INDEX) TO TAX-WORK-DESCRIPTION.
           MOVE TX-RATE(TAX-INDEX) TO TAX-WORK-RATE.
           DISPLAY TAX-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       ADD-TAX-CODE.
           MOVE SPACES TO TAX-WORK-CODE.
           MOVE SPACES TO TAX-WORK-DESCRIPTION.
           MOVE ZEROS TO TAX-WORK-RATE.
           DISPLAY ADD-TAX-SCREEN.
           ACCEPT ADD-TAX-SCREEN.
           DISPLAY ADD-TAX-SCREEN.
           MOVE FUNCTION UPPER-CASE(TAX-WORK-CODE)
               TO TAX-WORK-CODE.
           IF TAX-WORK-CODE IS NOT EQUAL TO SPACES
               PERFORM FIND-TAX-CODE-BY-CODE
               IF TAX-FOUND IS NOT EQUAL TO "Y"
                   AND TAX-COUNT IS EQUAL TO TAX-MAX-COUNT
                   DISPLAY TAX-TABLE-FULL-SCREEN
                   ACCEPT TAX-TABLE-FULL-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM SHOW-ADD-TAX-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       IF TAX-FOUND IS NOT EQUAL TO "Y"
                           ADD 1 TO TAX-COUNT
                           MOVE TAX-COUNT TO TAX-INDEX
                           MOVE TAX-WORK-CODE
                               TO TX-CODE(TAX-INDEX)
                       END-IF
                       MOVE TAX-WORK-DESCRIPTION
                           TO TX-DESCRIPTION(TAX-INDEX)
                       MOVE TAX-WORK-RATE TO TX-RATE(TAX-INDEX)
                       PERFORM SAVE-TAX-CODES
                   END-IF
               END-IF
           END-IF.

       SHOW-ADD-TAX-PROMPT.
           DISPLAY ADD-TAX-PROMPT.
           ACCEPT ADD-TAX-PROMPT.

       QUARTERLY-TAX-REPORT.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-YEAR TO TAXREP-YEAR.
           MOVE 1 TO TAXREP-QUARTER.
           DISPLAY TAXREP-RANGE-SCREEN.
           ACCEPT TAXREP-RANGE-SCREEN.
           DISPLAY TAXREP-RANGE-SCREEN.
           IF TAXREP-QUARTER IS LESS THAN 1
               OR TAXREP-QUARTER IS GREATER THAN 4
               DISPLAY TAXREP-QUARTER-ERROR-SCREEN
               ACCEPT TAXREP-QUARTER-ERROR-SCREEN
           ELSE
               MOVE "TAXQTR" TO SPOOL-REPORT-TYPE
               MOVE SPACES TO SPOOL-PARAMETERS
               STRING TAXREP-YEAR DELIMITED BY SIZE
                   " Q" DELIMITED BY SIZE
                   TAXREP-QUARTER DELIMITED BY SIZE
                   INTO SPOOL-PARAMETERS
               END-STRING
               PERFORM DISPLAY-REPORT-PROMPT
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM PRINT-QUARTERLY-TAX-REPORT
               END-IF
           END-IF.

       PRINT-QUARTERLY-TAX-REPORT.
           MOVE ZEROS TO TAXSUM-COUNT.
           COMPUTE PBAL-FROM-YYYYMM = TAXREP-YEAR * 100
               + TAXREP-QUARTER * 3 - 2.
           COMPUTE PBAL-TO-YYYYMM = TAXREP-YEAR * 100
               + TAXREP-QUARTER * 3.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-READ.
           PERFORM TALLY-NEXT-TAXREP-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           CLOSE ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-TAXREP-REPORT-HEADER.
           PERFORM WRITE-NEXT-TAXREP-LINE
               VARYING TAXSUM-INDEX FROM 1 BY 1
               UNTIL TAXSUM-INDEX IS GREATER THAN TAXSUM-COUNT.
           CLOSE REPORT-FILE.

       TALLY-NEXT-TAXREP-BALANCE.
           PERFORM READ-NEXT-PERIOD-BALANCE.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               AND PB-TAX-CODE IS NOT EQUAL TO SPACES
               PERFORM TALLY-TAXREP-ENTRY
           END-IF.

       TALLY-TAXREP-ENTRY.
           MOVE "N" TO TAXSUM-FOUND.
           PERFORM FIND-NEXT-TAXSUM-MATCH
               VARYING TAXSUM-INDEX FROM 1 BY 1
               UNTIL TAXSUM-INDEX IS GREATER THAN TAXSUM-COUNT
               OR TAXSUM-FOUND IS EQUAL TO "Y".
           IF TAXSUM-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM TAXSUM-INDEX
           ELSE
               IF TAXSUM-COUNT IS EQUAL TO TAXSUM-MAX-COUNT
                   MOVE TAXSUM-MAX-COUNT TO TAXSUM-INDEX
               ELSE
                   ADD 1 TO TAXSUM-COUNT
                   MOVE TAXSUM-COUNT TO TAXSUM-INDEX
                   MOVE ACCOUNT-COMPANY
                       TO TSX-COMPANY(TAXSUM-INDEX)
                   MOVE PB-TAX-CODE TO TSX-CODE(TAXSUM-INDEX)
                   MOVE ZEROS TO TSX-TAXABLE(TAXSUM-INDEX)
                   MOVE ZEROS TO TSX-TAX(TAXSUM-INDEX)
               END-IF
           END-IF.
           ADD PB-NET-AMOUNT TO TSX-TAXABLE(TAXSUM-INDEX).
           ADD PB-TAX-AMOUNT TO TSX-TAX(TAXSUM-INDEX).

       FIND-NEXT-TAXSUM-MATCH.
           IF TSX-COMPANY(TAXSUM-INDEX) IS EQUAL TO ACCOUNT-COMPANY
               AND TSX-CODE(TAXSUM-INDEX) IS EQUAL TO
                   PB-TAX-CODE
               MOVE "Y" TO TAXSUM-FOUND
           END-IF.

       WRITE-TAXREP-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Quarterly Tax Report ",
               TAXREP-YEAR, " Q", TAXREP-QUARTER, " - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO TAXREP-REPORT-HEADER.
           MOVE "Company" TO TXH-COMPANY.
           MOVE "Code" TO TXH-CODE.
           MOVE "Description" TO TXH-DESCRIPTION.
           MOVE "Rate" TO TXH-RATE.
           MOVE "Taxable" TO TXH-TAXABLE.
           MOVE "Tax" TO TXH-TAX.
           WRITE TAXREP-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO TXH-COMPANY.
           MOVE ALL "-" TO TXH-CODE.
           MOVE ALL "-" TO TXH-DESCRIPTION.
           MOVE ALL "-" TO TXH-RATE.
           MOVE ALL "-" TO TXH-TAXABLE.
           MOVE ALL "-" TO TXH-TAX.
           WRITE TAXREP-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-TAXREP-REPORT-FOOTER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       WRITE-NEXT-TAXREP-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-TAXREP-REPORT-FOOTER
               PERFORM WRITE-TAXREP-REPORT-HEADER
           END-IF.
           MOVE SPACES TO TAXREP-REPORT-LINE.
           MOVE ZEROS TO TXL-RATE.
           MOVE ZEROS TO TXL-TAXABLE.
           MOVE ZEROS TO TXL-TAX.
           MOVE TSX-COMPANY(TAXSUM-INDEX) TO TXL-COMPANY.
           MOVE TSX-CODE(TAXSUM-INDEX) TO TXL-CODE.
           MOVE TSX-CODE(TAXSUM-INDEX) TO TAX-WORK-CODE.
           PERFORM FIND-TAX-CODE-BY-CODE.
           IF TAX-FOUND IS EQUAL TO "Y"
               MOVE TX-DESCRIPTION(TAX-INDEX) TO TXL-DESCRIPTION
               MOVE TX-RATE(TAX-INDEX) TO TXL-RATE
           ELSE
               MOVE "(NOT ON FILE)" TO TXL-DESCRIPTION
           END-IF.
           MOVE TSX-TAXABLE(TAXSUM-INDEX) TO TXL-TAXABLE.
           MOVE TSX-TAX(TAXSUM-INDEX) TO TXL-TAX.
           WRITE TAXREP-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       ACCOUNT-MERGE.
           MOVE ZEROS TO MERGE-SOURCE-ID.
           MOVE ZEROS TO MERGE-TARGET-ID.
           DISPLAY MERGE-SCREEN.
           ACCEPT MERGE-SCREEN.
           DISPLAY MERGE-SCREEN.
           MOVE MERGE-SOURCE-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE ACCOUNT-LOADED TO MERGE-SOURCE-FOUND.
           MOVE ACCOUNT-VALUE TO MERGE-SOURCE-VALUE.
           MOVE MERGE-TARGET-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE ACCOUNT-LOADED TO MERGE-TARGET-FOUND.
           MOVE ACCOUNT-CLOSED TO MERGE-TARGET-CLOSED.
           IF MERGE-SOURCE-FOUND IS NOT EQUAL TO "Y"
               OR MERGE-TARGET-FOUND IS NOT EQUAL TO "Y"
               DISPLAY MERGE-NOT-FOUND-SCREEN
               ACCEPT MERGE-NOT-FOUND-SCREEN
           ELSE IF MERGE-SOURCE-ID IS EQUAL TO MERGE-TARGET-ID
               DISPLAY MERGE-SAME-SCREEN
               ACCEPT MERGE-SAME-SCREEN
           ELSE IF MERGE-TARGET-CLOSED IS EQUAL TO "Y"
               DISPLAY MERGE-TARGET-CLOSED-SCREEN
               ACCEPT MERGE-TARGET-CLOSED-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-MERGE-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM RUN-ACCOUNT-MERGE
                   DISPLAY MERGE-DONE-SCREEN
                   ACCEPT MERGE-DONE-SCREEN
               END-IF
           END-IF.

       SHOW-MERGE-PROMPT.
           DISPLAY MERGE-PROMPT.
           ACCEPT MERGE-PROMPT.

       RUN-ACCOUNT-MERGE.
           MOVE "MERGE" TO INFLIGHT-ACTION.
           MOVE MERGE-SOURCE-ID TO INFLIGHT-ACCOUNT-ID.
           PERFORM SET-IN-FLIGHT-MARKER.
           MOVE ZEROS TO MERGE-MOVED-COUNT.
           PERFORM MOVE-SOURCE-TRAN-ENTRIES.
           PERFORM MOVE-SOURCE-ARCHIVES.
           PERFORM MOVE-SOURCE-STANDING-ORDERS.
           PERFORM POST-MERGE-ACCOUNTS.
           PERFORM REBUILD-MERGED-PERIOD-BALANCES.
           PERFORM CLEAR-IN-FLIGHT-MARKER.

       REBUILD-MERGED-PERIOD-BALANCES.
           MOVE MERGE-TARGET-ID TO ACCOUNT-ID.
           PERFORM REBUILD-ACCOUNT-PERIOD-BALANCES.
           MOVE MERGE-SOURCE-ID TO ACCOUNT-ID.
           PERFORM REBUILD-ACCOUNT-PERIOD-BALANCES.

       MOVE-SOURCE-TRAN-ENTRIES.
           MOVE "Y" TO MERGE-MORE.
           OPEN I-O TRANSACTION-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "N" TO MERGE-MORE
           ELSE
               MOVE MERGE-TARGET-ID TO ACCOUNT-ID
               MOVE ZEROS TO TRAN-LAST-SEQUENCE
               PERFORM FIND-LAST-TRAN-SEQUENCE
               PERFORM MOVE-NEXT-SOURCE-ENTRY
                   UNTIL MERGE-MORE IS EQUAL TO "N"
           END-IF.
           CLOSE TRANSACTION-FILE.

       MOVE-NEXT-SOURCE-ENTRY.
           MOVE MERGE-SOURCE-ID TO TRAN-ACCOUNT-ID.
           MOVE ZEROS TO TRAN-SEQUENCE.
           START TRANSACTION-FILE
               KEY IS GREATER THAN TRAN-KEY
               INVALID KEY MOVE "N" TO MERGE-MORE.
           IF MERGE-MORE IS EQUAL TO "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE "N" TO MERGE-MORE
               END-READ
           END-IF.
           IF MERGE-MORE IS EQUAL TO "Y"
               IF TRAN-ACCOUNT-ID IS NOT EQUAL TO MERGE-SOURCE-ID
                   MOVE "N" TO MERGE-MORE
               ELSE
                   MOVE TRAN-ENTRY TO MERGE-SAVED-ENTRY
                   DELETE TRANSACTION-FILE RECORD
                   PERFORM LOG-TRAN-DELETE
                   ADD 1 TO TRAN-LAST-SEQUENCE
                   MOVE MERGE-TARGET-ID TO TRAN-ACCOUNT-ID
                   MOVE TRAN-LAST-SEQUENCE TO TRAN-SEQUENCE
                   MOVE MERGE-SAVED-ENTRY TO TRAN-ENTRY
                   WRITE TRAN-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   PERFORM LOG-TRAN-AFTER-IMAGE
                   ADD 1 TO MERGE-MOVED-COUNT
               END-IF
           END-IF.

       MOVE-SOURCE-ARCHIVES.
           MOVE ZEROS TO ARCHIX-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM LOAD-NEXT-ARCHIX-RECORD
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR ARCHIX-COUNT IS EQUAL TO ARCHIX-MAX-COUNT.
           CLOSE ARCHIVE-INDEX-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN OUTPUT ARCHIVE-INDEX-FILE.
           PERFORM LOG-INDEX-CLEAR.
           PERFORM SAVE-NEXT-ARCHIX-RECORD
               VARYING ARCHIX-INDEX FROM 1 BY 1
               UNTIL ARCHIX-INDEX IS GREATER THAN ARCHIX-COUNT.
           CLOSE ARCHIVE-INDEX-FILE.

       LOAD-NEXT-ARCHIX-RECORD.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO ARCHIX-COUNT
               IF AIX-ACCOUNT-ID IS EQUAL TO MERGE-SOURCE-ID
                   MOVE MERGE-TARGET-ID
                       TO AXT-ACCOUNT-ID(ARCHIX-COUNT)
               ELSE
                   MOVE AIX-ACCOUNT-ID
                       TO AXT-ACCOUNT-ID(ARCHIX-COUNT)
               END-IF
               MOVE AIX-FILE-NAME TO AXT-FILE-NAME(ARCHIX-COUNT)
           END-IF.

       SAVE-NEXT-ARCHIX-RECORD.
           MOVE AXT-ACCOUNT-ID(ARCHIX-INDEX) TO AIX-ACCOUNT-ID.
           MOVE AXT-FILE-NAME(ARCHIX-INDEX) TO AIX-FILE-NAME.
           WRITE ARCHIVE-INDEX-RECORD.
           PERFORM LOG-INDEX-AFTER-IMAGE.

       MOVE-SOURCE-STANDING-ORDERS.
           PERFORM LOAD-STANDING-ORDERS.
           PERFORM MOVE-NEXT-SOURCE-ORDER
               VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX IS GREATER THAN ORDER-COUNT.
           PERFORM SAVE-STANDING-ORDERS.

       MOVE-NEXT-SOURCE-ORDER.
           IF OT-ACCOUNT-ID(ORDER-INDEX) IS EQUAL TO
                   MERGE-SOURCE-ID
               MOVE MERGE-TARGET-ID TO OT-ACCOUNT-ID(ORDER-INDEX)
           END-IF.

       POST-MERGE-ACCOUNTS.
           MOVE MERGE-TARGET-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           ADD MERGE-SOURCE-VALUE TO ACCOUNT-VALUE.
           PERFORM WRITE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE "MERGE" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE MERGE-SOURCE-ID TO MERGE-ID-EDIT.
           MOVE FUNCTION CONCATENATE("MERGED FROM ",
               FUNCTION TRIM(MERGE-ID-EDIT)) TO LEDGER-DESCRIPTION.
           MOVE ZEROS TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE MERGE-SOURCE-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE ZEROS TO ACCOUNT-VALUE.
           MOVE "Y" TO ACCOUNT-CLOSED.
           PERFORM WRITE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE "MERGE" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE MERGE-TARGET-ID TO MERGE-ID-EDIT.
           MOVE FUNCTION CONCATENATE("MERGED INTO ",
               FUNCTION TRIM(MERGE-ID-EDIT)) TO LEDGER-DESCRIPTION.
           MOVE ZEROS TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           PERFORM WRITE-LEDGER-ENTRY.

       WRITE-RVL-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Revaluations Posted:" TO OSL-LABEL.
           MOVE RVL-POSTED-COUNT TO OSL-COUNT.
           MOVE RVL-TOTAL-MOVEMENT TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.

       ACCOUNT-STATEMENTS.
           PERFORM PROMPT-ACCOUNT-FILTER.
           MOVE ZEROS TO STMT-START-DATE.
           MOVE 99999999 TO STMT-END-DATE.
           DISPLAY STATEMENT-RANGE-SCREEN.
           ACCEPT STATEMENT-RANGE-SCREEN.
           MOVE "STMT" TO SPOOL-REPORT-TYPE.
           MOVE SPACES TO SPOOL-PARAMETERS.
           STRING STMT-START-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STMT-END-DATE DELIMITED BY SIZE
               INTO SPOOL-PARAMETERS
           END-STRING.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-ALL-STATEMENTS.

       PRINT-ALL-STATEMENTS.
           PERFORM LOAD-HOLDERS.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO ESTMT-RUN-DATE.
           MOVE ZEROS TO ESTMT-EMAIL-COUNT.
           MOVE ZEROS TO ESTMT-PAPER-COUNT.
           MOVE ZEROS TO ESTMT-EXCEPTION-COUNT.
           MOVE PRINTER-NAME TO ESTMT-SAVE-PRINTER-NAME.
           MOVE SPACES TO ESTMT-MANIFEST-NAME.
           STRING "estmtman_" DELIMITED BY SIZE
               ESTMT-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO ESTMT-MANIFEST-NAME
           END-STRING.
           OPEN OUTPUT ESTMT-MANIFEST-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-NEXT-STATEMENT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           PERFORM WRITE-ESTMT-EXCEPTIONS.
           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE ESTMT-MANIFEST-FILE.

       PRINT-NEXT-STATEMENT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM MATCH-ACCOUNT-FILTER
               IF ACCOUNT-MATCHES-FILTER IS EQUAL TO "Y"
                   PERFORM SET-STATEMENT-DELIVERY
                   IF ESTMT-DELIVERY IS EQUAL TO "E"
                       PERFORM EMAIL-ACCOUNT-STATEMENT
                   ELSE
                       PERFORM PRINT-ACCOUNT-STATEMENT
                       ADD 1 TO ESTMT-PAPER-COUNT
                   END-IF
               END-IF
           END-IF.

       SET-STATEMENT-DELIVERY.
           MOVE "P" TO ESTMT-DELIVERY.
           MOVE "N" TO HOLDER-FOUND.
           IF ACCOUNT-HOLDER-ID IS NUMERIC
               AND ACCOUNT-HOLDER-ID IS GREATER THAN ZEROS
               MOVE ACCOUNT-HOLDER-ID TO HOLDER-WORK-ID
               PERFORM FIND-HOLDER-BY-ID
           END-IF.
           IF HOLDER-FOUND IS EQUAL TO "Y"
               AND HD-ESTMT-OPT-IN(HOLDER-INDEX) IS EQUAL TO "Y"
               PERFORM LOOKUP-HOLDER-EMAIL
               IF ESTMT-EMAIL IS NOT EQUAL TO SPACES
                   MOVE "E" TO ESTMT-DELIVERY
               END-IF
           END-IF.

       LOOKUP-HOLDER-EMAIL.
           MOVE SPACES TO ESTMT-EMAIL.
           MOVE SPACES TO ESTMT-EXCEPTION-REASON.
           IF HD-PHONE-ID(HOLDER-INDEX) IS NOT NUMERIC
               OR HD-PHONE-ID(HOLDER-INDEX) IS EQUAL TO ZEROS
               MOVE "NO PHONE DIR ID" TO ESTMT-EXCEPTION-REASON
           ELSE
               MOVE "PHONE RECORD MISSING" TO ESTMT-EXCEPTION-REASON
               OPEN INPUT PHONE-FILE
               IF FILE-STATUS IS EQUAL TO ZEROS
                   MOVE HD-PHONE-ID(HOLDER-INDEX) TO PHONE-ID
                   READ PHONE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PHONE-EMAIL TO ESTMT-EMAIL
                           MOVE "NO EMAIL ON FILE"
                               TO ESTMT-EXCEPTION-REASON
                   END-READ
               END-IF
               CLOSE PHONE-FILE
           END-IF.
           IF ESTMT-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES TO ESTMT-EXCEPTION-REASON
           END-IF.

       EMAIL-ACCOUNT-STATEMENT.
           MOVE SPACES TO ESTMT-MANIFEST-RECORD.
           MOVE ESTMT-RUN-DATE TO EMF-RUN-DATE.
           MOVE HD-HOLDER-ID(HOLDER-INDEX) TO EMF-HOLDER-ID.
           MOVE HD-NAME(HOLDER-INDEX) TO EMF-HOLDER-NAME.
           MOVE ESTMT-EMAIL TO EMF-EMAIL.
           MOVE ACCOUNT-ID TO EMF-ACCOUNT-ID.
           MOVE STMT-START-DATE TO EMF-PERIOD-START.
           MOVE STMT-END-DATE TO EMF-PERIOD-END.
           MOVE SPACES TO PRINTER-NAME.
           STRING "estmt_" DELIMITED BY SIZE
               ACCOUNT-ID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ESTMT-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PRINTER-NAME
           END-STRING.
           MOVE PRINTER-NAME TO EMF-FILE-NAME.
           CLOSE REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-ACCOUNT-STATEMENT.
           CLOSE REPORT-FILE.
           MOVE ESTMT-SAVE-PRINTER-NAME TO PRINTER-NAME.
           OPEN EXTEND REPORT-FILE.
           WRITE ESTMT-MANIFEST-RECORD.
           ADD 1 TO ESTMT-EMAIL-COUNT.

       WRITE-ESTMT-EXCEPTIONS.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE(
               "E-Statement Delivery Exceptions - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO ESTMT-EXCEPTION-HEADER.
           MOVE "Holder" TO EXH-HOLDER-ID.
           MOVE "Name" TO EXH-NAME.
           MOVE "Phone ID" TO EXH-PHONE-ID.
           MOVE "Reason" TO EXH-REASON.
           WRITE ESTMT-EXCEPTION-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO EXH-HOLDER-ID.
           MOVE ALL "-" TO EXH-NAME.
           MOVE ALL "-" TO EXH-PHONE-ID.
           MOVE ALL "-" TO EXH-REASON.
           WRITE ESTMT-EXCEPTION-HEADER BEFORE ADVANCING 1.
           PERFORM CHECK-NEXT-ESTMT-HOLDER
               VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX IS GREATER THAN HOLDER-COUNT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Statements Emailed:" TO RCVS-LABEL.
           MOVE ESTMT-EMAIL-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Statements Printed:" TO RCVS-LABEL.
           MOVE ESTMT-PAPER-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Delivery Exceptions:" TO RCVS-LABEL.
           MOVE ESTMT-EXCEPTION-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.

       CHECK-NEXT-ESTMT-HOLDER.
           IF HD-ESTMT-OPT-IN(HOLDER-INDEX) IS EQUAL TO "Y"
               PERFORM LOOKUP-HOLDER-EMAIL
               IF ESTMT-EMAIL IS EQUAL TO SPACES
                   MOVE SPACES TO ESTMT-EXCEPTION-LINE
                   MOVE HD-HOLDER-ID(HOLDER-INDEX) TO EXL-HOLDER-ID
                   MOVE HD-NAME(HOLDER-INDEX) TO EXL-NAME
                   MOVE ZEROS TO EXL-PHONE-ID
                   IF HD-PHONE-ID(HOLDER-INDEX) IS NUMERIC
                       MOVE HD-PHONE-ID(HOLDER-INDEX) TO EXL-PHONE-ID
                   END-IF
                   MOVE ESTMT-EXCEPTION-REASON TO EXL-REASON
                   WRITE ESTMT-EXCEPTION-LINE BEFORE ADVANCING 1
                   ADD 1 TO ESTMT-EXCEPTION-COUNT
               END-IF
           END-IF.

       PRINT-ACCOUNT-STATEMENT.
           PERFORM GATHER-STATEMENT-ENTRIES.
           SORT STMT-SORT-FILE
               ON ASCENDING KEY SSR-EFFECTIVE-DATE
               ON ASCENDING KEY SSR-DATE-TIME
               USING STMT-EXTRACT-FILE
               GIVING STMT-SORTED-FILE.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE STMT-OPENING-BALANCE TO STMT-RUNNING-BALANCE.
           PERFORM WRITE-STATEMENT-BALANCE-LINE.
           MOVE "N" TO STMT-SORT-EOF.
           OPEN INPUT STMT-SORTED-FILE.
           PERFORM WRITE-NEXT-STATEMENT-LINE
               UNTIL STMT-SORT-EOF IS EQUAL TO "Y".
           CLOSE STMT-SORTED-FILE.
           PERFORM WRITE-STATEMENT-CLOSING-LINE.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.
           MOVE "N" TO END-OF-FILE.

       GATHER-STATEMENT-ENTRIES.
           MOVE ZEROS TO STMT-OPENING-BALANCE.
           MOVE ZEROS TO STMT-FILE-SEQ.
           OPEN OUTPUT STMT-EXTRACT-FILE.
           MOVE "N" TO STMT-INDEX-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM GATHER-NEXT-ARCHIVE
               UNTIL STMT-INDEX-EOF IS EQUAL TO "Y".
           CLOSE ARCHIVE-INDEX-FILE.
           PERFORM GATHER-FROM-LIVE-LEDGER.
           CLOSE STMT-EXTRACT-FILE.

       GATHER-NEXT-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO STMT-INDEX-EOF.
           IF STMT-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               PERFORM GATHER-FROM-ARCHIVE
           END-IF.

       GATHER-FROM-ARCHIVE.
           ADD 1 TO STMT-FILE-SEQ.
           MOVE "N" TO STMT-ARCH-EOF.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           PERFORM GATHER-NEXT-ARCHIVE-ENTRY
               UNTIL STMT-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.

       GATHER-NEXT-ARCHIVE-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO STMT-ARCH-EOF.
           IF STMT-ARCH-EOF IS NOT EQUAL TO "Y"
               IF LA-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
                   AND STMT-FILE-SEQ IS GREATER THAN 1
                   CONTINUE
               ELSE
                   IF LA-EFFECTIVE-DATE IS NOT NUMERIC
                       OR LA-EFFECTIVE-DATE IS EQUAL TO ZEROS
                       MOVE LA-DATE TO LA-EFFECTIVE-DATE
                   END-IF
                   MOVE LA-EFFECTIVE-DATE TO STMT-ENTRY-EFF-DATE
                   MOVE LA-DATE-TIME TO SX-DATE-TIME
                   MOVE LA-DESCRIPTION TO SX-DESCRIPTION
                   MOVE LA-AMOUNT TO SX-AMOUNT
                   MOVE LA-STATUS TO SX-STATUS
                   MOVE LA-OPERATOR-ID TO SX-OPERATOR-ID
                   PERFORM FILE-STATEMENT-ENTRY
               END-IF
           END-IF.

       GATHER-FROM-LIVE-LEDGER.
           ADD 1 TO STMT-FILE-SEQ.
           PERFORM OPEN-LEDGER-FILE-FOR-READ.
           PERFORM GATHER-NEXT-LIVE-ENTRY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE TRANSACTION-FILE.
           MOVE "N" TO END-OF-FILE.

       GATHER-NEXT-LIVE-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               IF LEDGER-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
                   AND STMT-FILE-SEQ IS GREATER THAN 1
                   CONTINUE
               ELSE
                   MOVE LEDGER-EFFECTIVE-DATE TO STMT-ENTRY-EFF-DATE
                   MOVE LEDGER-DATE-TIME TO SX-DATE-TIME
                   MOVE LEDGER-DESCRIPTION TO SX-DESCRIPTION
                   MOVE LEDGER-AMOUNT TO SX-AMOUNT
                   MOVE LEDGER-STATUS TO SX-STATUS
                   MOVE LEDGER-OPERATOR-ID TO SX-OPERATOR-ID
                   PERFORM FILE-STATEMENT-ENTRY
               END-IF
           END-IF.

       FILE-STATEMENT-ENTRY.
           IF STMT-ENTRY-EFF-DATE IS LESS THAN STMT-START-DATE
               ADD SX-AMOUNT TO STMT-OPENING-BALANCE
           ELSE IF STMT-ENTRY-EFF-DATE IS NOT GREATER THAN
                   STMT-END-DATE
               MOVE STMT-ENTRY-EFF-DATE TO SX-EFFECTIVE-DATE
               WRITE STMT-EXTRACT-RECORD
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Account Statement - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           PERFORM WRITE-STATEMENT-ADDRESS.
           PERFORM WRITE-ACCOUNT-REPORT-SUB-HEADER.
           PERFORM WRITE-ACCOUNT-REPORT-LINE.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO LEDGER-REPORT-HEADER.
           MOVE "Date" TO LH-DATE-TIME.
           MOVE "EffDate" TO LH-EFF-DATE.
           MOVE "Description" TO LH-DESCRIPTION.
           MOVE "S" TO LH-STATUS.
           MOVE "Value" TO LH-AMOUNT.
           MOVE "Balance" TO LH-BALANCE.
           MOVE "Operator" TO LH-OPERATOR.
           WRITE LEDGER-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO LH-DATE-TIME.
           MOVE ALL "-" TO LH-EFF-DATE.
           MOVE ALL "-" TO LH-DESCRIPTION.
           MOVE ALL "-" TO LH-STATUS.
           MOVE ALL "-" TO LH-AMOUNT.
           MOVE ALL "-" TO LH-BALANCE.
           MOVE ALL "-" TO LH-OPERATOR.
           WRITE LEDGER-REPORT-HEADER BEFORE ADVANCING 1.

       WRITE-STATEMENT-ADDRESS.
           IF ACCOUNT-HOLDER-ID IS NUMERIC
               AND ACCOUNT-HOLDER-ID IS GREATER THAN ZEROS
               MOVE ACCOUNT-HOLDER-ID TO HOLDER-WORK-ID
               PERFORM FIND-HOLDER-BY-ID
               IF HOLDER-FOUND IS EQUAL TO "Y"
                   MOVE SPACES TO GENERIC-REPORT-LINE
                   MOVE HD-NAME(HOLDER-INDEX)
                       TO GENERIC-REPORT-LINE
                           TO GENERIC-REPORT-LINE
                       WRITE GENERIC-REPORT BEFORE ADVANCING 1
                   END-IF
                   MOVE SPACES TO GENERIC-REPORT-LINE
                   STRING FUNCTION TRIM(HD-CITY(HOLDER-INDEX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HD-POSTAL-CODE(HOLDER-INDEX)
                       DELIMITED BY SIZE
                       INTO GENERIC-REPORT-LINE
                   END-STRING
                   WRITE GENERIC-REPORT BEFORE ADVANCING 2
               END-IF
           END-IF.

       WRITE-STATEMENT-BALANCE-LINE.
           MOVE SPACES TO LEDGER-REPORT-LINE.
           MOVE ZEROS TO LR-EFF-DATE.
           MOVE ZEROS TO LR-AMOUNT.
           MOVE ZEROS TO LR-BALANCE.
           MOVE STMT-START-DATE TO LR-EFF-DATE.
           MOVE "OPENING BALANCE" TO LR-DESCRIPTION.
           MOVE STMT-OPENING-BALANCE TO LR-BALANCE.
           WRITE LEDGER-REPORT-LINE BEFORE ADVANCING 1.

       WRITE-NEXT-STATEMENT-LINE.
           READ STMT-SORTED-FILE NEXT RECORD
               AT END MOVE "Y" TO STMT-SORT-EOF.
           IF STMT-SORT-EOF IS NOT EQUAL TO "Y"
               ADD SSD-AMOUNT TO STMT-RUNNING-BALANCE
               MOVE SSD-DT-YEAR TO DISPLAY-YEAR
               MOVE SSD-DT-MONTH TO DISPLAY-MONTH
               MOVE SSD-DT-DAY TO DISPLAY-DAY
               MOVE SSD-DT-HOUR TO DISPLAY-HOUR
               MOVE SSD-DT-MIN TO DISPLAY-MINUTE
               MOVE SSD-DT-SEC TO DISPLAY-SECOND
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE ZEROS TO LR-EFF-DATE
               MOVE ZEROS TO LR-AMOUNT
               MOVE ZEROS TO LR-BALANCE
               MOVE DISPLAY-DATE-TIME TO LR-DATE-TIME
               MOVE SSD-EFFECTIVE-DATE TO LR-EFF-DATE
               MOVE SSD-DESCRIPTION TO LR-DESCRIPTION
               MOVE SSD-STATUS TO LR-STATUS
               MOVE SSD-AMOUNT TO LR-AMOUNT
               MOVE STMT-RUNNING-BALANCE TO LR-BALANCE
               MOVE SSD-OPERATOR-ID TO LR-OPERATOR
               WRITE LEDGER-REPORT-LINE BEFORE ADVANCING 1
           END-IF.

       WRITE-STATEMENT-CLOSING-LINE.
           MOVE SPACES TO LEDGER-REPORT-LINE.
           MOVE ZEROS TO LR-EFF-DATE.
           MOVE ZEROS TO LR-AMOUNT.
           MOVE ZEROS TO LR-BALANCE.
           MOVE STMT-END-DATE TO LR-EFF-DATE.
           MOVE "CLOSING BALANCE" TO LR-DESCRIPTION.
           MOVE STMT-RUNNING-BALANCE TO LR-BALANCE.
           WRITE LEDGER-REPORT-LINE BEFORE ADVANCING 1.

       DAILY-JOURNAL-REPORT.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO DJ-REPORT-DATE.
           DISPLAY DAILY-JOURNAL-SCREEN.
           ACCEPT DAILY-JOURNAL-SCREEN.
           MOVE "DAILYJRNL" TO SPOOL-REPORT-TYPE.
           MOVE SPACES TO SPOOL-PARAMETERS.
           MOVE DJ-REPORT-DATE TO SPOOL-PARAMETERS.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-DAILY-JOURNAL-REPORT.

       PRINT-DAILY-JOURNAL-REPORT.
           MOVE ZEROS TO DJ-ENTRY-COUNT.
           MOVE ZEROS TO DJ-TOTAL.
           OPEN OUTPUT DJ-EXTRACT-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM GATHER-NEXT-DAILY-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           CLOSE DJ-EXTRACT-FILE.
           SORT DJ-SORT-FILE
               ON ASCENDING KEY DJS-DATE-TIME
               USING DJ-EXTRACT-FILE
               GIVING DJ-SORTED-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-DJ-REPORT-HEADER.
           MOVE "N" TO DJ-SORT-EOF.
           OPEN INPUT DJ-SORTED-FILE.
           PERFORM WRITE-NEXT-DJ-REPORT-LINE
               UNTIL DJ-SORT-EOF IS EQUAL TO "Y".
           CLOSE DJ-SORTED-FILE.
           PERFORM WRITE-DJ-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       GATHER-NEXT-DAILY-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               MOVE ZEROS TO DJ-FILE-SEQ
               MOVE "N" TO DJ-INDEX-EOF
               OPEN INPUT ARCHIVE-INDEX-FILE
               PERFORM GATHER-NEXT-DAILY-ARCHIVE
                   UNTIL DJ-INDEX-EOF IS EQUAL TO "Y"
               CLOSE ARCHIVE-INDEX-FILE
               ADD 1 TO DJ-FILE-SEQ
               PERFORM OPEN-LEDGER-FILE-FOR-READ
               PERFORM GATHER-NEXT-DAILY-ENTRY
                   UNTIL END-OF-FILE IS EQUAL TO "Y"
               CLOSE TRANSACTION-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       GATHER-NEXT-DAILY-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO DJ-INDEX-EOF.
           IF DJ-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               PERFORM GATHER-FROM-DAILY-ARCHIVE
           END-IF.

       GATHER-FROM-DAILY-ARCHIVE.
           ADD 1 TO DJ-FILE-SEQ.
           MOVE "N" TO DJ-ARCH-EOF.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           PERFORM GATHER-NEXT-DAILY-ARCH-ENTRY
               UNTIL DJ-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.

       GATHER-NEXT-DAILY-ARCH-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO DJ-ARCH-EOF.
           IF DJ-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               IF LEDGER-EFFECTIVE-DATE IS NOT NUMERIC
                   OR LEDGER-EFFECTIVE-DATE IS EQUAL TO ZEROS
                   MOVE LEDGER-DATE TO LEDGER-EFFECTIVE-DATE
               END-IF
               PERFORM GATHER-DAILY-ENTRY-IF-DUE
           END-IF.

       GATHER-NEXT-DAILY-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM GATHER-DAILY-ENTRY-IF-DUE
           END-IF.

       GATHER-DAILY-ENTRY-IF-DUE.
           IF LEDGER-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
               AND DJ-FILE-SEQ IS GREATER THAN 1
               CONTINUE
           ELSE
               IF LEDGER-EFFECTIVE-DATE IS EQUAL TO DJ-REPORT-DATE
                   MOVE LEDGER-DATE-TIME TO DJX-DATE-TIME
                   MOVE ACCOUNT-ID TO DJX-ACCOUNT-ID
                   MOVE LEDGER-AMOUNT TO DJX-AMOUNT
                   MOVE LEDGER-DESCRIPTION TO DJX-DESCRIPTION
                   MOVE LEDGER-OPERATOR-ID TO DJX-OPERATOR-ID
                   WRITE DJ-EXTRACT-RECORD
               END-IF
           END-IF.

       WRITE-DJ-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Daily Journal Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO DJ-REPORT-HEADER.
           MOVE "Date" TO DJH-DATE-TIME.
           MOVE "Account" TO DJH-ACCOUNT-ID.
           MOVE "Operator" TO DJH-OPERATOR.
           MOVE "Amount" TO DJH-AMOUNT.
           MOVE "Description" TO DJH-DESCRIPTION.
           WRITE DJ-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO DJH-DATE-TIME.
           MOVE ALL "-" TO DJH-ACCOUNT-ID.
           MOVE ALL "-" TO DJH-OPERATOR.
           MOVE ALL "-" TO DJH-AMOUNT.
           MOVE ALL "-" TO DJH-DESCRIPTION.
           WRITE DJ-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-DJ-REPORT-FOOTER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING PAGE.

       WRITE-NEXT-DJ-REPORT-LINE.
           READ DJ-SORTED-FILE NEXT RECORD
               AT END MOVE "Y" TO DJ-SORT-EOF.
           IF DJ-SORT-EOF IS NOT EQUAL TO "Y"
               IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                   PERFORM WRITE-DJ-REPORT-FOOTER
                   PERFORM WRITE-DJ-REPORT-HEADER
               END-IF
               ADD 1 TO DJ-ENTRY-COUNT
               ADD DJD-AMOUNT TO DJ-TOTAL
               MOVE DJD-DT-YEAR TO DISPLAY-YEAR
               MOVE DJD-DT-MONTH TO DISPLAY-MONTH
               MOVE DJD-DT-DAY TO DISPLAY-DAY
               MOVE DJD-DT-HOUR TO DISPLAY-HOUR
               MOVE DJD-DT-MIN TO DISPLAY-MINUTE
               MOVE DJD-DT-SEC TO DISPLAY-SECOND
               MOVE SPACES TO DJ-REPORT-LINE
               MOVE ZEROS TO DJL-ACCOUNT-ID
               MOVE ZEROS TO DJL-AMOUNT
               MOVE DISPLAY-DATE-TIME TO DJL-DATE-TIME
               MOVE DJD-ACCOUNT-ID TO DJL-ACCOUNT-ID
               MOVE DJD-OPERATOR-ID TO DJL-OPERATOR
               MOVE DJD-AMOUNT TO DJL-AMOUNT
               MOVE DJD-DESCRIPTION TO DJL-DESCRIPTION
               WRITE DJ-REPORT-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
           END-IF.

       WRITE-DJ-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO DJ-SUMMARY-LINE.
           MOVE "Entries:" TO DJSL-LABEL.
           MOVE DJ-ENTRY-COUNT TO DJSL-COUNT.
           MOVE DJ-TOTAL TO DJSL-AMOUNT.
           WRITE DJ-SUMMARY-LINE BEFORE ADVANCING 1.

       TYPE-MAINTENANCE-MENU.
           PERFORM LOAD-ACCOUNT-TYPES.
           MOVE ZERO TO MENU-OPTION.
           PERFORM TYPE-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       TYPE-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY TYPE-MENU-SCREEN.
           ACCEPT TYPE-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-ACCOUNT-TYPES
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-ACCOUNT-TYPE.

       LOAD-ACCOUNT-TYPES.
           MOVE ZEROS TO TYPE-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-TYPE-FILE.
           PERFORM LOAD-NEXT-ACCOUNT-TYPE
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR TYPE-COUNT IS EQUAL TO TYPE-MAX-COUNT.
           CLOSE ACCOUNT-TYPE-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-ACCOUNT-TYPE.
           READ ACCOUNT-TYPE-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO TYPE-COUNT
               MOVE ATY-CODE TO TT-CODE(TYPE-COUNT)
               MOVE ATY-DESCRIPTION TO TT-DESCRIPTION(TYPE-COUNT)
               MOVE ATY-INTEREST-RATE TO TT-INTEREST-RATE(TYPE-COUNT)
               MOVE ATY-MONTHLY-FEE TO TT-MONTHLY-FEE(TYPE-COUNT)
               IF ATY-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE ZEROS TO ATY-CREDIT-LIMIT
               END-IF
               MOVE ATY-CREDIT-LIMIT TO TT-CREDIT-LIMIT(TYPE-COUNT)
               IF ATY-DORMANT-DAYS IS NOT NUMERIC
                   MOVE ZEROS TO ATY-DORMANT-DAYS
               END-IF
               IF ATY-DORMANCY-FEE IS NOT NUMERIC
                   MOVE ZEROS TO ATY-DORMANCY-FEE
               END-IF
               MOVE ATY-DORMANT-DAYS TO TT-DORMANT-DAYS(TYPE-COUNT)
               MOVE ATY-DORMANCY-FEE TO TT-DORMANCY-FEE(TYPE-COUNT)
           END-IF.

       SAVE-ACCOUNT-TYPES.
           OPEN OUTPUT ACCOUNT-TYPE-FILE.
           PERFORM SAVE-NEXT-ACCOUNT-TYPE
               VARYING TYPE-INDEX FROM 1 BY 1
               UNTIL TYPE-INDEX IS GREATER THAN TYPE-COUNT.
           CLOSE ACCOUNT-TYPE-FILE.

       SAVE-NEXT-ACCOUNT-TYPE.
           MOVE TT-CODE(TYPE-INDEX) TO ATY-CODE.
           MOVE TT-DESCRIPTION(TYPE-INDEX) TO ATY-DESCRIPTION.
           MOVE TT-INTEREST-RATE(TYPE-INDEX) TO ATY-INTEREST-RATE.
           MOVE TT-MONTHLY-FEE(TYPE-INDEX) TO ATY-MONTHLY-FEE.
           MOVE TT-CREDIT-LIMIT(TYPE-INDEX) TO ATY-CREDIT-LIMIT.
           MOVE TT-DORMANT-DAYS(TYPE-INDEX) TO ATY-DORMANT-DAYS.
           MOVE TT-DORMANCY-FEE(TYPE-INDEX) TO ATY-DORMANCY-FEE.
           WRITE ACCOUNT-TYPE-RECORD.

       FIND-TYPE-BY-CODE.
           MOVE "N" TO TYPE-FOUND.
           PERFORM FIND-NEXT-TYPE-MATCH
               VARYING TYPE-INDEX FROM 1 BY 1
               UNTIL TYPE-INDEX IS GREATER THAN TYPE-COUNT
               OR TYPE-FOUND IS EQUAL TO "Y".
           IF TYPE-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM TYPE-INDEX
           END-IF.

       FIND-NEXT-TYPE-MATCH.
           IF TT-CODE(TYPE-INDEX) IS EQUAL TO TYPE-WORK-CODE
               MOVE "Y" TO TYPE-FOUND
           END-IF.

       VALIDATE-ACCOUNT-TYPE.
           PERFORM LOAD-ACCOUNT-TYPES.
           MOVE "Y" TO TYPE-VALID.
           IF TYPE-COUNT IS GREATER THAN ZEROS
               MOVE FUNCTION UPPER-CASE(ACCOUNT-TYPE) TO ACCOUNT-TYPE
               MOVE ACCOUNT-TYPE TO TYPE-WORK-CODE
               PERFORM FIND-TYPE-BY-CODE
               IF TYPE-FOUND IS NOT EQUAL TO "Y"
                   MOVE "N" TO TYPE-VALID
               END-IF
           END-IF.

       LIST-ACCOUNT-TYPES.
           DISPLAY TYPE-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-TYPE-ROW
               VARYING TYPE-INDEX FROM 1 BY 1
               UNTIL TYPE-INDEX IS GREATER THAN TYPE-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-TYPE-ROW.
           MOVE TT-CODE(TYPE-INDEX) TO TYPE-WORK-CODE.
           MOVE TT-DESCRIPTION(TYPE-INDEX) TO TYPE-WORK-DESCRIPTION.
           MOVE TT-INTEREST-RATE(TYPE-INDEX)
               TO TYPE-WORK-INTEREST-RATE.
           MOVE TT-MONTHLY-FEE(TYPE-INDEX) TO TYPE-WORK-MONTHLY-FEE.
           MOVE TT-CREDIT-LIMIT(TYPE-INDEX) TO TYPE-WORK-CREDIT-LIMIT.
           MOVE TT-DORMANT-DAYS(TYPE-INDEX) TO TYPE-WORK-DORMANT-DAYS.
           MOVE TT-DORMANCY-FEE(TYPE-INDEX) TO TYPE-WORK-DORMANCY-FEE.
           DISPLAY TYPE-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       ADD-ACCOUNT-TYPE.
           MOVE SPACES TO TYPE-WORK-CODE.
           MOVE SPACES TO TYPE-WORK-DESCRIPTION.
           MOVE ZEROS TO TYPE-WORK-INTEREST-RATE.
           MOVE ZEROS TO TYPE-WORK-MONTHLY-FEE.
           MOVE ZEROS TO TYPE-WORK-CREDIT-LIMIT.
           MOVE ZEROS TO TYPE-WORK-DORMANT-DAYS.
           MOVE ZEROS TO TYPE-WORK-DORMANCY-FEE.
           DISPLAY ADD-TYPE-SCREEN.
           ACCEPT ADD-TYPE-SCREEN.
           DISPLAY ADD-TYPE-SCREEN.
           MOVE FUNCTION UPPER-CASE(TYPE-WORK-CODE)
               TO TYPE-WORK-CODE.
           IF TYPE-WORK-CODE IS NOT EQUAL TO SPACES
               PERFORM FIND-TYPE-BY-CODE
               IF TYPE-FOUND IS NOT EQUAL TO "Y"
                   AND TYPE-COUNT IS EQUAL TO TYPE-MAX-COUNT
                   DISPLAY TYPE-TABLE-FULL-SCREEN
                   ACCEPT TYPE-TABLE-FULL-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM SHOW-ADD-TYPE-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       IF TYPE-FOUND IS NOT EQUAL TO "Y"
                           ADD 1 TO TYPE-COUNT
                           MOVE TYPE-COUNT TO TYPE-INDEX
                           MOVE TYPE-WORK-CODE
                               TO TT-CODE(TYPE-INDEX)
                       END-IF
                       MOVE TYPE-WORK-DESCRIPTION
                           TO TT-DESCRIPTION(TYPE-INDEX)
                       MOVE TYPE-WORK-INTEREST-RATE
                           TO TT-INTEREST-RATE(TYPE-INDEX)
                       MOVE TYPE-WORK-MONTHLY-FEE
                           TO TT-MONTHLY-FEE(TYPE-INDEX)
                       MOVE TYPE-WORK-CREDIT-LIMIT
                           TO TT-CREDIT-LIMIT(TYPE-INDEX)
                       MOVE TYPE-WORK-DORMANT-DAYS
                           TO TT-DORMANT-DAYS(TYPE-INDEX)
                       MOVE TYPE-WORK-DORMANCY-FEE
                           TO TT-DORMANCY-FEE(TYPE-INDEX)
                       PERFORM SAVE-ACCOUNT-TYPES
                   END-IF
               END-IF
           END-IF.

       SHOW-ADD-TYPE-PROMPT.
           DISPLAY ADD-TYPE-PROMPT.
           ACCEPT ADD-TYPE-PROMPT.

       GL-INTERFACE-EXTRACT.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-GL-EXTRACT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-GL-EXTRACT
               DISPLAY GL-EXTRACT-DONE-SCREEN
               ACCEPT GL-EXTRACT-DONE-SCREEN
           END-IF.

       SHOW-GL-EXTRACT-PROMPT.
           DISPLAY GL-EXTRACT-PROMPT.
           ACCEPT GL-EXTRACT-PROMPT.

       RUN-GL-EXTRACT.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE-TIME TO GL-RUN-STAMP.
           MOVE ZEROS TO GL-RECORD-COUNT.
           MOVE ZEROS TO GL-HASH-TOTAL.
           OPEN OUTPUT GL-EXTRACT-FILE.
           MOVE "H" TO GLH-RECORD-TYPE.
           MOVE NOW-DATE TO GLH-RUN-DATE.
           MOVE NOW-TIME TO GLH-RUN-TIME.
           MOVE LAST-EXTRACT-STAMP TO GLH-FROM-STAMP.
           WRITE GL-HEADER-RECORD.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM EXTRACT-NEXT-GL-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           MOVE "T" TO GLT-RECORD-TYPE.
           MOVE GL-RECORD-COUNT TO GLT-RECORD-COUNT.
           MOVE GL-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-EXTRACT-FILE.
           MOVE GL-RUN-STAMP TO LAST-EXTRACT-STAMP.
           PERFORM WRITE-CONTROL-FILE.

       EXTRACT-NEXT-GL-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               MOVE ZEROS TO GL-FILE-SEQ
               MOVE "N" TO GL-INDEX-EOF
               OPEN INPUT ARCHIVE-INDEX-FILE
               PERFORM EXTRACT-NEXT-GL-ARCHIVE
                   UNTIL GL-INDEX-EOF IS EQUAL TO "Y"
               CLOSE ARCHIVE-INDEX-FILE
               ADD 1 TO GL-FILE-SEQ
               PERFORM OPEN-LEDGER-FILE-FOR-READ
               PERFORM EXTRACT-NEXT-GL-ENTRY
                   UNTIL END-OF-FILE IS EQUAL TO "Y"
               CLOSE TRANSACTION-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       EXTRACT-NEXT-GL-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO GL-INDEX-EOF.
           IF GL-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               PERFORM EXTRACT-FROM-GL-ARCHIVE
           END-IF.

       EXTRACT-FROM-GL-ARCHIVE.
           ADD 1 TO GL-FILE-SEQ.
           MOVE "N" TO GL-ARCH-EOF.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           PERFORM EXTRACT-NEXT-GL-ARCHIVE-ENTRY
               UNTIL GL-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.

       EXTRACT-NEXT-GL-ARCHIVE-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO GL-ARCH-EOF.
           IF GL-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               IF LEDGER-EFFECTIVE-DATE IS NOT NUMERIC
                   OR LEDGER-EFFECTIVE-DATE IS EQUAL TO ZEROS
                   MOVE LEDGER-DATE TO LEDGER-EFFECTIVE-DATE
               END-IF
               PERFORM EXTRACT-GL-ENTRY-IF-DUE
           END-IF.

       EXTRACT-NEXT-GL-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM EXTRACT-GL-ENTRY-IF-DUE
           END-IF.

       EXTRACT-GL-ENTRY-IF-DUE.
           IF LEDGER-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
               AND GL-FILE-SEQ IS GREATER THAN 1
               CONTINUE
           ELSE
               MOVE LEDGER-DATE-TIME TO GL-ENTRY-STAMP
               IF GL-ENTRY-STAMP IS GREATER THAN LAST-EXTRACT-STAMP
                   AND GL-ENTRY-STAMP IS NOT GREATER THAN
                       GL-RUN-STAMP
                   PERFORM WRITE-GL-DETAIL-RECORD
               END-IF
           END-IF.

       WRITE-GL-DETAIL-RECORD.
           MOVE "D" TO GLD-RECORD-TYPE.
           MOVE ACCOUNT-ID TO GLD-ACCOUNT-ID.
           MOVE ACCOUNT-COMPANY TO GLD-COMPANY.
           MOVE LEDGER-EFFECTIVE-DATE TO GLD-EFFECTIVE-DATE.
           MOVE LEDGER-AMOUNT TO GLD-AMOUNT.
           MOVE LEDGER-OPERATOR-ID TO GLD-OPERATOR-ID.
           MOVE LEDGER-CATEGORY TO GLD-CATEGORY.
           MOVE GL-ENTRY-STAMP TO GLD-DATE-TIME.
           WRITE GL-DETAIL-RECORD.
           ADD 1 TO GL-RECORD-COUNT.
           IF LEDGER-AMOUNT IS LESS THAN ZEROS
               SUBTRACT LEDGER-AMOUNT FROM GL-HASH-TOTAL
           ELSE
               ADD LEDGER-AMOUNT TO GL-HASH-TOTAL
           END-IF.

       VENDOR-MAINTENANCE-MENU.
           PERFORM LOAD-VENDORS.
           MOVE ZERO TO MENU-OPTION.
           PERFORM VENDOR-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       VENDOR-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY VENDOR-MENU-SCREEN.
           ACCEPT VENDOR-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-VENDORS
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-VENDOR
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM PAYMENTS-BY-VENDOR-REPORT.

       LOAD-VENDORS.
           MOVE ZEROS TO VENDOR-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT VENDOR-FILE.
           PERFORM LOAD-NEXT-VENDOR
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR VENDOR-COUNT IS EQUAL TO VENDOR-MAX-COUNT.
           CLOSE VENDOR-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO VENDOR-COUNT
               MOVE VND-ID TO VN-ID(VENDOR-COUNT)
               MOVE VND-NAME TO VN-NAME(VENDOR-COUNT)
               MOVE VND-ADDRESS-1 TO VN-ADDRESS-1(VENDOR-COUNT)
               MOVE VND-ADDRESS-2 TO VN-ADDRESS-2(VENDOR-COUNT)
               MOVE VND-CITY TO VN-CITY(VENDOR-COUNT)
               MOVE VND-STATE TO VN-STATE(VENDOR-COUNT)
               MOVE VND-POSTAL-CODE TO VN-POSTAL-CODE(VENDOR-COUNT)
               MOVE VND-TAX-ID TO VN-TAX-ID(VENDOR-COUNT)
               MOVE VND-PAY-METHOD TO VN-PAY-METHOD(VENDOR-COUNT)
               MOVE VND-ROUTING TO VN-ROUTING(VENDOR-COUNT)
               MOVE VND-BANK-ACCOUNT TO VN-BANK-ACCOUNT(VENDOR-COUNT)
               MOVE VND-ACTIVE TO VN-ACTIVE(VENDOR-COUNT)
           END-IF.

       SAVE-VENDORS.
           OPEN OUTPUT VENDOR-FILE.
           PERFORM SAVE-NEXT-VENDOR
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX IS GREATER THAN VENDOR-COUNT.
           CLOSE VENDOR-FILE.

       SAVE-NEXT-VENDOR.
           MOVE VN-ID(VENDOR-INDEX) TO VND-ID.
           MOVE VN-NAME(VENDOR-INDEX) TO VND-NAME.
           MOVE VN-ADDRESS-1(VENDOR-INDEX) TO VND-ADDRESS-1.
           MOVE VN-ADDRESS-2(VENDOR-INDEX) TO VND-ADDRESS-2.
           MOVE VN-CITY(VENDOR-INDEX) TO VND-CITY.
           MOVE VN-STATE(VENDOR-INDEX) TO VND-STATE.
           MOVE VN-POSTAL-CODE(VENDOR-INDEX) TO VND-POSTAL-CODE.
           MOVE VN-TAX-ID(VENDOR-INDEX) TO VND-TAX-ID.
           MOVE VN-PAY-METHOD(VENDOR-INDEX) TO VND-PAY-METHOD.
           MOVE VN-ROUTING(VENDOR-INDEX) TO VND-ROUTING.
           MOVE VN-BANK-ACCOUNT(VENDOR-INDEX) TO VND-BANK-ACCOUNT.
           MOVE VN-ACTIVE(VENDOR-INDEX) TO VND-ACTIVE.
           WRITE VENDOR-RECORD.

       FIND-VENDOR-BY-ID.
           MOVE "N" TO VENDOR-FOUND.
           PERFORM FIND-NEXT-VENDOR-MATCH
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX IS GREATER THAN VENDOR-COUNT
               OR VENDOR-FOUND IS EQUAL TO "Y".
           IF VENDOR-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM VENDOR-INDEX
           END-IF.

       FIND-NEXT-VENDOR-MATCH.
           IF VN-ID(VENDOR-INDEX) IS EQUAL TO VENDOR-WORK-ID
               MOVE "Y" TO VENDOR-FOUND
           END-IF.

       VALIDATE-PAYMENT-VENDOR.
           MOVE "Y" TO VENDOR-VALID.
           MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-WORK-ID IS NOT EQUAL TO SPACES
               PERFORM LOAD-VENDORS
               PERFORM FIND-VENDOR-BY-ID
               IF VENDOR-FOUND IS NOT EQUAL TO "Y"
                   MOVE "N" TO VENDOR-VALID
               END-IF
           END-IF.
           IF VENDOR-FOUND IS EQUAL TO "Y"
               AND VN-ACTIVE(VENDOR-INDEX) IS NOT EQUAL TO "Y"
               MOVE "N" TO VENDOR-VALID
           END-IF.

       MOVE-VENDOR-ENTRY-TO-WORK.
           MOVE VN-ID(VENDOR-INDEX) TO VENDOR-WORK-ID.
           MOVE VN-NAME(VENDOR-INDEX) TO VENDOR-WORK-NAME.
           MOVE VN-ADDRESS-1(VENDOR-INDEX) TO VENDOR-WORK-ADDRESS-1.
           MOVE VN-ADDRESS-2(VENDOR-INDEX) TO VENDOR-WORK-ADDRESS-2.
           MOVE VN-CITY(VENDOR-INDEX) TO VENDOR-WORK-CITY.
           MOVE VN-STATE(VENDOR-INDEX) TO VENDOR-WORK-STATE.
           MOVE VN-POSTAL-CODE(VENDOR-INDEX)
               TO VENDOR-WORK-POSTAL-CODE.
           MOVE VN-TAX-ID(VENDOR-INDEX) TO VENDOR-WORK-TAX-ID.
           MOVE VN-PAY-METHOD(VENDOR-INDEX) TO VENDOR-WORK-PAY-METHOD.
           MOVE VN-ROUTING(VENDOR-INDEX) TO VENDOR-WORK-ROUTING.
           MOVE VN-BANK-ACCOUNT(VENDOR-INDEX)
               TO VENDOR-WORK-BANK-ACCOUNT.
           MOVE VN-ACTIVE(VENDOR-INDEX) TO VENDOR-WORK-ACTIVE.

       LIST-VENDORS.
           DISPLAY VENDOR-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-VENDOR-ROW
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX IS GREATER THAN VENDOR-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-VENDOR-ROW.
           PERFORM MOVE-VENDOR-ENTRY-TO-WORK.
           IF CURRENT-LINE IS GREATER THAN SCREEN-ROWS
               ADD 1 TO CURRENT-LINE
               DISPLAY CONTINUE-PROMPT
               ACCEPT CONTINUE-PROMPT
               DISPLAY VENDOR-LIST-SCREEN
               MOVE 3 TO CURRENT-LINE
           END-IF.
           DISPLAY VENDOR-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       ADD-VENDOR.
           MOVE SPACES TO VENDOR-WORK-ID.
           DISPLAY ADD-VENDOR-SCREEN.
           ACCEPT ADD-VENDOR-SCREEN.
           MOVE FUNCTION UPPER-CASE(VENDOR-WORK-ID) TO VENDOR-WORK-ID.
           IF VENDOR-WORK-ID IS NOT EQUAL TO SPACES
               PERFORM FIND-VENDOR-BY-ID
               IF VENDOR-FOUND IS NOT EQUAL TO "Y"
                   AND VENDOR-COUNT IS EQUAL TO VENDOR-MAX-COUNT
                   DISPLAY VENDOR-TABLE-FULL-SCREEN
                   ACCEPT VENDOR-TABLE-FULL-SCREEN
               ELSE
                   PERFORM ENTER-VENDOR-DETAILS
               END-IF
           END-IF.

       ENTER-VENDOR-DETAILS.
           IF VENDOR-FOUND IS EQUAL TO "Y"
               PERFORM MOVE-VENDOR-ENTRY-TO-WORK
           ELSE
               MOVE SPACES TO VENDOR-WORK-NAME
               MOVE SPACES TO VENDOR-WORK-ADDRESS-1
               MOVE SPACES TO VENDOR-WORK-ADDRESS-2
               MOVE SPACES TO VENDOR-WORK-CITY
               MOVE SPACES TO VENDOR-WORK-STATE
               MOVE SPACES TO VENDOR-WORK-POSTAL-CODE
               MOVE SPACES TO VENDOR-WORK-TAX-ID
               MOVE "C" TO VENDOR-WORK-PAY-METHOD
               MOVE ZEROS TO VENDOR-WORK-ROUTING
               MOVE SPACES TO VENDOR-WORK-BANK-ACCOUNT
               MOVE "Y" TO VENDOR-WORK-ACTIVE
           END-IF.
           DISPLAY VENDOR-DETAIL-SCREEN.
           ACCEPT VENDOR-DETAIL-SCREEN.
           DISPLAY VENDOR-DETAIL-SCREEN.
           MOVE FUNCTION UPPER-CASE(VENDOR-WORK-PAY-METHOD)
               TO VENDOR-WORK-PAY-METHOD.
           MOVE FUNCTION UPPER-CASE(VENDOR-WORK-ACTIVE)
               TO VENDOR-WORK-ACTIVE.
           MOVE FUNCTION UPPER-CASE(VENDOR-WORK-STATE)
               TO VENDOR-WORK-STATE.
           PERFORM CHECK-VENDOR-ROUTING.
           IF VENDOR-WORK-NAME IS EQUAL TO SPACES
               DISPLAY VENDOR-NAME-ERROR-SCREEN
               ACCEPT VENDOR-NAME-ERROR-SCREEN
           ELSE IF VENDOR-WORK-PAY-METHOD IS NOT EQUAL TO "C"
               AND VENDOR-WORK-PAY-METHOD IS NOT EQUAL TO "E"
               DISPLAY VENDOR-METHOD-ERROR-SCREEN
               ACCEPT VENDOR-METHOD-ERROR-SCREEN
           ELSE IF VENDOR-WORK-PAY-METHOD IS EQUAL TO "E"
               AND VENDOR-VALID IS NOT EQUAL TO "Y"
               DISPLAY VENDOR-BANK-ERROR-SCREEN
               ACCEPT VENDOR-BANK-ERROR-SCREEN
           ELSE
               MOVE SPACES TO CONTINUE-KEY
               PERFORM SHOW-ADD-VENDOR-PROMPT
                   UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   OR "N" OR "n"
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM SAVE-VENDOR-WORK
               END-IF
           END-IF.

       CHECK-VENDOR-ROUTING.
           MOVE "Y" TO VENDOR-VALID.
           IF VENDOR-WORK-ROUTING IS NOT NUMERIC
               OR VENDOR-WORK-ROUTING IS EQUAL TO ZEROS
               OR VENDOR-WORK-BANK-ACCOUNT IS EQUAL TO SPACES
               MOVE "N" TO VENDOR-VALID
           ELSE
               COMPUTE VENDOR-ROUTING-SUM =
                   3 * (VENDOR-ROUTING-DIGIT(1)
                       + VENDOR-ROUTING-DIGIT(4)
                       + VENDOR-ROUTING-DIGIT(7))
                   + 7 * (VENDOR-ROUTING-DIGIT(2)
                       + VENDOR-ROUTING-DIGIT(5)
                       + VENDOR-ROUTING-DIGIT(8))
                   + VENDOR-ROUTING-DIGIT(3)
                   + VENDOR-ROUTING-DIGIT(6)
                   + VENDOR-ROUTING-DIGIT(9)
               IF FUNCTION MOD(VENDOR-ROUTING-SUM, 10)
                       IS NOT EQUAL TO ZERO
                   MOVE "N" TO VENDOR-VALID
               END-IF
           END-IF.

       SAVE-VENDOR-WORK.
           IF VENDOR-FOUND IS NOT EQUAL TO "Y"
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO VENDOR-INDEX
               MOVE VENDOR-WORK-ID TO VN-ID(VENDOR-INDEX)
           END-IF.
           MOVE VENDOR-WORK-NAME TO VN-NAME(VENDOR-INDEX).
           MOVE VENDOR-WORK-ADDRESS-1 TO VN-ADDRESS-1(VENDOR-INDEX).
           MOVE VENDOR-WORK-ADDRESS-2 TO VN-ADDRESS-2(VENDOR-INDEX).
           MOVE VENDOR-WORK-CITY TO VN-CITY(VENDOR-INDEX).
           MOVE VENDOR-WORK-STATE TO VN-STATE(VENDOR-INDEX).
           MOVE VENDOR-WORK-POSTAL-CODE TO VN-POSTAL-CODE(VENDOR-INDEX).
           MOVE VENDOR-WORK-TAX-ID TO VN-TAX-ID(VENDOR-INDEX).
           MOVE VENDOR-WORK-PAY-METHOD TO VN-PAY-METHOD(VENDOR-INDEX).
           MOVE VENDOR-WORK-ROUTING TO VN-ROUTING(VENDOR-INDEX).
           MOVE VENDOR-WORK-BANK-ACCOUNT
               TO VN-BANK-ACCOUNT(VENDOR-INDEX).
           MOVE VENDOR-WORK-ACTIVE TO VN-ACTIVE(VENDOR-INDEX).
           PERFORM SAVE-VENDORS.

       SHOW-ADD-VENDOR-PROMPT.
           DISPLAY ADD-VENDOR-PROMPT.
           ACCEPT ADD-VENDOR-PROMPT.

       PAYMENTS-BY-VENDOR-REPORT.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-YEAR TO VENDOR-REPORT-YEAR.
           DISPLAY VENDOR-YEAR-SCREEN.
           ACCEPT VENDOR-YEAR-SCREEN.
           MOVE "VENDPAY" TO SPOOL-REPORT-TYPE.
           MOVE VENDOR-REPORT-YEAR TO SPOOL-PARAMETERS.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-VENDOR-PAYMENTS
           END-IF.

       PRINT-VENDOR-PAYMENTS.
           PERFORM LOAD-VENDORS.
           PERFORM CLEAR-NEXT-VENDOR-TOTAL
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX IS GREATER THAN VENDOR-COUNT.
           MOVE ZEROS TO VENDOR-UNASSIGNED-COUNT.
           MOVE ZEROS TO VENDOR-UNASSIGNED-CHECKS.
           MOVE ZEROS TO VENDOR-UNASSIGNED-EFT.
           MOVE ZEROS TO VENDOR-GRAND-COUNT.
           MOVE ZEROS TO VENDOR-GRAND-CHECKS.
           MOVE ZEROS TO VENDOR-GRAND-EFT.
           MOVE "N" TO CHKREG-EOF.
           OPEN INPUT CHECK-REGISTER-FILE.
           PERFORM TALLY-NEXT-VENDOR-PAYMENT
               UNTIL CHKREG-EOF IS EQUAL TO "Y".
           CLOSE CHECK-REGISTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-VENDPAY-REPORT-HEADER.
           PERFORM WRITE-NEXT-VENDPAY-LINE
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX IS GREATER THAN VENDOR-COUNT.
           IF VENDOR-UNASSIGNED-COUNT IS GREATER THAN ZEROS
               MOVE SPACES TO VENDPAY-REPORT-LINE
               MOVE "(NONE)" TO VPL-VENDOR-ID
               MOVE "No Vendor On Payment" TO VPL-NAME
               MOVE VENDOR-UNASSIGNED-COUNT TO VPL-COUNT
               MOVE VENDOR-UNASSIGNED-CHECKS TO VPL-CHECKS
               MOVE VENDOR-UNASSIGNED-EFT TO VPL-EFT
               COMPUTE VPL-TOTAL = VENDOR-UNASSIGNED-CHECKS
                   + VENDOR-UNASSIGNED-EFT
               WRITE VENDPAY-REPORT-LINE BEFORE ADVANCING 1
           END-IF.
           MOVE SPACES TO VENDPAY-REPORT-LINE.
           MOVE "TOTAL" TO VPL-VENDOR-ID.
           MOVE VENDOR-GRAND-COUNT TO VPL-COUNT.
           MOVE VENDOR-GRAND-CHECKS TO VPL-CHECKS.
           MOVE VENDOR-GRAND-EFT TO VPL-EFT.
           COMPUTE VPL-TOTAL = VENDOR-GRAND-CHECKS + VENDOR-GRAND-EFT.
           WRITE VENDPAY-REPORT-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.
           CLOSE REPORT-FILE.

       CLEAR-NEXT-VENDOR-TOTAL.
           MOVE ZEROS TO VN-PAID-COUNT(VENDOR-INDEX).
           MOVE ZEROS TO VN-PAID-CHECKS(VENDOR-INDEX).
           MOVE ZEROS TO VN-PAID-EFT(VENDOR-INDEX).

       TALLY-NEXT-VENDOR-PAYMENT.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO CHKREG-EOF.
           IF CHKREG-EOF IS NOT EQUAL TO "Y"
               AND CHK-STATUS IS NOT EQUAL TO "V"
               AND CHK-DATE(1:4) IS EQUAL TO VENDOR-REPORT-YEAR
               PERFORM MOVE-CHECK-RECORD-TO-WORK
               COMPUTE VENDOR-PAID-AMOUNT = ZERO - CHECK-WORK-AMOUNT
               MOVE CHECK-WORK-VENDOR-ID TO VENDOR-WORK-ID
               MOVE "N" TO VENDOR-FOUND
               IF VENDOR-WORK-ID IS NOT EQUAL TO SPACES
                   PERFORM FIND-VENDOR-BY-ID
               END-IF
               ADD 1 TO VENDOR-GRAND-COUNT
               IF CHECK-WORK-TYPE IS EQUAL TO "E"
                   ADD VENDOR-PAID-AMOUNT TO VENDOR-GRAND-EFT
               ELSE
                   ADD VENDOR-PAID-AMOUNT TO VENDOR-GRAND-CHECKS
               END-IF
               IF VENDOR-FOUND IS EQUAL TO "Y"
                   PERFORM ADD-VENDOR-PAYMENT-TOTAL
               ELSE
                   PERFORM ADD-UNASSIGNED-PAYMENT-TOTAL
               END-IF
           END-IF.

       ADD-VENDOR-PAYMENT-TOTAL.
           ADD 1 TO VN-PAID-COUNT(VENDOR-INDEX).
           IF CHECK-WORK-TYPE IS EQUAL TO "E"
               ADD VENDOR-PAID-AMOUNT TO VN-PAID-EFT(VENDOR-INDEX)
           ELSE
               ADD VENDOR-PAID-AMOUNT TO VN-PAID-CHECKS(VENDOR-INDEX)
           END-IF.

       ADD-UNASSIGNED-PAYMENT-TOTAL.
           ADD 1 TO VENDOR-UNASSIGNED-COUNT.
           IF CHECK-WORK-TYPE IS EQUAL TO "E"
               ADD VENDOR-PAID-AMOUNT TO VENDOR-UNASSIGNED-EFT
           ELSE
               ADD VENDOR-PAID-AMOUNT TO VENDOR-UNASSIGNED-CHECKS
           END-IF.

       WRITE-VENDPAY-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Payments By Vendor ",
               VENDOR-REPORT-YEAR, " - ", DISPLAY-DATE-TIME)
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO VENDPAY-REPORT-HEADER.
           MOVE "Vendor" TO VPH-VENDOR-ID.
           MOVE "Legal Name" TO VPH-NAME.
           MOVE "Tax ID" TO VPH-TAX-ID.
           MOVE "Count" TO VPH-COUNT.
           MOVE "Checks" TO VPH-CHECKS.
           MOVE "Electronic" TO VPH-EFT.
           MOVE "Total" TO VPH-TOTAL.
           MOVE "Rpt" TO VPH-REPORTABLE.
           WRITE VENDPAY-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO VPH-VENDOR-ID.
           MOVE ALL "-" TO VPH-NAME.
           MOVE ALL "-" TO VPH-TAX-ID.
           MOVE ALL "-" TO VPH-COUNT.
           MOVE ALL "-" TO VPH-CHECKS.
           MOVE ALL "-" TO VPH-EFT.
           MOVE ALL "-" TO VPH-TOTAL.
           MOVE ALL "-" TO VPH-REPORTABLE.
           WRITE VENDPAY-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-VENDPAY-LINE.
           IF VN-PAID-COUNT(VENDOR-INDEX) IS GREATER THAN ZEROS
               IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                   PERFORM WRITE-ACCOUNT-REPORT-FOOTER
                   PERFORM WRITE-VENDPAY-REPORT-HEADER
               END-IF
               MOVE SPACES TO VENDPAY-REPORT-LINE
               MOVE VN-ID(VENDOR-INDEX) TO VPL-VENDOR-ID
               MOVE VN-NAME(VENDOR-INDEX) TO VPL-NAME
               MOVE VN-TAX-ID(VENDOR-INDEX) TO VPL-TAX-ID
               MOVE VN-PAID-COUNT(VENDOR-INDEX) TO VPL-COUNT
               MOVE VN-PAID-CHECKS(VENDOR-INDEX) TO VPL-CHECKS
               MOVE VN-PAID-EFT(VENDOR-INDEX) TO VPL-EFT
               COMPUTE VENDOR-PAID-AMOUNT =
                   VN-PAID-CHECKS(VENDOR-INDEX)
                   + VN-PAID-EFT(VENDOR-INDEX)
               MOVE VENDOR-PAID-AMOUNT TO VPL-TOTAL
               IF VENDOR-PAID-AMOUNT IS NOT LESS THAN
                       VENDOR-REPORT-THRESHOLD
                   MOVE "YES" TO VPL-REPORTABLE
               END-IF
               WRITE VENDPAY-REPORT-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
           END-IF.

       COMPANY-MAINTENANCE-MENU.
           PERFORM LOAD-COMPANIES.
           MOVE ZERO TO MENU-OPTION.
           PERFORM COMPANY-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       COMPANY-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY COMPANY-MENU-SCREEN.
           ACCEPT COMPANY-MENU-SCREEN.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-COMPANIES
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-COMPANY
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM SET-INTERCOMPANY-ACCOUNT
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM CONSOLIDATION-REPORT
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM FINANCIAL-STATEMENTS.

       LOAD-COMPANIES.
           MOVE ZEROS TO COMPANY-COUNT.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT COMPANY-FILE.
           PERFORM LOAD-NEXT-COMPANY
               UNTIL END-OF-FILE IS EQUAL TO "Y"
               OR COMPANY-COUNT IS EQUAL TO COMPANY-MAX-COUNT.
           CLOSE COMPANY-FILE.
           MOVE "N" TO END-OF-FILE.

       LOAD-NEXT-COMPANY.
           READ COMPANY-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO COMPANY-COUNT
               MOVE CMP-CODE TO CO-CODE(COMPANY-COUNT)
               MOVE CMP-NAME TO CO-NAME(COMPANY-COUNT)
               MOVE CMP-ACTIVE TO CO-ACTIVE(COMPANY-COUNT)
               IF CMP-RE-ACCOUNT-ID IS NUMERIC
                   MOVE CMP-RE-ACCOUNT-ID
                       TO CO-RE-ACCOUNT-ID(COMPANY-COUNT)
               ELSE
                   MOVE ZEROS TO CO-RE-ACCOUNT-ID(COMPANY-COUNT)
               END-IF
               IF CMP-SUSPENSE-ACCOUNT-ID IS NUMERIC
                   MOVE CMP-SUSPENSE-ACCOUNT-ID
                       TO CO-SUSPENSE-ACCOUNT-ID(COMPANY-COUNT)
               ELSE
                   MOVE ZEROS TO CO-SUSPENSE-ACCOUNT-ID(COMPANY-COUNT)
               END-IF
               PERFORM LOAD-NEXT-INTERCOMPANY-PAIR
                   VARYING INTERCO-INDEX FROM 1 BY 1
                   UNTIL INTERCO-INDEX IS GREATER THAN
                       INTERCO-MAX-PAIRS
           END-IF.

       LOAD-NEXT-INTERCOMPANY-PAIR.
           IF CMP-IC-ACCOUNT-ID(INTERCO-INDEX) IS NUMERIC
               AND CMP-IC-ACCOUNT-ID(INTERCO-INDEX)
                   IS GREATER THAN ZEROS
               MOVE CMP-IC-COMPANY(INTERCO-INDEX)
                   TO CO-IC-COMPANY(COMPANY-COUNT, INTERCO-INDEX)
               MOVE CMP-IC-ACCOUNT-ID(INTERCO-INDEX)
                   TO CO-IC-ACCOUNT-ID(COMPANY-COUNT, INTERCO-INDEX)
           ELSE
               MOVE SPACES
                   TO CO-IC-COMPANY(COMPANY-COUNT, INTERCO-INDEX)
               MOVE ZEROS
                   TO CO-IC-ACCOUNT-ID(COMPANY-COUNT, INTERCO-INDEX)
           END-IF.

       SAVE-COMPANIES.
           OPEN OUTPUT COMPANY-FILE.
           PERFORM SAVE-NEXT-COMPANY
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           CLOSE COMPANY-FILE.

       SAVE-NEXT-COMPANY.
           MOVE CO-CODE(COMPANY-INDEX) TO CMP-CODE.
           MOVE CO-NAME(COMPANY-INDEX) TO CMP-NAME.
           MOVE CO-ACTIVE(COMPANY-INDEX) TO CMP-ACTIVE.
           MOVE CO-RE-ACCOUNT-ID(COMPANY-INDEX)
               TO CMP-RE-ACCOUNT-ID.
           MOVE CO-SUSPENSE-ACCOUNT-ID(COMPANY-INDEX)
               TO CMP-SUSPENSE-ACCOUNT-ID.
           PERFORM SAVE-NEXT-INTERCOMPANY-PAIR
               VARYING INTERCO-INDEX FROM 1 BY 1
               UNTIL INTERCO-INDEX IS GREATER THAN INTERCO-MAX-PAIRS.
           WRITE COMPANY-RECORD.

       SAVE-NEXT-INTERCOMPANY-PAIR.
           MOVE CO-IC-COMPANY(COMPANY-INDEX, INTERCO-INDEX)
               TO CMP-IC-COMPANY(INTERCO-INDEX).
           MOVE CO-IC-ACCOUNT-ID(COMPANY-INDEX, INTERCO-INDEX)
               TO CMP-IC-ACCOUNT-ID(INTERCO-INDEX).

       FIND-COMPANY-BY-CODE.
           MOVE "N" TO COMPANY-FOUND.
           PERFORM FIND-NEXT-COMPANY-MATCH
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX IS GREATER THAN COMPANY-COUNT
               OR COMPANY-FOUND IS EQUAL TO "Y".
           IF COMPANY-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM COMPANY-INDEX
           END-IF.

       FIND-NEXT-COMPANY-MATCH.
           IF CO-CODE(COMPANY-INDEX) IS EQUAL TO COMPANY-WORK-CODE
               MOVE "Y" TO COMPANY-FOUND
           END-IF.

       VALIDATE-ACCOUNT-COMPANY.
           PERFORM LOAD-COMPANIES.
           MOVE "Y" TO COMPANY-VALID.
           IF COMPANY-COUNT IS GREATER THAN ZEROS
               MOVE FUNCTION UPPER-CASE(ACCOUNT-COMPANY)
                   TO ACCOUNT-COMPANY
               MOVE ACCOUNT-COMPANY TO COMPANY-WORK-CODE
               PERFORM FIND-COMPANY-BY-CODE
               IF COMPANY-FOUND IS NOT EQUAL TO "Y"
                   MOVE "N" TO COMPANY-VALID
               ELSE IF CO-ACTIVE(COMPANY-INDEX) IS NOT EQUAL TO "Y"
                   MOVE "N" TO COMPANY-VALID
               END-IF
           END-IF.

       LIST-COMPANIES.
           DISPLAY COMPANY-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-COMPANY-ROW
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-COMPANY-ROW.
           MOVE CO-CODE(COMPANY-INDEX) TO COMPANY-WORK-CODE.
           MOVE CO-NAME(COMPANY-INDEX) TO COMPANY-WORK-NAME.
           MOVE CO-ACTIVE(COMPANY-INDEX) TO COMPANY-WORK-ACTIVE.
           DISPLAY COMPANY-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       ADD-COMPANY.
           MOVE SPACES TO COMPANY-WORK-CODE.
           MOVE SPACES TO COMPANY-WORK-NAME.
           MOVE "Y" TO COMPANY-WORK-ACTIVE.
           MOVE ZEROS TO COMPANY-WORK-RE-ACCOUNT.
           MOVE ZEROS TO COMPANY-WORK-SUSPENSE-ACCOUNT.
           DISPLAY ADD-COMPANY-SCREEN.
           ACCEPT ADD-COMPANY-SCREEN.
           DISPLAY ADD-COMPANY-SCREEN.
           MOVE FUNCTION UPPER-CASE(COMPANY-WORK-CODE)
               TO COMPANY-WORK-CODE.
           IF COMPANY-WORK-CODE IS NOT EQUAL TO SPACES
               PERFORM FIND-COMPANY-BY-CODE
               IF COMPANY-FOUND IS NOT EQUAL TO "Y"
                   AND COMPANY-COUNT IS EQUAL TO COMPANY-MAX-COUNT
                   DISPLAY COMPANY-TABLE-FULL-SCREEN
                   ACCEPT COMPANY-TABLE-FULL-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM SHOW-ADD-COMPANY-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       IF COMPANY-FOUND IS NOT EQUAL TO "Y"
                           ADD 1 TO COMPANY-COUNT
                           MOVE COMPANY-COUNT TO COMPANY-INDEX
                           MOVE COMPANY-WORK-CODE
                               TO CO-CODE(COMPANY-INDEX)
                           PERFORM CLEAR-NEXT-INTERCOMPANY-PAIR
                               VARYING INTERCO-INDEX FROM 1 BY 1
                               UNTIL INTERCO-INDEX IS GREATER THAN
                                   INTERCO-MAX-PAIRS
                       END-IF
                       MOVE COMPANY-WORK-NAME
                           TO CO-NAME(COMPANY-INDEX)
                       MOVE FUNCTION
                           UPPER-CASE(COMPANY-WORK-ACTIVE)
                           TO CO-ACTIVE(COMPANY-INDEX)
                       MOVE COMPANY-WORK-RE-ACCOUNT
                           TO CO-RE-ACCOUNT-ID(COMPANY-INDEX)
                       MOVE COMPANY-WORK-SUSPENSE-ACCOUNT
                           TO CO-SUSPENSE-ACCOUNT-ID(COMPANY-INDEX)
                       PERFORM SAVE-COMPANIES
                   END-IF
               END-IF
           END-IF.

       SHOW-ADD-COMPANY-PROMPT.
           DISPLAY ADD-COMPANY-PROMPT.
           ACCEPT ADD-COMPANY-PROMPT.

       CLEAR-NEXT-INTERCOMPANY-PAIR.
           MOVE SPACES TO CO-IC-COMPANY(COMPANY-INDEX, INTERCO-INDEX).
           MOVE ZEROS TO CO-IC-ACCOUNT-ID(COMPANY-INDEX, INTERCO-INDEX).

       SET-INTERCOMPANY-ACCOUNT.
           MOVE SPACES TO INTERCO-WORK-COMPANY.
           MOVE SPACES TO INTERCO-WORK-COUNTERPARTY.
           MOVE ZEROS TO INTERCO-WORK-ACCOUNT-ID.
           DISPLAY INTERCO-ACCOUNT-SCREEN.
           ACCEPT INTERCO-ACCOUNT-SCREEN.
           DISPLAY INTERCO-ACCOUNT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INTERCO-WORK-COMPANY)
               TO INTERCO-WORK-COMPANY.
           MOVE FUNCTION UPPER-CASE(INTERCO-WORK-COUNTERPARTY)
               TO INTERCO-WORK-COUNTERPARTY.
           MOVE "Y" TO INTERCO-VALID.
           MOVE INTERCO-WORK-COUNTERPARTY TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           IF COMPANY-FOUND IS NOT EQUAL TO "Y"
               OR INTERCO-WORK-COUNTERPARTY IS EQUAL TO
                   INTERCO-WORK-COMPANY
               MOVE "N" TO INTERCO-VALID
           END-IF.
           MOVE INTERCO-WORK-COMPANY TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           IF COMPANY-FOUND IS NOT EQUAL TO "Y"
               MOVE "N" TO INTERCO-VALID
           END-IF.
           MOVE "Y" TO ACCOUNT-LOADED.
           MOVE "N" TO ACCOUNT-CLOSED.
           MOVE INTERCO-WORK-COMPANY TO ACCOUNT-COMPANY.
           IF INTERCO-WORK-ACCOUNT-ID IS GREATER THAN ZEROS
               MOVE INTERCO-WORK-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
           END-IF.
           IF INTERCO-VALID IS NOT EQUAL TO "Y"
               DISPLAY INTERCO-COMPANY-ERROR-SCREEN
               ACCEPT INTERCO-COMPANY-ERROR-SCREEN
           ELSE IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               OR ACCOUNT-CLOSED IS EQUAL TO "Y"
               OR ACCOUNT-COMPANY IS NOT EQUAL TO
                   INTERCO-WORK-COMPANY
               DISPLAY INTERCO-ACCOUNT-ERROR-SCREEN
               ACCEPT INTERCO-ACCOUNT-ERROR-SCREEN
           ELSE
               MOVE INTERCO-WORK-COUNTERPARTY TO INTERCO-COUNTERPARTY
               PERFORM FIND-INTERCOMPANY-SLOT
               IF INTERCO-FOUND IS NOT EQUAL TO "Y"
                   AND INTERCO-WORK-ACCOUNT-ID IS GREATER THAN ZEROS
                   MOVE SPACES TO INTERCO-COUNTERPARTY
                   PERFORM FIND-INTERCOMPANY-SLOT
               END-IF
               IF INTERCO-FOUND IS NOT EQUAL TO "Y"
                   AND INTERCO-WORK-ACCOUNT-ID IS GREATER THAN ZEROS
                   DISPLAY INTERCO-FULL-SCREEN
                   ACCEPT INTERCO-FULL-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM SHOW-INTERCO-ACCOUNT-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       AND INTERCO-FOUND IS EQUAL TO "Y"
                       IF INTERCO-WORK-ACCOUNT-ID IS GREATER THAN ZEROS
                           MOVE INTERCO-WORK-COUNTERPARTY
                               TO CO-IC-COMPANY(COMPANY-INDEX,
                                   INTERCO-INDEX)
                           MOVE INTERCO-WORK-ACCOUNT-ID
                               TO CO-IC-ACCOUNT-ID(COMPANY-INDEX,
                                   INTERCO-INDEX)
                       ELSE
                           PERFORM CLEAR-NEXT-INTERCOMPANY-PAIR
                       END-IF
                       PERFORM SAVE-COMPANIES
                   END-IF
               END-IF
           END-IF.

       SHOW-INTERCO-ACCOUNT-PROMPT.
           DISPLAY INTERCO-ACCOUNT-PROMPT.
           ACCEPT INTERCO-ACCOUNT-PROMPT.

       FIND-INTERCOMPANY-SLOT.
           MOVE "N" TO INTERCO-FOUND.
           PERFORM FIND-NEXT-INTERCOMPANY-SLOT
               VARYING INTERCO-INDEX FROM 1 BY 1
               UNTIL INTERCO-INDEX IS GREATER THAN INTERCO-MAX-PAIRS
               OR INTERCO-FOUND IS EQUAL TO "Y".
           IF INTERCO-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM INTERCO-INDEX
           END-IF.

       FIND-NEXT-INTERCOMPANY-SLOT.
           IF CO-IC-COMPANY(COMPANY-INDEX, INTERCO-INDEX)
                   IS EQUAL TO INTERCO-COUNTERPARTY
               MOVE "Y" TO INTERCO-FOUND
           END-IF.

       FIND-INTERCOMPANY-ACCOUNT.
           MOVE ZEROS TO INTERCO-ACCOUNT-ID.
           PERFORM FIND-COMPANY-BY-CODE.
           IF COMPANY-FOUND IS EQUAL TO "Y"
               AND INTERCO-COUNTERPARTY IS NOT EQUAL TO SPACES
               PERFORM FIND-INTERCOMPANY-SLOT
               IF INTERCO-FOUND IS EQUAL TO "Y"
                   MOVE CO-IC-ACCOUNT-ID(COMPANY-INDEX, INTERCO-INDEX)
                       TO INTERCO-ACCOUNT-ID
               END-IF
           END-IF.

       FIND-INTERCOMPANY-PAIR.
           MOVE "Y" TO INTERCO-VALID.
           MOVE ZEROS TO INTERCO-FROM-ACCOUNT-ID.
           MOVE ZEROS TO INTERCO-TO-ACCOUNT-ID.
           MOVE INTERCO-FROM-COMPANY TO COMPANY-WORK-CODE.
           MOVE INTERCO-TO-COMPANY TO INTERCO-COUNTERPARTY.
           PERFORM FIND-INTERCOMPANY-ACCOUNT.
           MOVE INTERCO-ACCOUNT-ID TO INTERCO-FROM-ACCOUNT-ID.
           MOVE INTERCO-TO-COMPANY TO COMPANY-WORK-CODE.
           MOVE INTERCO-FROM-COMPANY TO INTERCO-COUNTERPARTY.
           PERFORM FIND-INTERCOMPANY-ACCOUNT.
           MOVE INTERCO-ACCOUNT-ID TO INTERCO-TO-ACCOUNT-ID.
           IF INTERCO-FROM-ACCOUNT-ID IS EQUAL TO ZEROS
               OR INTERCO-TO-ACCOUNT-ID IS EQUAL TO ZEROS
               MOVE "N" TO INTERCO-VALID
           END-IF.

       POST-INTERCOMPANY-LINE.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               MOVE "N" TO TRANSFER-POSTED
           ELSE
               PERFORM INIT-LEDGER-RECORD
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE INTERCO-DESCRIPTION TO LEDGER-DESCRIPTION
               MOVE INTERCO-AMOUNT TO LEDGER-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "N" TO TRANSFER-POSTED
               ELSE
                   MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   PERFORM WRITE-ACCOUNT
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "INTERCO" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       TRIAL-BALANCE-REPORT.
           MOVE "TRIALBAL" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-TRIAL-BALANCE-REPORT.

       OVER-LIMIT-REPORT.
           MOVE "OVERLIMIT" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-OVER-LIMIT-REPORT.

       PRINT-OVER-LIMIT-REPORT.
           PERFORM LOAD-ACCOUNT-TYPES.
           MOVE ZEROS TO OVERLIMIT-COUNT.
           MOVE ZEROS TO OVERLIMIT-TOTAL-EXCESS.
           MOVE ZEROS TO CREDIT-POSTING-AMOUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-OVERLIMIT-REPORT-HEADER.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM WRITE-NEXT-OVERLIMIT-LINE
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM WRITE-OVERLIMIT-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       WRITE-OVERLIMIT-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Over-Limit Exception Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO OVERLIMIT-REPORT-HEADER.
           MOVE "Account" TO OLH-ACCOUNT-ID.
           MOVE "Company" TO OLH-COMPANY.
           MOVE "Number" TO OLH-NUMBER.
           MOVE "Type" TO OLH-TYPE.
           MOVE "Cur" TO OLH-CURRENCY.
           MOVE "Balance" TO OLH-BALANCE.
           MOVE "Limit" TO OLH-LIMIT.
           MOVE "Excess" TO OLH-EXCESS.
           WRITE OVERLIMIT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO OLH-ACCOUNT-ID.
           MOVE ALL "-" TO OLH-COMPANY.
           MOVE ALL "-" TO OLH-NUMBER.
           MOVE ALL "-" TO OLH-TYPE.
           MOVE ALL "-" TO OLH-CURRENCY.
           MOVE ALL "-" TO OLH-BALANCE.
           MOVE ALL "-" TO OLH-LIMIT.
           MOVE ALL "-" TO OLH-EXCESS.
           WRITE OVERLIMIT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-OVERLIMIT-LINE.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM SET-CREDIT-EXCESS
               IF CREDIT-EXCESS-AMOUNT IS GREATER THAN ZEROS
                   PERFORM WRITE-OVERLIMIT-REPORT-LINE
               END-IF
           END-IF.

       WRITE-OVERLIMIT-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-OVERLIMIT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO OVERLIMIT-REPORT-LINE.
           MOVE ZEROS TO OLL-ACCOUNT-ID.
           MOVE ZEROS TO OLL-BALANCE.
           MOVE ZEROS TO OLL-LIMIT.
           MOVE ZEROS TO OLL-EXCESS.
           MOVE ACCOUNT-ID TO OLL-ACCOUNT-ID.
           MOVE ACCOUNT-COMPANY TO OLL-COMPANY.
           MOVE ACCOUNT-NUMBER TO OLL-NUMBER.
           MOVE ACCOUNT-TYPE TO OLL-TYPE.
           MOVE ACCOUNT-CURRENCY TO OLL-CURRENCY.
           MOVE ACCOUNT-VALUE TO OLL-BALANCE.
           MOVE ACCOUNT-CREDIT-LIMIT TO OLL-LIMIT.
           MOVE CREDIT-EXCESS-AMOUNT TO OLL-EXCESS.
           WRITE OVERLIMIT-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.
           ADD 1 TO OVERLIMIT-COUNT.
           ADD CREDIT-EXCESS-AMOUNT TO OVERLIMIT-TOTAL-EXCESS.

       WRITE-OVERLIMIT-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Accounts Over Limit:" TO OSL-LABEL.
           MOVE OVERLIMIT-COUNT TO OSL-COUNT.
           MOVE OVERLIMIT-TOTAL-EXCESS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       ACCOUNT-CONTROLS-MENU.
           MOVE ZERO TO MENU-OPTION.
           PERFORM ACCOUNT-CONTROLS-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       ACCOUNT-CONTROLS-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY ACCOUNT-CONTROLS-MENU-SCREEN.
           ACCEPT ACCOUNT-CONTROLS-MENU-SCREEN.
           PERFORM CHECK-CONTROLS-MENU-LOCK.
           IF POSTING-ALLOWED IS NOT EQUAL TO "Y"
               MOVE ZERO TO MENU-OPTION
           END-IF.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM OVER-LIMIT-REPORT
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM DORMANCY-RUN
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM PERIOD-BALANCE-REBUILD
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM ROLL-FORWARD-RECOVERY
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM RETENTION-MAINTENANCE
               END-IF
           ELSE IF MENU-OPTION IS EQUAL TO 6
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM RETENTION-PURGE
               END-IF
           END-IF.

       DORMANCY-RUN.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-DORMANCY-RUN-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE "DORMANCY" TO SPOOL-REPORT-TYPE
               PERFORM DISPLAY-REPORT-PROMPT
           END-IF.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-DORMANCY-CHECK
               DISPLAY DORMANCY-DONE-SCREEN
               ACCEPT DORMANCY-DONE-SCREEN
           END-IF.

       SHOW-DORMANCY-RUN-PROMPT.
           DISPLAY DORMANCY-RUN-PROMPT.
           ACCEPT DORMANCY-RUN-PROMPT.

       RUN-DORMANCY-CHECK.
           PERFORM LOAD-ACCOUNT-TYPES.
           PERFORM LOAD-HOLDERS.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO DORMANCY-TODAY.
           COMPUTE DORMANCY-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(DORMANCY-TODAY).
           MOVE DORMANCY-TODAY(1:6) TO DORMANCY-RUN-MONTH.
           MOVE "Y" TO DORMANCY-FEES-DUE.
           IF DORMANCY-LAST-RUN IS EQUAL TO DORMANCY-RUN-MONTH
               MOVE "N" TO DORMANCY-FEES-DUE
           END-IF.
           MOVE ZEROS TO DORMANCY-NEW-COUNT.
           MOVE ZEROS TO DORMANCY-OLD-COUNT.
           MOVE ZEROS TO DORMANCY-FEE-COUNT.
           MOVE ZEROS TO DORMANCY-FEE-TOTAL.
           MOVE "N" TO END-OF-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-DORMANT-REPORT-HEADER.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM CHECK-DORMANCY-FOR-NEXT-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           MOVE "N" TO END-OF-FILE.
           PERFORM WRITE-DORMANT-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-FILE.
           IF DORMANCY-FEES-DUE IS EQUAL TO "Y"
               MOVE DORMANCY-RUN-MONTH TO DORMANCY-LAST-RUN
               PERFORM WRITE-CONTROL-FILE
           END-IF.

       CHECK-DORMANCY-FOR-NEXT-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
               PERFORM FIND-DORMANCY-TYPE-RULES
               PERFORM CHECK-ACCOUNT-DORMANCY
           END-IF.

       FIND-DORMANCY-TYPE-RULES.
           MOVE ZEROS TO DORMANCY-TYPE-DAYS.
           MOVE ZEROS TO DORMANCY-TYPE-FEE.
           MOVE FUNCTION UPPER-CASE(ACCOUNT-TYPE) TO TYPE-WORK-CODE.
           PERFORM FIND-TYPE-BY-CODE.
           IF TYPE-FOUND IS EQUAL TO "Y"
               MOVE TT-DORMANT-DAYS(TYPE-INDEX) TO DORMANCY-TYPE-DAYS
               MOVE TT-DORMANCY-FEE(TYPE-INDEX) TO DORMANCY-TYPE-FEE
           END-IF.

       CHECK-ACCOUNT-DORMANCY.
           IF ACCOUNT-DORMANT IS EQUAL TO "Y"
               PERFORM FIND-LAST-CUSTOMER-ACTIVITY
               MOVE "DORMANT" TO DORMANCY-RESULT
               ADD 1 TO DORMANCY-OLD-COUNT
               PERFORM POST-DORMANCY-FEE
               PERFORM WRITE-DORMANT-REPORT-LINE
           ELSE IF DORMANCY-TYPE-DAYS IS GREATER THAN ZEROS
               PERFORM FIND-LAST-CUSTOMER-ACTIVITY
               IF DORMANCY-IDLE-DAYS IS GREATER THAN DORMANCY-TYPE-DAYS
                   PERFORM MARK-ACCOUNT-DORMANT
               END-IF
           END-IF.

       FIND-LAST-CUSTOMER-ACTIVITY.
           MOVE ZEROS TO DORMANCY-LAST-DATE.
           MOVE ZEROS TO DORMANCY-FIRST-DATE.
           MOVE ZEROS TO DORMANCY-IDLE-DAYS.
           MOVE ZEROS TO DORMANCY-FILE-SEQ.
           MOVE "N" TO DORMANCY-INDEX-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM SCAN-NEXT-DORMANCY-ARCHIVE
               UNTIL DORMANCY-INDEX-EOF IS EQUAL TO "Y".
           CLOSE ARCHIVE-INDEX-FILE.
           ADD 1 TO DORMANCY-FILE-SEQ.
           PERFORM OPEN-LEDGER-FILE-FOR-READ.
           PERFORM SCAN-NEXT-DORMANCY-LIVE-ENTRY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE TRANSACTION-FILE.
           MOVE "N" TO END-OF-FILE.
           IF DORMANCY-LAST-DATE IS GREATER THAN ZEROS
               COMPUTE DORMANCY-IDLE-DAYS = DORMANCY-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(DORMANCY-LAST-DATE)
           ELSE IF DORMANCY-FIRST-DATE IS GREATER THAN ZEROS
               COMPUTE DORMANCY-IDLE-DAYS = DORMANCY-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(DORMANCY-FIRST-DATE)
           END-IF.

       SCAN-NEXT-DORMANCY-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO DORMANCY-INDEX-EOF.
           IF DORMANCY-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               ADD 1 TO DORMANCY-FILE-SEQ
               MOVE "N" TO DORMANCY-ARCH-EOF
               OPEN INPUT LEDGER-ARCHIVE-FILE
               PERFORM SCAN-NEXT-DORMANCY-ARCH-ENTRY
                   UNTIL DORMANCY-ARCH-EOF IS EQUAL TO "Y"
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.

       SCAN-NEXT-DORMANCY-ARCH-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO DORMANCY-ARCH-EOF.
           IF DORMANCY-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               PERFORM NOTE-DORMANCY-ACTIVITY
           END-IF.

       SCAN-NEXT-DORMANCY-LIVE-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM NOTE-DORMANCY-ACTIVITY
           END-IF.

       NOTE-DORMANCY-ACTIVITY.
           IF LEDGER-DATE IS NUMERIC
               AND LEDGER-DATE IS GREATER THAN ZEROS
               AND (DORMANCY-FIRST-DATE IS EQUAL TO ZEROS
               OR LEDGER-DATE IS LESS THAN DORMANCY-FIRST-DATE)
               MOVE LEDGER-DATE TO DORMANCY-FIRST-DATE
           END-IF.
           MOVE "Y" TO DORMANCY-CUSTOMER-ENTRY.
           IF LEDGER-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
               AND DORMANCY-FILE-SEQ IS GREATER THAN 1
               MOVE "N" TO DORMANCY-CUSTOMER-ENTRY
           END-IF.
           PERFORM MATCH-DORMANCY-SYSTEM-PREFIX
               VARYING DORMANCY-PREFIX-INDEX FROM 1 BY 1
               UNTIL DORMANCY-PREFIX-INDEX IS GREATER THAN
                   DORMANCY-PREFIX-COUNT
               OR DORMANCY-CUSTOMER-ENTRY IS EQUAL TO "N".
           IF DORMANCY-CUSTOMER-ENTRY IS EQUAL TO "Y"
               AND LEDGER-DATE IS NUMERIC
               AND LEDGER-DATE IS GREATER THAN DORMANCY-LAST-DATE
               MOVE LEDGER-DATE TO DORMANCY-LAST-DATE
           END-IF.

       MATCH-DORMANCY-SYSTEM-PREFIX.
           IF LEDGER-DESCRIPTION(1:DSP-LENGTH(DORMANCY-PREFIX-INDEX))
               IS EQUAL TO DSP-TEXT(DORMANCY-PREFIX-INDEX)
                   (1:DSP-LENGTH(DORMANCY-PREFIX-INDEX))
               MOVE "N" TO DORMANCY-CUSTOMER-ENTRY
           END-IF.

       MARK-ACCOUNT-DORMANT.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE "Y" TO ACCOUNT-DORMANT.
           REWRITE ACCOUNT-RECORD.
           MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS.
           PERFORM LOG-ACCOUNT-AFTER-IMAGE.
           IF ACCOUNT-WRITE-STATUS IS NOT EQUAL TO ZEROS
               MOVE "N" TO ACCOUNT-DORMANT
               MOVE "FAILED" TO DORMANCY-RESULT
               MOVE ZEROS TO DORMANCY-FEE-AMOUNT
           ELSE
               MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
               MOVE "DORMANT" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               MOVE "NEW" TO DORMANCY-RESULT
               ADD 1 TO DORMANCY-NEW-COUNT
               PERFORM POST-DORMANCY-FEE
           END-IF.
           PERFORM WRITE-DORMANT-REPORT-LINE.

       POST-DORMANCY-FEE.
           MOVE ZEROS TO DORMANCY-FEE-AMOUNT.
           IF DORMANCY-FEES-DUE IS EQUAL TO "Y"
               AND DORMANCY-TYPE-FEE IS GREATER THAN ZEROS
               AND ACCOUNT-VALUE IS GREATER THAN ZEROS
               MOVE DORMANCY-TYPE-FEE TO DORMANCY-FEE-AMOUNT
               IF DORMANCY-FEE-AMOUNT IS GREATER THAN ACCOUNT-VALUE
                   MOVE ACCOUNT-VALUE TO DORMANCY-FEE-AMOUNT
               END-IF
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               PERFORM INIT-LEDGER-RECORD
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE "DORMANCY FEE" TO LEDGER-DESCRIPTION
               COMPUTE LEDGER-AMOUNT = ZERO - DORMANCY-FEE-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   REWRITE ACCOUNT-RECORD
                   MOVE FILE-STATUS TO ACCOUNT-WRITE-STATUS
                   PERFORM LOG-ACCOUNT-AFTER-IMAGE
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "DORMANCYFEE" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO DORMANCY-FEE-COUNT
                   ADD DORMANCY-FEE-AMOUNT TO DORMANCY-FEE-TOTAL
               ELSE
                   MOVE ZEROS TO DORMANCY-FEE-AMOUNT
               END-IF
           END-IF.

       WRITE-DORMANT-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Dormant Accounts Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO DORMANT-REPORT-HEADER.
           MOVE "Account" TO DMH-ACCOUNT-ID.
           MOVE "Company" TO DMH-COMPANY.
           MOVE "Number" TO DMH-NUMBER.
           MOVE "Holder" TO DMH-HOLDER.
           MOVE "Last Act" TO DMH-LAST-ACTIVITY.
           MOVE "Idle" TO DMH-IDLE-DAYS.
           MOVE "Fee" TO DMH-FEE.
           MOVE "Status" TO DMH-RESULT.
           WRITE DORMANT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO DMH-ACCOUNT-ID.
           MOVE ALL "-" TO DMH-COMPANY.
           MOVE ALL "-" TO DMH-NUMBER.
           MOVE ALL "-" TO DMH-HOLDER.
           MOVE ALL "-" TO DMH-LAST-ACTIVITY.
           MOVE ALL "-" TO DMH-IDLE-DAYS.
           MOVE ALL "-" TO DMH-FEE.
           MOVE ALL "-" TO DMH-RESULT.
           WRITE DORMANT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-DORMANT-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-DORMANT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO DORMANT-REPORT-LINE.
           MOVE ZEROS TO DML-ACCOUNT-ID.
           MOVE ZEROS TO DML-LAST-ACTIVITY.
           MOVE ZEROS TO DML-IDLE-DAYS.
           MOVE ZEROS TO DML-FEE.
           MOVE ACCOUNT-ID TO DML-ACCOUNT-ID.
           MOVE ACCOUNT-COMPANY TO DML-COMPANY.
           MOVE ACCOUNT-NUMBER TO DML-NUMBER.
           IF ACCOUNT-HOLDER-ID IS NUMERIC
               AND ACCOUNT-HOLDER-ID IS GREATER THAN ZEROS
               MOVE ACCOUNT-HOLDER-ID TO HOLDER-WORK-ID
               PERFORM FIND-HOLDER-BY-ID
               IF HOLDER-FOUND IS EQUAL TO "Y"
                   MOVE HD-NAME(HOLDER-INDEX) TO DML-HOLDER
               END-IF
           END-IF.
           MOVE DORMANCY-LAST-DATE TO DML-LAST-ACTIVITY.
           MOVE DORMANCY-IDLE-DAYS TO DML-IDLE-DAYS.
           MOVE DORMANCY-FEE-AMOUNT TO DML-FEE.
           MOVE DORMANCY-RESULT TO DML-RESULT.
           WRITE DORMANT-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-DORMANT-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Newly Dormant:" TO OSL-LABEL.
           MOVE DORMANCY-NEW-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Already Dormant:" TO OSL-LABEL.
           MOVE DORMANCY-OLD-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Dormancy Fees:" TO OSL-LABEL.
           MOVE DORMANCY-FEE-COUNT TO OSL-COUNT.
           MOVE DORMANCY-FEE-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           IF DORMANCY-FEES-DUE IS NOT EQUAL TO "Y"
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "Dormancy fees already charged for this month."
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       PERIOD-BALANCE-REBUILD.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-PERIOD-REBUILD-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-PERIOD-BALANCE-REBUILD
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY PERIOD-REBUILD-DONE-SCREEN
               ACCEPT PERIOD-REBUILD-DONE-SCREEN
           END-IF.

       SHOW-PERIOD-REBUILD-PROMPT.
           DISPLAY PERIOD-REBUILD-PROMPT.
           ACCEPT PERIOD-REBUILD-PROMPT.

       RUN-PERIOD-BALANCE-REBUILD.
           MOVE ZEROS TO PBAL-ACCOUNT-COUNT.
           MOVE ZEROS TO PBAL-ENTRY-COUNT.
           PERFORM LOAD-PERIOD-TAX-CODES.
           OPEN OUTPUT PERIOD-BALANCE-FILE.
           CLOSE PERIOD-BALANCE-FILE.
           OPEN I-O PERIOD-BALANCE-FILE.
           MOVE "R" TO PBAL-SCAN-MODE.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM REBUILD-NEXT-ACCOUNT-PERIODS
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           CLOSE PERIOD-BALANCE-FILE.
           MOVE "N" TO END-OF-FILE.

       REBUILD-NEXT-ACCOUNT-PERIODS.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO PBAL-ACCOUNT-COUNT
               PERFORM SCAN-ACCOUNT-PERIOD-DETAIL
               MOVE "N" TO END-OF-FILE
           END-IF.

       REBUILD-ACCOUNT-PERIOD-BALANCES.
           PERFORM OPEN-PERIOD-BALANCE-FOR-UPDATE.
           MOVE "N" TO PBAL-EOF.
           PERFORM START-ACCOUNT-PERIOD-BALANCES.
           PERFORM DELETE-NEXT-PERIOD-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           MOVE "R" TO PBAL-SCAN-MODE.
           PERFORM SCAN-ACCOUNT-PERIOD-DETAIL.
           MOVE "N" TO END-OF-FILE.
           CLOSE PERIOD-BALANCE-FILE.

       DELETE-NEXT-PERIOD-BALANCE.
           PERFORM READ-NEXT-ACCOUNT-PERIOD-ROW.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               DELETE PERIOD-BALANCE-FILE RECORD
           END-IF.

       START-ACCOUNT-PERIOD-BALANCES.
           MOVE ACCOUNT-ID TO PB-ACCOUNT-ID.
           MOVE ZEROS TO PB-YEAR.
           MOVE ZEROS TO PB-MONTH.
           MOVE SPACES TO PB-CATEGORY.
           MOVE SPACES TO PB-TAX-CODE.
           START PERIOD-BALANCE-FILE
               KEY IS NOT LESS THAN PB-KEY
               INVALID KEY MOVE "Y" TO PBAL-EOF
           END-START.

       READ-NEXT-ACCOUNT-PERIOD-ROW.
           READ PERIOD-BALANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO PBAL-EOF.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               AND PB-ACCOUNT-ID IS NOT EQUAL TO ACCOUNT-ID
               MOVE "Y" TO PBAL-EOF.

       SCAN-ACCOUNT-PERIOD-DETAIL.
           MOVE ZEROS TO PBAL-FILE-SEQ.
           MOVE "N" TO PBAL-INDEX-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM SCAN-NEXT-PERIOD-ARCHIVE
               UNTIL PBAL-INDEX-EOF IS EQUAL TO "Y".
           CLOSE ARCHIVE-INDEX-FILE.
           ADD 1 TO PBAL-FILE-SEQ.
           PERFORM OPEN-LEDGER-FILE-FOR-READ.
           PERFORM SCAN-NEXT-PERIOD-ENTRY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE TRANSACTION-FILE.

       SCAN-NEXT-PERIOD-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO PBAL-INDEX-EOF.
           IF PBAL-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               PERFORM SCAN-PERIOD-ARCHIVE
           END-IF.

       SCAN-PERIOD-ARCHIVE.
           ADD 1 TO PBAL-FILE-SEQ.
           MOVE ZEROS TO PBAL-CLOSE-BALANCE.
           MOVE "N" TO PBAL-ARCH-EOF.
           MOVE "Y" TO PBAL-ARCH-FOUND.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "N" TO PBAL-ARCH-FOUND
               MOVE "Y" TO PBAL-ARCH-EOF
           END-IF.
           PERFORM SCAN-NEXT-PERIOD-ARCH-ENTRY
               UNTIL PBAL-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.
           IF PBAL-SCAN-MODE IS EQUAL TO "R"
               AND PBAL-ARCH-FOUND IS EQUAL TO "Y"
               AND LAFN-YEAR IS NUMERIC
               AND LAFN-MONTH IS NUMERIC
               MOVE LAFN-YEAR TO PBAL-CLOSE-YEAR
               MOVE LAFN-MONTH TO PBAL-CLOSE-MONTH
               PERFORM APPLY-PERIOD-CLOSE
           END-IF.

       SCAN-NEXT-PERIOD-ARCH-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO PBAL-ARCH-EOF.
           IF PBAL-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               ADD LEDGER-AMOUNT TO PBAL-CLOSE-BALANCE
               PERFORM TAKE-PERIOD-DETAIL-ENTRY
           END-IF.

       SCAN-NEXT-PERIOD-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM TAKE-PERIOD-DETAIL-ENTRY
           END-IF.

       TAKE-PERIOD-DETAIL-ENTRY.
           IF LEDGER-DESCRIPTION IS EQUAL TO "OPENING BALANCE"
               AND PBAL-FILE-SEQ IS GREATER THAN 1
               CONTINUE
           ELSE IF PBAL-SCAN-MODE IS EQUAL TO "R"
               PERFORM APPLY-ENTRY-TO-PERIOD-BALANCE
               ADD 1 TO PBAL-ENTRY-COUNT
           ELSE
               PERFORM TALLY-PERIOD-CHECK-DETAIL
           END-IF.

       SET-PERIOD-FROM-LEDGER-DATE.
           IF LEDGER-EFFECTIVE-DATE IS NOT NUMERIC
               OR LEDGER-EFFECTIVE-DATE IS EQUAL TO ZEROS
               MOVE LEDGER-DATE TO PBAL-WORK-DATE
           ELSE
               MOVE LEDGER-EFFECTIVE-DATE TO PBAL-WORK-DATE
           END-IF.

       OPEN-PERIOD-BALANCE-FOR-UPDATE.
           PERFORM LOAD-PERIOD-TAX-CODES.
           OPEN I-O PERIOD-BALANCE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               CLOSE PERIOD-BALANCE-FILE
               OPEN OUTPUT PERIOD-BALANCE-FILE
               CLOSE PERIOD-BALANCE-FILE
               OPEN I-O PERIOD-BALANCE-FILE
           END-IF.

       POST-ENTRY-TO-PERIOD-BALANCE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-UPDATE.
           PERFORM APPLY-ENTRY-TO-PERIOD-BALANCE.
           CLOSE PERIOD-BALANCE-FILE.

       APPLY-ENTRY-TO-PERIOD-BALANCE.
           PERFORM SET-PERIOD-FROM-LEDGER-DATE.
           MOVE ACCOUNT-ID TO PBW-ACCOUNT-ID.
           MOVE PBAL-WORK-YEAR TO PBW-YEAR.
           MOVE PBAL-WORK-MONTH TO PBW-MONTH.
           MOVE LEDGER-CATEGORY TO PBW-CATEGORY.
           MOVE LEDGER-TAX-CODE TO PBW-TAX-CODE.
           PERFORM READ-PERIOD-BALANCE-ROW.
           ADD LEDGER-AMOUNT TO PB-NET-AMOUNT.
           IF LEDGER-AMOUNT IS LESS THAN ZEROS
               SUBTRACT LEDGER-AMOUNT FROM PB-DEBIT-TOTAL
           ELSE
               ADD LEDGER-AMOUNT TO PB-CREDIT-TOTAL
           END-IF.
           ADD 1 TO PB-ENTRY-COUNT.
           IF LEDGER-TAX-CODE IS NOT EQUAL TO SPACES
               PERFORM ADD-ENTRY-TAX-TO-PERIOD
           END-IF.
           PERFORM SAVE-PERIOD-BALANCE-ROW.

       ADD-ENTRY-TAX-TO-PERIOD.
           MOVE ZEROS TO PBAL-ENTRY-TAX.
           MOVE "N" TO PBAL-TAX-FOUND.
           PERFORM FIND-NEXT-PERIOD-TAX-RATE
               VARYING PBAL-TAX-INDEX FROM 1 BY 1
               UNTIL PBAL-TAX-INDEX IS GREATER THAN TAX-COUNT
               OR PBAL-TAX-FOUND IS EQUAL TO "Y".
           ADD PBAL-ENTRY-TAX TO PB-TAX-AMOUNT.

       FIND-NEXT-PERIOD-TAX-RATE.
           IF TX-CODE(PBAL-TAX-INDEX) IS EQUAL TO LEDGER-TAX-CODE
               MOVE "Y" TO PBAL-TAX-FOUND
               COMPUTE PBAL-ENTRY-TAX ROUNDED =
                   LEDGER-AMOUNT * TX-RATE(PBAL-TAX-INDEX) / 100
           END-IF.

       LOAD-PERIOD-TAX-CODES.
           MOVE ZEROS TO TAX-COUNT.
           MOVE "N" TO PBAL-TAX-EOF.
           OPEN INPUT TAXCODE-FILE.
           PERFORM LOAD-NEXT-PERIOD-TAX-CODE
               UNTIL PBAL-TAX-EOF IS EQUAL TO "Y"
               OR TAX-COUNT IS EQUAL TO TAX-MAX-COUNT.
           CLOSE TAXCODE-FILE.

       LOAD-NEXT-PERIOD-TAX-CODE.
           READ TAXCODE-FILE NEXT RECORD
               AT END MOVE "Y" TO PBAL-TAX-EOF.
           IF PBAL-TAX-EOF IS NOT EQUAL TO "Y"
               ADD 1 TO TAX-COUNT
               MOVE TAX-CODE TO TX-CODE(TAX-COUNT)
               MOVE TAX-DESCRIPTION TO TX-DESCRIPTION(TAX-COUNT)
               MOVE TAX-RATE TO TX-RATE(TAX-COUNT)
           END-IF.

       ROLL-PERIOD-BALANCE-FORWARD.
           MOVE NOW-YEAR TO PBAL-CLOSE-YEAR.
           MOVE NOW-MONTH TO PBAL-CLOSE-MONTH.
           MOVE LEDGER-RUNNING-BALANCE TO PBAL-CLOSE-BALANCE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-UPDATE.
           PERFORM APPLY-PERIOD-CLOSE.
           CLOSE PERIOD-BALANCE-FILE.

       APPLY-PERIOD-CLOSE.
           MOVE ACCOUNT-ID TO PBW-ACCOUNT-ID.
           MOVE PBAL-CLOSE-YEAR TO PBW-YEAR.
           MOVE PBAL-CLOSE-MONTH TO PBW-MONTH.
           MOVE PBAL-BALANCE-CATEGORY TO PBW-CATEGORY.
           MOVE SPACES TO PBW-TAX-CODE.
           PERFORM READ-PERIOD-BALANCE-ROW.
           MOVE PBAL-CLOSE-BALANCE TO PB-CLOSING-BALANCE.
           MOVE "Y" TO PB-PERIOD-CLOSED.
           PERFORM SAVE-PERIOD-BALANCE-ROW.
           IF PBAL-CLOSE-MONTH IS EQUAL TO 12
               ADD 1 TO PBW-YEAR
               MOVE 1 TO PBW-MONTH
           ELSE
               ADD 1 TO PBW-MONTH
           END-IF.
           PERFORM READ-PERIOD-BALANCE-ROW.
           MOVE PBAL-CLOSE-BALANCE TO PB-OPENING-BALANCE.
           PERFORM SAVE-PERIOD-BALANCE-ROW.

       READ-PERIOD-BALANCE-ROW.
           MOVE PBAL-WORK-KEY TO PB-KEY.
           MOVE "Y" TO PBAL-ROW-EXISTS.
           READ PERIOD-BALANCE-FILE
               INVALID KEY MOVE "N" TO PBAL-ROW-EXISTS
           END-READ.
           IF PBAL-ROW-EXISTS IS NOT EQUAL TO "Y"
               MOVE PBAL-WORK-KEY TO PB-KEY
               MOVE ZEROS TO PB-NET-AMOUNT
               MOVE ZEROS TO PB-DEBIT-TOTAL
               MOVE ZEROS TO PB-CREDIT-TOTAL
               MOVE ZEROS TO PB-ENTRY-COUNT
               MOVE ZEROS TO PB-OPENING-BALANCE
               MOVE ZEROS TO PB-CLOSING-BALANCE
               MOVE "N" TO PB-PERIOD-CLOSED
               MOVE ZEROS TO PB-TAX-AMOUNT
           END-IF.

       SAVE-PERIOD-BALANCE-ROW.
           IF PBAL-ROW-EXISTS IS EQUAL TO "Y"
               REWRITE PERIOD-BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE PERIOD-BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       OPEN-PERIOD-BALANCE-FOR-READ.
           MOVE "N" TO PBAL-EOF.
           MOVE ZEROS TO PBAL-LAST-ACCOUNT-ID.
           MOVE "N" TO PBAL-ACCOUNT-FOUND.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO PBAL-EOF
           END-IF.

       READ-NEXT-PERIOD-BALANCE.
           MOVE "N" TO PBAL-ROW-FOUND.
           PERFORM READ-NEXT-PERIOD-BALANCE-ROW
               UNTIL PBAL-EOF IS EQUAL TO "Y"
               OR PBAL-ROW-FOUND IS EQUAL TO "Y".

       READ-NEXT-PERIOD-BALANCE-ROW.
           READ PERIOD-BALANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO PBAL-EOF.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               COMPUTE PBAL-ROW-YYYYMM = PB-YEAR * 100 + PB-MONTH
               IF PB-CATEGORY IS NOT EQUAL TO PBAL-BALANCE-CATEGORY
                   AND PBAL-ROW-YYYYMM IS NOT LESS THAN
                       PBAL-FROM-YYYYMM
                   AND PBAL-ROW-YYYYMM IS NOT GREATER THAN
                       PBAL-TO-YYYYMM
                   PERFORM FIND-PERIOD-BALANCE-ACCOUNT
                   MOVE PBAL-ACCOUNT-FOUND TO PBAL-ROW-FOUND
               END-IF
           END-IF.

       FIND-PERIOD-BALANCE-ACCOUNT.
           IF PB-ACCOUNT-ID IS NOT EQUAL TO PBAL-LAST-ACCOUNT-ID
               MOVE PB-ACCOUNT-ID TO PBAL-LAST-ACCOUNT-ID
               MOVE PB-ACCOUNT-ID TO ACCOUNT-ID
               READ ACCOUNT-FILE
                   INVALID KEY MOVE "N" TO PBAL-ACCOUNT-FOUND
                   NOT INVALID KEY MOVE "Y" TO PBAL-ACCOUNT-FOUND
               END-READ
           END-IF.

       PRINT-TRIAL-BALANCE-REPORT.
           PERFORM LOAD-COMPANIES.
           WRITE ACCOUNT-REPORT-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       CONSOLIDATION-REPORT.
           MOVE "CONSOL" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-CONSOLIDATION-REPORT
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY CONS-DONE-SCREEN
               ACCEPT CONS-DONE-SCREEN
           END-IF.

       PRINT-CONSOLIDATION-REPORT.
           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-EXCHANGE-RATES.
           MOVE ZEROS TO CONS-GROUP-TOTAL.
           MOVE ZEROS TO CONS-IC-TOTAL.
           MOVE ZEROS TO CONS-OTHER-TOTAL.
           MOVE ZEROS TO CONS-PAIR-COUNT.
           MOVE ZEROS TO CONS-MISMATCH-COUNT.
           PERFORM CLEAR-NEXT-CONS-COMPANY
               VARYING CONS-COMPANY-INDEX FROM 1 BY 1
               UNTIL CONS-COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM ADD-NEXT-CONS-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-CONS-REPORT-HEADER.
           PERFORM WRITE-NEXT-CONS-COMPANY-LINE
               VARYING CONS-COMPANY-INDEX FROM 1 BY 1
               UNTIL CONS-COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           PERFORM WRITE-CONS-GROUP-TOTALS.
           PERFORM WRITE-ICPAIR-REPORT-HEADER.
           PERFORM WRITE-NEXT-CONS-COMPANY-PAIRS
               VARYING CONS-COMPANY-INDEX FROM 1 BY 1
               UNTIL CONS-COMPANY-INDEX IS GREATER THAN COMPANY-COUNT.
           PERFORM WRITE-ICPAIR-SUMMARY.
           CLOSE REPORT-FILE.

       CLEAR-NEXT-CONS-COMPANY.
           MOVE ZEROS TO CO-CONS-TOTAL(CONS-COMPANY-INDEX).
           MOVE ZEROS TO CO-CONS-IC-TOTAL(CONS-COMPANY-INDEX).

       ADD-NEXT-CONS-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM SET-ACCOUNT-BASE-VALUE
               ADD BASE-CONVERTED-VALUE TO CONS-GROUP-TOTAL
               MOVE ACCOUNT-COMPANY TO COMPANY-WORK-CODE
               PERFORM FIND-COMPANY-BY-CODE
               IF COMPANY-FOUND IS NOT EQUAL TO "Y"
                   ADD BASE-CONVERTED-VALUE TO CONS-OTHER-TOTAL
               ELSE
                   ADD BASE-CONVERTED-VALUE
                       TO CO-CONS-TOTAL(COMPANY-INDEX)
                   MOVE "N" TO CONS-IS-IC-ACCOUNT
                   PERFORM CHECK-NEXT-CONS-IC-ACCOUNT
                       VARYING CONS-PAIR-INDEX FROM 1 BY 1
                       UNTIL CONS-PAIR-INDEX IS GREATER THAN
                           INTERCO-MAX-PAIRS
                   IF CONS-IS-IC-ACCOUNT IS EQUAL TO "Y"
                       ADD BASE-CONVERTED-VALUE
                           TO CO-CONS-IC-TOTAL(COMPANY-INDEX)
                       ADD BASE-CONVERTED-VALUE TO CONS-IC-TOTAL
                   END-IF
               END-IF
           END-IF.

       CHECK-NEXT-CONS-IC-ACCOUNT.
           IF CO-IC-COMPANY(COMPANY-INDEX, CONS-PAIR-INDEX)
                   IS NOT EQUAL TO SPACES
               AND CO-IC-ACCOUNT-ID(COMPANY-INDEX, CONS-PAIR-INDEX)
                   IS EQUAL TO ACCOUNT-ID
               MOVE "Y" TO CONS-IS-IC-ACCOUNT
           END-IF.

       WRITE-CONS-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Consolidation Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO CONS-REPORT-HEADER.
           MOVE "Company" TO CNH-COMPANY.
           MOVE "Name" TO CNH-NAME.
           MOVE "Total (Base)" TO CNH-TOTAL.
           MOVE "Intercompany" TO CNH-IC.
           MOVE "Net Of IC" TO CNH-NET.
           WRITE CONS-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO CNH-COMPANY.
           MOVE ALL "-" TO CNH-NAME.
           MOVE ALL "-" TO CNH-TOTAL.
           MOVE ALL "-" TO CNH-IC.
           MOVE ALL "-" TO CNH-NET.
           WRITE CONS-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-CONS-COMPANY-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-CONS-REPORT-HEADER
           END-IF.
           MOVE SPACES TO CONS-REPORT-LINE.
           MOVE CO-CODE(CONS-COMPANY-INDEX) TO CNL-COMPANY.
           MOVE CO-NAME(CONS-COMPANY-INDEX) TO CNL-NAME.
           MOVE CO-CONS-TOTAL(CONS-COMPANY-INDEX) TO CNL-TOTAL.
           MOVE CO-CONS-IC-TOTAL(CONS-COMPANY-INDEX) TO CNL-IC.
           COMPUTE CNL-NET = CO-CONS-TOTAL(CONS-COMPANY-INDEX)
               - CO-CONS-IC-TOTAL(CONS-COMPANY-INDEX).
           WRITE CONS-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-CONS-GROUP-TOTALS.
           IF CONS-OTHER-TOTAL IS NOT EQUAL TO ZEROS
               MOVE SPACES TO CONS-REPORT-LINE
               MOVE "(NOT ON COMPANY FILE)" TO CNL-NAME
               MOVE CONS-OTHER-TOTAL TO CNL-TOTAL
               MOVE ZEROS TO CNL-IC
               MOVE CONS-OTHER-TOTAL TO CNL-NET
               WRITE CONS-REPORT-LINE BEFORE ADVANCING 1
           END-IF.
           MOVE SPACES TO CONS-REPORT-LINE.
           MOVE "GROUP" TO CNL-COMPANY.
           MOVE "Consolidated (Base)" TO CNL-NAME.
           MOVE CONS-GROUP-TOTAL TO CNL-TOTAL.
           MOVE CONS-IC-TOTAL TO CNL-IC.
           COMPUTE CNL-NET = CONS-GROUP-TOTAL - CONS-IC-TOTAL.
           WRITE CONS-REPORT-LINE BEFORE ADVANCING 2.
           MOVE SPACES TO CONS-REPORT-LINE.
           MOVE "Eliminations Out Of Balance" TO CNL-NAME.
           MOVE CONS-IC-TOTAL TO CNL-NET.
           MOVE ZEROS TO CNL-TOTAL.
           MOVE ZEROS TO CNL-IC.
           WRITE CONS-REPORT-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       WRITE-ICPAIR-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Intercompany Pair Check - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO ICPAIR-REPORT-HEADER.
           MOVE "Company" TO IPH-COMPANY.
           MOVE "Account" TO IPH-ACCOUNT-ID.
           MOVE "Due To/From" TO IPH-BALANCE.
           MOVE "Counter" TO IPH-COUNTERPARTY.
           MOVE "Account" TO IPH-COUNTER-ACCOUNT.
           MOVE "Due To/From" TO IPH-COUNTER-BALANCE.
           MOVE "Difference" TO IPH-DIFF.
           MOVE "Status" TO IPH-STATUS.
           WRITE ICPAIR-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO IPH-COMPANY.
           MOVE ALL "-" TO IPH-ACCOUNT-ID.
           MOVE ALL "-" TO IPH-BALANCE.
           MOVE ALL "-" TO IPH-COUNTERPARTY.
           MOVE ALL "-" TO IPH-COUNTER-ACCOUNT.
           MOVE ALL "-" TO IPH-COUNTER-BALANCE.
           MOVE ALL "-" TO IPH-DIFF.
           MOVE ALL "-" TO IPH-STATUS.
           WRITE ICPAIR-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-CONS-COMPANY-PAIRS.
           PERFORM WRITE-NEXT-CONS-PAIR
               VARYING CONS-PAIR-INDEX FROM 1 BY 1
               UNTIL CONS-PAIR-INDEX IS GREATER THAN INTERCO-MAX-PAIRS.

       WRITE-NEXT-CONS-PAIR.
           IF CO-IC-COMPANY(CONS-COMPANY-INDEX, CONS-PAIR-INDEX)
                   IS NOT EQUAL TO SPACES
               MOVE CO-IC-COMPANY(CONS-COMPANY-INDEX, CONS-PAIR-INDEX)
                   TO COMPANY-WORK-CODE
               MOVE CO-CODE(CONS-COMPANY-INDEX)
                   TO INTERCO-COUNTERPARTY
               PERFORM FIND-INTERCOMPANY-ACCOUNT
               MOVE INTERCO-ACCOUNT-ID TO CONS-COUNTER-ACCOUNT-ID
               IF CO-CODE(CONS-COMPANY-INDEX) IS LESS THAN
                       CO-IC-COMPANY(CONS-COMPANY-INDEX,
                           CONS-PAIR-INDEX)
                   OR CONS-COUNTER-ACCOUNT-ID IS EQUAL TO ZEROS
                   PERFORM WRITE-CONS-PAIR-LINE
               END-IF
           END-IF.

       WRITE-CONS-PAIR-LINE.
           MOVE CO-IC-ACCOUNT-ID(CONS-COMPANY-INDEX, CONS-PAIR-INDEX)
               TO ACCOUNT-ID.
           PERFORM FIND-CONS-PAIR-BALANCE.
           MOVE BASE-CONVERTED-VALUE TO CONS-OWN-BALANCE.
           MOVE ZEROS TO CONS-COUNTER-BALANCE.
           IF CONS-COUNTER-ACCOUNT-ID IS NOT EQUAL TO ZEROS
               MOVE CONS-COUNTER-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-CONS-PAIR-BALANCE
               MOVE BASE-CONVERTED-VALUE TO CONS-COUNTER-BALANCE
           END-IF.
           COMPUTE CONS-PAIR-DIFF =
               CONS-OWN-BALANCE + CONS-COUNTER-BALANCE.
           ADD 1 TO CONS-PAIR-COUNT.
           MOVE SPACES TO CONS-PAIR-STATUS.
           IF CONS-COUNTER-ACCOUNT-ID IS EQUAL TO ZEROS
               MOVE "NO PAIR" TO CONS-PAIR-STATUS
               ADD 1 TO CONS-MISMATCH-COUNT
           ELSE IF CONS-PAIR-DIFF IS NOT EQUAL TO ZEROS
               MOVE "MISMATCH" TO CONS-PAIR-STATUS
               ADD 1 TO CONS-MISMATCH-COUNT
           END-IF.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-ICPAIR-REPORT-HEADER
           END-IF.
           MOVE SPACES TO ICPAIR-REPORT-LINE.
           MOVE CO-CODE(CONS-COMPANY-INDEX) TO IPL-COMPANY.
           MOVE CO-IC-ACCOUNT-ID(CONS-COMPANY-INDEX, CONS-PAIR-INDEX)
               TO IPL-ACCOUNT-ID.
           MOVE CONS-OWN-BALANCE TO IPL-BALANCE.
           MOVE CO-IC-COMPANY(CONS-COMPANY-INDEX, CONS-PAIR-INDEX)
               TO IPL-COUNTERPARTY.
           MOVE CONS-COUNTER-ACCOUNT-ID TO IPL-COUNTER-ACCOUNT.
           MOVE CONS-COUNTER-BALANCE TO IPL-COUNTER-BALANCE.
           MOVE CONS-PAIR-DIFF TO IPL-DIFF.
           MOVE CONS-PAIR-STATUS TO IPL-STATUS.
           WRITE ICPAIR-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       FIND-CONS-PAIR-BALANCE.
           MOVE ZEROS TO BASE-CONVERTED-VALUE.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               PERFORM SET-ACCOUNT-BASE-VALUE
           END-IF.

       WRITE-ICPAIR-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Pairs Checked:" TO OSL-LABEL.
           MOVE CONS-PAIR-COUNT TO OSL-COUNT.
           MOVE ZEROS TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORDER-SUMMARY-LINE.
           MOVE "Not Netting:" TO OSL-LABEL.
           MOVE CONS-MISMATCH-COUNT TO OSL-COUNT.
           MOVE CONS-IC-TOTAL TO OSL-AMOUNT.
           WRITE ORDER-SUMMARY-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       FINANCIAL-STATEMENTS.
           MOVE SPACES TO FS-COMPANY.
           MOVE ZEROS TO FS-YEAR.
           MOVE ZEROS TO FS-MONTH.
           DISPLAY FIN-STATEMENT-SCREEN.
           ACCEPT FIN-STATEMENT-SCREEN.
           DISPLAY FIN-STATEMENT-SCREEN.
           MOVE FUNCTION UPPER-CASE(FS-COMPANY) TO FS-COMPANY.
           PERFORM LOAD-COMPANIES.
           PERFORM CHECK-FIN-STATEMENT-PERIOD.
           MOVE FS-COMPANY TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           IF FS-VALID IS NOT EQUAL TO "Y"
               DISPLAY FIN-PERIOD-ERROR-SCREEN
               ACCEPT FIN-PERIOD-ERROR-SCREEN
           ELSE IF FS-COMPANY IS NOT EQUAL TO SPACES
               AND COMPANY-FOUND IS NOT EQUAL TO "Y"
               DISPLAY FIN-COMPANY-ERROR-SCREEN
               ACCEPT FIN-COMPANY-ERROR-SCREEN
           ELSE
               MOVE "FINSTMT" TO SPOOL-REPORT-TYPE
               MOVE SPACES TO SPOOL-PARAMETERS
               STRING FS-COMPANY DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FS-YEAR DELIMITED BY SIZE
                   FS-MONTH DELIMITED BY SIZE
                   INTO SPOOL-PARAMETERS
               END-STRING
               PERFORM DISPLAY-REPORT-PROMPT
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM PRINT-FIN-STATEMENTS
                   MOVE SPACES TO CONTINUE-KEY
                   DISPLAY FIN-DONE-SCREEN
                   ACCEPT FIN-DONE-SCREEN
               END-IF
           END-IF.

       CHECK-FIN-STATEMENT-PERIOD.
           MOVE "Y" TO FS-VALID.
           COMPUTE FS-LAST-CLOSE =
               LAST-CLOSE-YEAR * 10000 + LAST-CLOSE-MONTH * 100
               + LAST-CLOSE-DAY.
           IF FS-YEAR IS LESS THAN 1901
               OR FS-MONTH IS LESS THAN 1
               OR FS-MONTH IS GREATER THAN 12
               MOVE "N" TO FS-VALID
           ELSE
               MOVE FS-YEAR TO ORDER-WORK-DUE-YEAR
               MOVE FS-MONTH TO ORDER-WORK-DUE-MONTH
               PERFORM COMPUTE-ORDER-MONTH-DAYS
               COMPUTE FS-PERIOD-START =
                   FS-YEAR * 10000 + FS-MONTH * 100 + 1
               COMPUTE FS-PERIOD-END =
                   FS-YEAR * 10000 + FS-MONTH * 100 + ORDER-MONTH-DAYS
               COMPUTE FS-YEAR-START = FS-YEAR * 10000 + 0101
               COMPUTE ORDER-WORK-DUE-YEAR = FS-YEAR - 1
               PERFORM COMPUTE-ORDER-MONTH-DAYS
               COMPUTE FS-PRIOR-START = FS-PERIOD-START - 10000
               COMPUTE FS-PRIOR-END =
                   ORDER-WORK-DUE-YEAR * 10000 + FS-MONTH * 100
                   + ORDER-MONTH-DAYS
               IF FS-PERIOD-END IS GREATER THAN FS-LAST-CLOSE
                   MOVE "N" TO FS-VALID
               END-IF
           END-IF.

       PRINT-FIN-STATEMENTS.
           PERFORM LOAD-CATEGORIES.
           OPEN OUTPUT REPORT-FILE.
           IF FS-COMPANY IS EQUAL TO SPACES
               PERFORM PRINT-NEXT-FIN-COMPANY
                   VARYING FS-COMPANY-INDEX FROM 1 BY 1
                   UNTIL FS-COMPANY-INDEX IS GREATER THAN
                       COMPANY-COUNT
           ELSE
               MOVE COMPANY-INDEX TO FS-COMPANY-INDEX
               PERFORM PRINT-NEXT-FIN-COMPANY
           END-IF.
           CLOSE REPORT-FILE.

       PRINT-NEXT-FIN-COMPANY.
           MOVE CO-CODE(FS-COMPANY-INDEX) TO FS-COMPANY.
           MOVE CO-RE-ACCOUNT-ID(FS-COMPANY-INDEX) TO FS-RE-ACCOUNT-ID.
           PERFORM SET-FIN-RE-YEAR.
           PERFORM GATHER-FIN-STATEMENT-TOTALS.
           PERFORM WRITE-FIN-REPORT-HEADER.
           PERFORM WRITE-FIN-INCOME-STATEMENT.
           PERFORM WRITE-FIN-BALANCE-SHEET.
           PERFORM WRITE-FIN-RECONCILIATION.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       SET-FIN-RE-YEAR.
           MOVE ZEROS TO FS-RE-YEAR.
           IF FS-YEAR IS NOT GREATER THAN LAST-YEAR-CLOSED
               MOVE FS-YEAR TO FS-RE-YEAR
           ELSE IF FS-YEAR - 1 IS NOT GREATER THAN LAST-YEAR-CLOSED
               COMPUTE FS-RE-YEAR = FS-YEAR - 1
           END-IF.
           COMPUTE FS-RE-START = FS-RE-YEAR * 10000 + 0101.
           COMPUTE FS-RE-END = FS-RE-YEAR * 10000 + 1231.
           MOVE FUNCTION CONCATENATE("YEAR-END CLOSE ", FS-RE-YEAR)
               TO FS-RE-DESCRIPTION.

       GATHER-FIN-STATEMENT-TOTALS.
           INITIALIZE FS-CATEGORY-TABLE.
           MOVE ZEROS TO FS-TYPE-COUNT.
           MOVE ZEROS TO FS-TB-TOTAL.
           MOVE ZEROS TO FS-LEDGER-TOTAL.
           MOVE ZEROS TO FS-RE-POSTED.
           MOVE ZEROS TO FS-RE-YEAR-NET.
           COMPUTE FS-PERIOD-YYYYMM = FS-YEAR * 100 + FS-MONTH.
           COMPUTE FS-PRIOR-YYYYMM = FS-PERIOD-YYYYMM - 100.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM TALLY-NEXT-FIN-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           MOVE "N" TO END-OF-FILE.
           MOVE ZEROS TO PBAL-FROM-YYYYMM.
           MOVE 999999 TO PBAL-TO-YYYYMM.
           PERFORM OPEN-PERIOD-BALANCE-FOR-READ.
           PERFORM TALLY-NEXT-FIN-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           CLOSE ACCOUNT-FILE.
           IF FS-RE-YEAR IS GREATER THAN ZEROS
               AND FS-RE-ACCOUNT-ID IS GREATER THAN ZEROS
               PERFORM TALLY-FIN-RE-POSTED
           END-IF.

       TALLY-NEXT-FIN-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               AND ACCOUNT-COMPANY IS EQUAL TO FS-COMPANY
               ADD ACCOUNT-VALUE TO FS-TB-TOTAL
               MOVE ZEROS TO FS-ACCT-CURRENT
               MOVE ZEROS TO FS-ACCT-PRIOR
               MOVE ZEROS TO FS-ACCT-YTD
               MOVE ZEROS TO FS-ACCT-ALL
               PERFORM ADD-FIN-ACCOUNT-TO-TYPE
           END-IF.

       TALLY-NEXT-FIN-BALANCE.
           PERFORM READ-NEXT-PERIOD-BALANCE.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               AND ACCOUNT-COMPANY IS EQUAL TO FS-COMPANY
               MOVE PB-NET-AMOUNT TO FS-ACCT-ALL
               MOVE ZEROS TO FS-ACCT-CURRENT
               MOVE ZEROS TO FS-ACCT-PRIOR
               MOVE ZEROS TO FS-ACCT-YTD
               IF PBAL-ROW-YYYYMM IS NOT GREATER THAN FS-PERIOD-YYYYMM
                   MOVE PB-NET-AMOUNT TO FS-ACCT-CURRENT
               END-IF
               IF PBAL-ROW-YYYYMM IS NOT GREATER THAN FS-PRIOR-YYYYMM
                   MOVE PB-NET-AMOUNT TO FS-ACCT-PRIOR
               END-IF
               IF PB-YEAR IS EQUAL TO FS-YEAR
                   AND PB-MONTH IS NOT GREATER THAN FS-MONTH
                   MOVE PB-NET-AMOUNT TO FS-ACCT-YTD
               END-IF
               PERFORM ADD-FIN-ACCOUNT-TO-TYPE
               IF PB-CATEGORY IS NOT EQUAL TO SPACES
                   MOVE PB-CATEGORY TO CATEGORY-WORK-CODE
                   PERFORM FIND-CATEGORY-BY-CODE
                   IF CATEGORY-FOUND IS EQUAL TO "Y"
                       AND (CATEGORY-WORK-CLASS IS EQUAL TO "I"
                       OR CATEGORY-WORK-CLASS IS EQUAL TO "E")
                       PERFORM TALLY-FIN-CATEGORY-BALANCE
                   END-IF
               END-IF
           END-IF.

       TALLY-FIN-CATEGORY-BALANCE.
           IF PBAL-ROW-YYYYMM IS EQUAL TO FS-PERIOD-YYYYMM
               ADD PB-NET-AMOUNT TO FSC-CURRENT(CATEGORY-INDEX)
           END-IF.
           IF PBAL-ROW-YYYYMM IS EQUAL TO FS-PRIOR-YYYYMM
               ADD PB-NET-AMOUNT TO FSC-PRIOR(CATEGORY-INDEX)
           END-IF.
           IF PB-YEAR IS EQUAL TO FS-YEAR
               AND PB-MONTH IS NOT GREATER THAN FS-MONTH
               ADD PB-NET-AMOUNT TO FSC-YTD(CATEGORY-INDEX)
           END-IF.
           IF PB-YEAR IS EQUAL TO FS-RE-YEAR
               ADD PB-NET-AMOUNT TO FS-RE-YEAR-NET
           END-IF.

       TALLY-FIN-RE-POSTED.
           MOVE FS-RE-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE "N" TO FS-INDEX-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM TALLY-NEXT-FIN-ARCHIVE
               UNTIL FS-INDEX-EOF IS EQUAL TO "Y".
           CLOSE ARCHIVE-INDEX-FILE.
           PERFORM OPEN-LEDGER-FILE-FOR-READ.
           PERFORM TALLY-NEXT-FIN-ENTRY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE TRANSACTION-FILE.
           MOVE "N" TO END-OF-FILE.

       TALLY-NEXT-FIN-ARCHIVE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO FS-INDEX-EOF.
           IF FS-INDEX-EOF IS NOT EQUAL TO "Y"
               AND AIX-ACCOUNT-ID IS EQUAL TO ACCOUNT-ID
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               MOVE "N" TO FS-ARCH-EOF
               OPEN INPUT LEDGER-ARCHIVE-FILE
               IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
                   MOVE "Y" TO FS-ARCH-EOF
               END-IF
               PERFORM TALLY-NEXT-FIN-ARCH-ENTRY
                   UNTIL FS-ARCH-EOF IS EQUAL TO "Y"
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.

       TALLY-NEXT-FIN-ARCH-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO FS-ARCH-EOF.
           IF FS-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               PERFORM TALLY-FIN-RE-ENTRY
           END-IF.

       TALLY-NEXT-FIN-ENTRY.
           PERFORM READ-NEXT-LEDGER-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               PERFORM TALLY-FIN-RE-ENTRY
           END-IF.

       TALLY-FIN-RE-ENTRY.
           IF LEDGER-DESCRIPTION IS EQUAL TO FS-RE-DESCRIPTION
               ADD LEDGER-AMOUNT TO FS-RE-POSTED
           END-IF.

       ADD-FIN-ACCOUNT-TO-TYPE.
           ADD FS-ACCT-ALL TO FS-LEDGER-TOTAL.
           MOVE "N" TO FS-TYPE-FOUND.
           PERFORM FIND-NEXT-FIN-TYPE
               VARYING FS-TYPE-INDEX FROM 1 BY 1
               UNTIL FS-TYPE-INDEX IS GREATER THAN FS-TYPE-COUNT
               OR FS-TYPE-FOUND IS EQUAL TO "Y".
           IF FS-TYPE-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM FS-TYPE-INDEX
           ELSE
               IF FS-TYPE-COUNT IS EQUAL TO FS-TYPE-MAX
                   MOVE FS-TYPE-MAX TO FS-TYPE-INDEX
               ELSE
                   ADD 1 TO FS-TYPE-COUNT
                   MOVE FS-TYPE-COUNT TO FS-TYPE-INDEX
                   MOVE ACCOUNT-TYPE TO FST-TYPE(FS-TYPE-INDEX)
                   MOVE ZEROS TO FST-CURRENT(FS-TYPE-INDEX)
                   MOVE ZEROS TO FST-PRIOR(FS-TYPE-INDEX)
                   MOVE ZEROS TO FST-YTD(FS-TYPE-INDEX)
               END-IF
           END-IF.
           ADD FS-ACCT-CURRENT TO FST-CURRENT(FS-TYPE-INDEX).
           ADD FS-ACCT-PRIOR TO FST-PRIOR(FS-TYPE-INDEX).
           ADD FS-ACCT-YTD TO FST-YTD(FS-TYPE-INDEX).

       FIND-NEXT-FIN-TYPE.
           IF FST-TYPE(FS-TYPE-INDEX) IS EQUAL TO ACCOUNT-TYPE
               MOVE "Y" TO FS-TYPE-FOUND
           END-IF.

       WRITE-FIN-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Financial Statements ",
               FUNCTION TRIM(FS-COMPANY), " ",
               FUNCTION TRIM(CO-NAME(FS-COMPANY-INDEX)),
               " Period ", FS-YEAR, "/", FS-MONTH, " - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO FIN-REPORT-HEADER.
           MOVE "Line" TO FNH-LABEL.
           MOVE "Current Period" TO FNH-CURRENT.
           MOVE "Prior Year" TO FNH-PRIOR.
           MOVE "Year To Date" TO FNH-YTD.
           WRITE FIN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO FNH-LABEL.
           MOVE ALL "-" TO FNH-CURRENT.
           MOVE ALL "-" TO FNH-PRIOR.
           MOVE ALL "-" TO FNH-YTD.
           WRITE FIN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-FIN-TITLE-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-FIN-REPORT-HEADER
           END-IF.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-FIN-AMOUNT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-FIN-REPORT-HEADER
           END-IF.
           WRITE FIN-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-FIN-INCOME-STATEMENT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE "INCOME STATEMENT" TO GENERIC-REPORT-LINE.
           PERFORM WRITE-FIN-TITLE-LINE.
           MOVE "I" TO FS-PRINT-CLASS.
           PERFORM WRITE-FIN-CLASS-SECTION.
           MOVE FS-SUB-CURRENT TO FS-NET-CURRENT.
           MOVE FS-SUB-PRIOR TO FS-NET-PRIOR.
           MOVE FS-SUB-YTD TO FS-NET-YTD.
           MOVE "E" TO FS-PRINT-CLASS.
           PERFORM WRITE-FIN-CLASS-SECTION.
           ADD FS-SUB-CURRENT TO FS-NET-CURRENT.
           ADD FS-SUB-PRIOR TO FS-NET-PRIOR.
           ADD FS-SUB-YTD TO FS-NET-YTD.
           MOVE SPACES TO FIN-REPORT-LINE.
           MOVE "NET INCOME" TO FNL-LABEL.
           MOVE FS-NET-CURRENT TO FNL-CURRENT.
           MOVE FS-NET-PRIOR TO FNL-PRIOR.
           MOVE FS-NET-YTD TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM WRITE-FIN-TITLE-LINE.

       WRITE-FIN-CLASS-SECTION.
           MOVE ZEROS TO FS-SUB-CURRENT.
           MOVE ZEROS TO FS-SUB-PRIOR.
           MOVE ZEROS TO FS-SUB-YTD.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           IF FS-PRINT-CLASS IS EQUAL TO "I"
               MOVE "  Income" TO GENERIC-REPORT-LINE
           ELSE
               MOVE "  Expense" TO GENERIC-REPORT-LINE
           END-IF.
           PERFORM WRITE-FIN-TITLE-LINE.
           PERFORM WRITE-NEXT-FIN-CATEGORY-LINE
               VARYING CATEGORY-INDEX FROM 1 BY 1
               UNTIL CATEGORY-INDEX IS GREATER THAN CATEGORY-COUNT.
           MOVE SPACES TO FIN-REPORT-LINE.
           IF FS-PRINT-CLASS IS EQUAL TO "I"
               MOVE "  Total Income" TO FNL-LABEL
           ELSE
               MOVE "  Total Expense" TO FNL-LABEL
           END-IF.
           MOVE FS-SUB-CURRENT TO FNL-CURRENT.
           MOVE FS-SUB-PRIOR TO FNL-PRIOR.
           MOVE FS-SUB-YTD TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.

       WRITE-NEXT-FIN-CATEGORY-LINE.
           IF CT-CLASS(CATEGORY-INDEX) IS EQUAL TO FS-PRINT-CLASS
               AND (FSC-CURRENT(CATEGORY-INDEX) IS NOT EQUAL TO ZEROS
               OR FSC-PRIOR(CATEGORY-INDEX) IS NOT EQUAL TO ZEROS
               OR FSC-YTD(CATEGORY-INDEX) IS NOT EQUAL TO ZEROS)
               MOVE SPACES TO FIN-REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   CT-CODE(CATEGORY-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-DESCRIPTION(CATEGORY-INDEX) DELIMITED BY SIZE
                   INTO FNL-LABEL
               END-STRING
               MOVE FSC-CURRENT(CATEGORY-INDEX) TO FNL-CURRENT
               MOVE FSC-PRIOR(CATEGORY-INDEX) TO FNL-PRIOR
               MOVE FSC-YTD(CATEGORY-INDEX) TO FNL-YTD
               PERFORM WRITE-FIN-AMOUNT-LINE
               ADD FSC-CURRENT(CATEGORY-INDEX) TO FS-SUB-CURRENT
               ADD FSC-PRIOR(CATEGORY-INDEX) TO FS-SUB-PRIOR
               ADD FSC-YTD(CATEGORY-INDEX) TO FS-SUB-YTD
           END-IF.

       WRITE-FIN-BALANCE-SHEET.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE "BALANCE SHEET" TO GENERIC-REPORT-LINE.
           PERFORM WRITE-FIN-TITLE-LINE.
           MOVE ZEROS TO FS-SUB-CURRENT.
           MOVE ZEROS TO FS-SUB-PRIOR.
           MOVE ZEROS TO FS-SUB-YTD.
           PERFORM WRITE-NEXT-FIN-TYPE-LINE
               VARYING FS-TYPE-INDEX FROM 1 BY 1
               UNTIL FS-TYPE-INDEX IS GREATER THAN FS-TYPE-COUNT.
           MOVE SPACES TO FIN-REPORT-LINE.
           MOVE "NET POSITION" TO FNL-LABEL.
           MOVE FS-SUB-CURRENT TO FNL-CURRENT.
           MOVE FS-SUB-PRIOR TO FNL-PRIOR.
           MOVE FS-SUB-YTD TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           MOVE SPACES TO FIN-REPORT-LINE.
           MOVE "  Of Which Net Income" TO FNL-LABEL.
           MOVE FS-NET-CURRENT TO FNL-CURRENT.
           MOVE FS-NET-PRIOR TO FNL-PRIOR.
           MOVE FS-NET-YTD TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM WRITE-FIN-TITLE-LINE.

       WRITE-NEXT-FIN-TYPE-LINE.
           MOVE SPACES TO FIN-REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               FST-TYPE(FS-TYPE-INDEX) DELIMITED BY SIZE
               INTO FNL-LABEL
           END-STRING.
           MOVE FST-CURRENT(FS-TYPE-INDEX) TO FNL-CURRENT.
           MOVE FST-PRIOR(FS-TYPE-INDEX) TO FNL-PRIOR.
           MOVE FST-YTD(FS-TYPE-INDEX) TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           ADD FST-CURRENT(FS-TYPE-INDEX) TO FS-SUB-CURRENT.
           ADD FST-PRIOR(FS-TYPE-INDEX) TO FS-SUB-PRIOR.
           ADD FST-YTD(FS-TYPE-INDEX) TO FS-SUB-YTD.

       WRITE-FIN-RECONCILIATION.
           MOVE ZEROS TO FS-WARNING-COUNT.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE "RECONCILIATION" TO GENERIC-REPORT-LINE.
           PERFORM WRITE-FIN-TITLE-LINE.
           MOVE SPACES TO FIN-REPORT-LINE.
           MOVE "  Trial Balance Net Position" TO FNL-LABEL.
           MOVE FS-TB-TOTAL TO FNL-CURRENT.
           MOVE ZEROS TO FNL-PRIOR.
           MOVE ZEROS TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           MOVE SPACES TO FIN-REPORT-LINE.
           MOVE "  Ledger Entries To Date" TO FNL-LABEL.
           MOVE FS-LEDGER-TOTAL TO FNL-CURRENT.
           MOVE ZEROS TO FNL-PRIOR.
           MOVE ZEROS TO FNL-YTD.
           PERFORM WRITE-FIN-AMOUNT-LINE.
           IF FS-TB-TOTAL IS NOT EQUAL TO FS-LEDGER-TOTAL
               ADD 1 TO FS-WARNING-COUNT
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "*** WARNING: LEDGER DOES NOT AGREE TO TB"
                   TO GENERIC-REPORT-LINE
               PERFORM WRITE-FIN-TITLE-LINE
           END-IF.
           IF FS-RE-YEAR IS GREATER THAN ZEROS
               MOVE SPACES TO FIN-REPORT-LINE
               MOVE FUNCTION CONCATENATE("  Net Income ", FS-RE-YEAR,
                   " / Retained Earnings") TO FNL-LABEL
               MOVE FS-RE-YEAR-NET TO FNL-CURRENT
               MOVE FS-RE-POSTED TO FNL-PRIOR
               MOVE ZEROS TO FNL-YTD
               PERFORM WRITE-FIN-AMOUNT-LINE
               IF FS-RE-ACCOUNT-ID IS EQUAL TO ZEROS
                   AND FS-RE-YEAR-NET IS NOT EQUAL TO ZEROS
                   ADD 1 TO FS-WARNING-COUNT
                   MOVE SPACES TO GENERIC-REPORT-LINE
                   MOVE "*** WARNING: NO RETAINED EARNINGS ACCOUNT"
                       TO GENERIC-REPORT-LINE
                   PERFORM WRITE-FIN-TITLE-LINE
               ELSE IF FS-RE-YEAR-NET IS NOT EQUAL TO FS-RE-POSTED
                   ADD 1 TO FS-WARNING-COUNT
                   MOVE SPACES TO GENERIC-REPORT-LINE
                   MOVE "*** WARNING: NET INCOME NOT EQUAL TO RE POSTED"
                       TO GENERIC-REPORT-LINE
                   PERFORM WRITE-FIN-TITLE-LINE
               END-IF
           END-IF.
           IF FS-WARNING-COUNT IS EQUAL TO ZEROS
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "  Statements Reconcile." TO GENERIC-REPORT-LINE
               PERFORM WRITE-FIN-TITLE-LINE
           END-IF.

       CATEGORY-MAINTENANCE-MENU.
           PERFORM LOAD-CATEGORIES.
           MOVE ZERO TO MENU-OPTION.
           ACCEPT ADD-CATEGORY-PROMPT.

       CATEGORY-SUMMARY-REPORT.
           MOVE ZEROS TO CATSUM-START-PERIOD.
           MOVE 999999 TO CATSUM-END-PERIOD.
           DISPLAY CATSUM-RANGE-SCREEN.
           ACCEPT CATSUM-RANGE-SCREEN.
           MOVE "CATSUM" TO SPOOL-REPORT-TYPE.
           MOVE SPACES TO SPOOL-PARAMETERS.
           STRING CATSUM-START-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CATSUM-END-PERIOD DELIMITED BY SIZE
               INTO SPOOL-PARAMETERS
           END-STRING.
           PERFORM DISPLAY-REPORT-PROMPT.
           MOVE ZEROS TO CATSUM-INCOME-TOTAL.
           MOVE ZEROS TO CATSUM-EXPENSE-TOTAL.
           MOVE ZEROS TO CATSUM-OTHER-TOTAL.
           MOVE CATSUM-START-PERIOD TO PBAL-FROM-YYYYMM.
           MOVE CATSUM-END-PERIOD TO PBAL-TO-YYYYMM.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM OPEN-PERIOD-BALANCE-FOR-READ.
           PERFORM TALLY-NEXT-CATSUM-BALANCE
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           CLOSE ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-CATSUM-REPORT-HEADER.
           PERFORM WRITE-NEXT-CATSUM-REPORT-LINE
               VARYING CATSUM-INDEX FROM 1 BY 1
               UNTIL CATSUM-INDEX IS GREATER THAN CATSUM-COUNT.
           PERFORM WRITE-CATSUM-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       TALLY-NEXT-CATSUM-BALANCE.
           PERFORM READ-NEXT-PERIOD-BALANCE.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               PERFORM TALLY-CATSUM-ENTRY
           END-IF.

       TALLY-CATSUM-ENTRY.
               ELSE
                   ADD 1 TO CATSUM-COUNT
                   MOVE CATSUM-COUNT TO CATSUM-INDEX
                   MOVE PB-CATEGORY TO CS-CODE(CATSUM-INDEX)
                   MOVE ZEROS TO CS-COUNT(CATSUM-INDEX)
                   MOVE ZEROS TO CS-TOTAL(CATSUM-INDEX)
               END-IF
           END-IF.
           ADD PB-ENTRY-COUNT TO CS-COUNT(CATSUM-INDEX).
           ADD PB-NET-AMOUNT TO CS-TOTAL(CATSUM-INDEX).

       FIND-NEXT-CATSUM-MATCH.
           IF CS-CODE(CATSUM-INDEX) IS EQUAL TO PB-CATEGORY
               MOVE "Y" TO CATSUM-FOUND
           END-IF.

       WRITE-CATSUM-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Category Summary Report ",
               "Months ", CATSUM-START-PERIOD, " To ",
               CATSUM-END-PERIOD, " - ", DISPLAY-DATE-TIME)
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO CATSUM-REPORT-HEADER.
           MOVE "Code" TO CSH-CODE.
           MOVE ZEROS TO ICHK-EXCEPTION-COUNT.
           MOVE ZEROS TO ICHK-ACCOUNT-COUNT.
           MOVE ZEROS TO ICHK-FILE-COUNT.
           MOVE ZEROS TO ICHK-PERIOD-COUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-INTEGRITY-REPORT-HEADER.
           PERFORM CHECK-ALL-ACCOUNT-IDS.
               ADD 1 TO ICHK-ACCOUNT-COUNT
               PERFORM CHECK-ACCOUNT-FIELDS
               PERFORM CHECK-ACCOUNT-LEDGER-FILE
               PERFORM CHECK-ACCOUNT-PERIOD-BALANCES
           ELSE
               PERFORM CHECK-ORPHAN-LEDGER-FILE
               PERFORM CHECK-ORPHAN-PERIOD-BALANCES
           END-IF.
           ADD 1 TO ICHK-SCAN-ID.

           END-IF.
           CLOSE TRANSACTION-FILE.

       CHECK-ACCOUNT-PERIOD-BALANCES.
           MOVE "SUMMARY" TO ICHK-AREA.
           MOVE ZEROS TO ICHK-ENTRY-NO.
           MOVE ZEROS TO PCK-COUNT.
           MOVE "N" TO PCK-OVERFLOW.
           MOVE "C" TO PBAL-SCAN-MODE.
           PERFORM SCAN-ACCOUNT-PERIOD-DETAIL.
           MOVE "N" TO END-OF-FILE.
           MOVE "N" TO PBAL-EOF.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO PBAL-EOF
           ELSE
               PERFORM START-ACCOUNT-PERIOD-BALANCES
           END-IF.
           PERFORM CHECK-NEXT-PERIOD-BALANCE-ROW
               UNTIL PBAL-EOF IS EQUAL TO "Y".
           CLOSE PERIOD-BALANCE-FILE.
           IF PCK-OVERFLOW IS EQUAL TO "Y"
               MOVE "TOO MANY PERIODS TO VERIFY SUMMARY"
                   TO ICHK-MESSAGE
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               PERFORM COMPARE-NEXT-PERIOD-CHECK
                   VARYING PCK-INDEX FROM 1 BY 1
                   UNTIL PCK-INDEX IS GREATER THAN PCK-COUNT
           END-IF.

       CHECK-NEXT-PERIOD-BALANCE-ROW.
           PERFORM READ-NEXT-ACCOUNT-PERIOD-ROW.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               AND PB-CATEGORY IS NOT EQUAL TO PBAL-BALANCE-CATEGORY
               COMPUTE PCK-KEY-YYYYMM = PB-YEAR * 100 + PB-MONTH
               PERFORM FIND-PERIOD-CHECK-ENTRY
               ADD PB-NET-AMOUNT TO PCK-SUMMARY-NET(PCK-INDEX)
               ADD PB-ENTRY-COUNT TO PCK-SUMMARY-COUNT(PCK-INDEX)
           END-IF.

       TALLY-PERIOD-CHECK-DETAIL.
           PERFORM SET-PERIOD-FROM-LEDGER-DATE.
           COMPUTE PCK-KEY-YYYYMM = PBAL-WORK-YEAR * 100
               + PBAL-WORK-MONTH.
           PERFORM FIND-PERIOD-CHECK-ENTRY.
           ADD LEDGER-AMOUNT TO PCK-DETAIL-NET(PCK-INDEX).
           ADD 1 TO PCK-DETAIL-COUNT(PCK-INDEX).

       FIND-PERIOD-CHECK-ENTRY.
           MOVE "N" TO PCK-FOUND.
           PERFORM FIND-NEXT-PERIOD-CHECK-MATCH
               VARYING PCK-INDEX FROM 1 BY 1
               UNTIL PCK-INDEX IS GREATER THAN PCK-COUNT
               OR PCK-FOUND IS EQUAL TO "Y".
           IF PCK-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM PCK-INDEX
           ELSE
               IF PCK-COUNT IS EQUAL TO PCK-MAX-COUNT
                   MOVE PCK-MAX-COUNT TO PCK-INDEX
                   MOVE "Y" TO PCK-OVERFLOW
               ELSE
                   ADD 1 TO PCK-COUNT
                   MOVE PCK-COUNT TO PCK-INDEX
                   MOVE PCK-KEY-YYYYMM TO PCK-YYYYMM(PCK-INDEX)
                   MOVE ZEROS TO PCK-DETAIL-NET(PCK-INDEX)
                   MOVE ZEROS TO PCK-DETAIL-COUNT(PCK-INDEX)
                   MOVE ZEROS TO PCK-SUMMARY-NET(PCK-INDEX)
                   MOVE ZEROS TO PCK-SUMMARY-COUNT(PCK-INDEX)
               END-IF
           END-IF.

       FIND-NEXT-PERIOD-CHECK-MATCH.
           IF PCK-YYYYMM(PCK-INDEX) IS EQUAL TO PCK-KEY-YYYYMM
               MOVE "Y" TO PCK-FOUND
           END-IF.

       COMPARE-NEXT-PERIOD-CHECK.
           ADD 1 TO ICHK-PERIOD-COUNT.
           IF PCK-DETAIL-NET(PCK-INDEX) IS NOT EQUAL TO
                   PCK-SUMMARY-NET(PCK-INDEX)
               OR PCK-DETAIL-COUNT(PCK-INDEX) IS NOT EQUAL TO
                   PCK-SUMMARY-COUNT(PCK-INDEX)
               MOVE SPACES TO ICHK-MESSAGE
               STRING "PERIOD " DELIMITED BY SIZE
                   PCK-YYYYMM(PCK-INDEX) DELIMITED BY SIZE
                   " SUMMARY DOES NOT AGREE WITH DETAIL"
                       DELIMITED BY SIZE
                   INTO ICHK-MESSAGE
               END-STRING
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

       CHECK-ORPHAN-PERIOD-BALANCES.
           MOVE "SUMMARY" TO ICHK-AREA.
           MOVE ZEROS TO ICHK-ENTRY-NO.
           MOVE "N" TO PBAL-EOF.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "Y" TO PBAL-EOF
           ELSE
               PERFORM START-ACCOUNT-PERIOD-BALANCES
           END-IF.
           IF PBAL-EOF IS NOT EQUAL TO "Y"
               PERFORM READ-NEXT-ACCOUNT-PERIOD-ROW
               IF PBAL-EOF IS NOT EQUAL TO "Y"
                   MOVE "ORPHAN PERIOD BALANCES, NO ACCOUNT RECORD"
                       TO ICHK-MESSAGE
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               END-IF
           END-IF.
           CLOSE PERIOD-BALANCE-FILE.

       CHECK-ALL-ARCHIVE-FILES.
           MOVE "N" TO ICHK-INDEX-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           MOVE ICHK-FILE-COUNT TO IKS-COUNT.
           WRITE ICHK-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ICHK-SUMMARY-LINE.
           MOVE "Summary Periods Checked:" TO IKS-LABEL.
           MOVE ICHK-PERIOD-COUNT TO IKS-COUNT.
           WRITE ICHK-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ICHK-SUMMARY-LINE.
           MOVE "Exceptions Found:" TO IKS-LABEL.
           MOVE ICHK-EXCEPTION-COUNT TO IKS-COUNT.
           WRITE ICHK-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE BKP-ARCHIVE-COUNT TO BKT-ARCHIVE-COUNT.
           WRITE BKP-TRAILER-RECORD.
           CLOSE BACKUP-FILE.
           PERFORM START-RECOVERY-LOG.

       BACKUP-NEXT-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
                   ACCEPT RESTORE-VERIFY-FAILED-SCREEN
               ELSE
                   PERFORM RUN-RESTORE
                   PERFORM RUN-PERIOD-BALANCE-REBUILD
                   PERFORM START-RECOVERY-LOG
                   MOVE SPACES TO CONTINUE-KEY
                   DISPLAY RESTORE-DONE-SCREEN
                   ACCEPT RESTORE-DONE-SCREEN
           END-IF.

       RUN-RESTORE.
           MOVE "Y" TO RLOG-SUPPRESS.
           MOVE ZEROS TO RST-ACCOUNT-COUNT.
           MOVE "N" TO RST-EOF.
           MOVE "N" TO RST-LEDGER-OPEN.
               UNTIL RST-EOF IS EQUAL TO "Y".
           CLOSE BACKUP-FILE.
           PERFORM CLOSE-RESTORE-OUTPUTS.
           PERFORM LOAD-CONTROL-FILE.
           MOVE "N" TO RLOG-SUPPRESS.

       RESTORE-NEXT-BACKUP-RECORD.
           READ BACKUP-FILE NEXT RECORD
           PERFORM CLOSE-RESTORE-OUTPUTS.
           MOVE BKA-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE BKA-IMAGE TO ACCOUNT-RECORD.
           IF ACCOUNT-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZEROS TO ACCOUNT-CREDIT-LIMIT
           END-IF.
           IF ACCOUNT-DORMANT IS NOT EQUAL TO "Y"
               MOVE "N" TO ACCOUNT-DORMANT
           END-IF.
           PERFORM WRITE-ACCOUNT.
           ADD 1 TO RST-ACCOUNT-COUNT.
           PERFORM PURGE-ACCOUNT-TRAN-ENTRIES.
                   CLOSE TRANSACTION-FILE
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               MOVE "Y" TO RST-LEDGER-OPEN
           END-IF.
           IF BKL-ACCOUNT-ID IS NOT EQUAL TO ACCOUNT-ID
               MOVE BKL-ACCOUNT-ID TO ACCOUNT-ID
               MOVE ZEROS TO RST-NEXT-SEQUENCE
           END-IF.
           ADD 1 TO RST-NEXT-SEQUENCE.
           MOVE ACCOUNT-ID TO TRAN-ACCOUNT-ID.
           MOVE RST-NEXT-SEQUENCE TO TRAN-SEQUENCE.
           MOVE BKL-IMAGE TO TRAN-ENTRY.
           WRITE TRAN-RECORD
               INVALID KEY REWRITE TRAN-RECORD.

       RESTORE-INDEX-RECORD.
           PERFORM CLOSE-RESTORE-OUTPUTS.
           MOVE BKX-IMAGE TO ARCHIVE-INDEX-RECORD.
           OPEN EXTEND ARCHIVE-INDEX-FILE.
           WRITE ARCHIVE-INDEX-RECORD.
           CLOSE ARCHIVE-INDEX-FILE.

       RESTORE-ARCHIVE-RECORD.
           IF RST-ARCH-OPEN IS EQUAL TO "Y"
               AND BKV-FILE-NAME IS NOT EQUAL TO RST-CURRENT-ARCH-NAME
               CLOSE LEDGER-ARCHIVE-FILE
               MOVE "N" TO RST-ARCH-OPEN
           END-IF.
           IF RST-ARCH-OPEN IS NOT EQUAL TO "Y"
               MOVE BKV-FILE-NAME TO RST-CURRENT-ARCH-NAME
               MOVE BKV-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               OPEN OUTPUT LEDGER-ARCHIVE-FILE
               MOVE "Y" TO RST-ARCH-OPEN
           END-IF.
           MOVE BKV-IMAGE TO LEDGER-ARCHIVE-RECORD.
           WRITE LEDGER-ARCHIVE-RECORD.

       CLOSE-RESTORE-OUTPUTS.
           IF RST-LEDGER-OPEN IS EQUAL TO "Y"
               CLOSE TRANSACTION-FILE
               MOVE "N" TO RST-LEDGER-OPEN
           END-IF.
           IF RST-ARCH-OPEN IS EQUAL TO "Y"
               CLOSE LEDGER-ARCHIVE-FILE
               MOVE "N" TO RST-ARCH-OPEN
           END-IF.

       ROLL-FORWARD-RECOVERY.
           MOVE SPACES TO BACKUP-FILE-NAME.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO RFW-TARGET-DATE.
           MOVE NOW-TIME TO RFW-TARGET-TIME.
           DISPLAY ROLLFWD-FILE-SCREEN.
           ACCEPT ROLLFWD-FILE-SCREEN.
           DISPLAY ROLLFWD-FILE-SCREEN.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-ROLLFWD-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM VERIFY-BACKUP-FILE
               PERFORM CHECK-RECOVERY-LOG-HEADER
               IF RST-FILE-FOUND IS NOT EQUAL TO "Y"
                   DISPLAY RESTORE-NOT-FOUND-SCREEN
                   ACCEPT RESTORE-NOT-FOUND-SCREEN
               ELSE IF RST-VERIFY-OK IS NOT EQUAL TO "Y"
                   DISPLAY RESTORE-VERIFY-FAILED-SCREEN
                   ACCEPT RESTORE-VERIFY-FAILED-SCREEN
               ELSE IF RLOG-HEADER-OK IS NOT EQUAL TO "Y"
                   DISPLAY ROLLFWD-LOG-FAILED-SCREEN
                   ACCEPT ROLLFWD-LOG-FAILED-SCREEN
               ELSE
                   PERFORM START-ROLL-FORWARD
               END-IF
           END-IF.

       SHOW-ROLLFWD-PROMPT.
           DISPLAY ROLLFWD-PROMPT.
           ACCEPT ROLLFWD-PROMPT.

       START-ROLL-FORWARD.
           MOVE "RECOVERY" TO SPOOL-REPORT-TYPE.
           MOVE RFW-TARGET-STAMP TO SPOOL-PARAMETERS.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-ROLL-FORWARD
               MOVE SPACES TO CONTINUE-KEY
               DISPLAY ROLLFWD-DONE-SCREEN
               ACCEPT ROLLFWD-DONE-SCREEN
           END-IF.

       CHECK-RECOVERY-LOG-HEADER.
           MOVE "N" TO RLOG-HEADER-OK.
           MOVE "Y" TO RLOG-EOF.
           OPEN INPUT RECOVERY-LOG-FILE.
           IF FILE-STATUS IS NOT EQUAL TO FILE-NOT-FOUND
               MOVE "N" TO RLOG-EOF
               READ RECOVERY-LOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO RLOG-EOF
               END-READ
           END-IF.
           IF RLOG-EOF IS NOT EQUAL TO "Y"
               AND RLG-FILE-CODE IS EQUAL TO "H"
               AND RLG-IMAGE(1:60) IS EQUAL TO BACKUP-FILE-NAME
               MOVE "Y" TO RLOG-HEADER-OK
           END-IF.
           CLOSE RECOVERY-LOG-FILE.

       RUN-ROLL-FORWARD.
           MOVE BACKUP-FILE-NAME TO RFW-RESTORED-FROM.
           MOVE ZEROS TO RFW-APPLIED-COUNT.
           MOVE ZEROS TO RFW-SKIPPED-COUNT.
           MOVE ZEROS TO RFW-ACCOUNT-WRITES.
           MOVE ZEROS TO RFW-ACCOUNT-DELETES.
           MOVE ZEROS TO RFW-LEDGER-WRITES.
           MOVE ZEROS TO RFW-LEDGER-DELETES.
           MOVE ZEROS TO RFW-INDEX-WRITES.
           MOVE ZEROS TO RFW-CONTROL-WRITES.
           MOVE ZEROS TO RFW-LEDGER-AMOUNT.
           OPEN OUTPUT ACCOUNT-FILE.
           CLOSE ACCOUNT-FILE.
           OPEN OUTPUT TRANSACTION-FILE.
           CLOSE TRANSACTION-FILE.
           PERFORM RUN-RESTORE.
           MOVE "Y" TO RLOG-SUPPRESS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-RECOVERY-REPORT-HEADER.
           MOVE "N" TO RLOG-EOF.
           MOVE "N" TO RLOG-PAST-TARGET.
           OPEN I-O ACCOUNT-FILE.
           OPEN I-O TRANSACTION-FILE.
           OPEN INPUT RECOVERY-LOG-FILE.
           PERFORM APPLY-NEXT-RECOVERY-LOG-ENTRY
               UNTIL RLOG-EOF IS EQUAL TO "Y".
           CLOSE RECOVERY-LOG-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE ACCOUNT-FILE.
           MOVE "N" TO RLOG-SUPPRESS.
           PERFORM LOAD-CONTROL-FILE.
           PERFORM RUN-PERIOD-BALANCE-REBUILD.
           PERFORM TOTAL-RECOVERED-FILES.
           PERFORM RUN-BACKUP.
           PERFORM WRITE-RECOVERY-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       APPLY-NEXT-RECOVERY-LOG-ENTRY.
           READ RECOVERY-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO RLOG-EOF.
           IF RLOG-EOF IS NOT EQUAL TO "Y"
               AND RLG-FILE-CODE IS NOT EQUAL TO "H"
               IF RLG-STAMP IS GREATER THAN RFW-TARGET-STAMP
                   MOVE "Y" TO RLOG-PAST-TARGET
               END-IF
               IF RLOG-PAST-TARGET IS EQUAL TO "Y"
                   ADD 1 TO RFW-SKIPPED-COUNT
               ELSE
                   PERFORM APPLY-RECOVERY-LOG-ENTRY
               END-IF
           END-IF.

       APPLY-RECOVERY-LOG-ENTRY.
           MOVE ZEROS TO RFW-ENTRY-AMOUNT.
           IF RLG-FILE-CODE IS EQUAL TO "A"
               PERFORM APPLY-ACCOUNT-LOG-ENTRY
           ELSE IF RLG-FILE-CODE IS EQUAL TO "T"
               PERFORM APPLY-LEDGER-LOG-ENTRY
           ELSE IF RLG-FILE-CODE IS EQUAL TO "X"
               PERFORM APPLY-INDEX-LOG-ENTRY
           ELSE IF RLG-FILE-CODE IS EQUAL TO "C"
               PERFORM APPLY-CONTROL-LOG-ENTRY
           END-IF.
           ADD 1 TO RFW-APPLIED-COUNT.
           PERFORM WRITE-RECOVERY-REPORT-LINE.

       APPLY-ACCOUNT-LOG-ENTRY.
           MOVE RLG-ACCOUNT-ID TO ACCOUNT-ID.
           IF RLG-ACTION IS EQUAL TO "D"
               DELETE ACCOUNT-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO RFW-ACCOUNT-DELETES
           ELSE
               MOVE RLG-IMAGE TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY REWRITE ACCOUNT-RECORD
               END-WRITE
               ADD 1 TO RFW-ACCOUNT-WRITES
           END-IF.

       APPLY-LEDGER-LOG-ENTRY.
           MOVE RLG-ACCOUNT-ID TO TRAN-ACCOUNT-ID.
           MOVE RLG-SEQUENCE TO TRAN-SEQUENCE.
           IF RLG-ACTION IS EQUAL TO "D"
               DELETE TRANSACTION-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO RFW-LEDGER-DELETES
           ELSE
               MOVE RLG-IMAGE TO TRAN-ENTRY
               WRITE TRAN-RECORD
                   INVALID KEY REWRITE TRAN-RECORD
               END-WRITE
               MOVE TRAN-ENTRY TO LEDGER-RECORD
               MOVE LEDGER-AMOUNT TO RFW-ENTRY-AMOUNT
               ADD LEDGER-AMOUNT TO RFW-LEDGER-AMOUNT
               ADD 1 TO RFW-LEDGER-WRITES
           END-IF.

       APPLY-INDEX-LOG-ENTRY.
           IF RLG-ACTION IS EQUAL TO "D"
               OPEN OUTPUT ARCHIVE-INDEX-FILE
           ELSE
               OPEN EXTEND ARCHIVE-INDEX-FILE
               MOVE RLG-IMAGE TO ARCHIVE-INDEX-RECORD
               WRITE ARCHIVE-INDEX-RECORD
           END-IF.
           CLOSE ARCHIVE-INDEX-FILE.
           ADD 1 TO RFW-INDEX-WRITES.

       APPLY-CONTROL-LOG-ENTRY.
           MOVE RLG-IMAGE TO CONTROL-RECORD.
           PERFORM WRITE-CONTROL-FILE.
           ADD 1 TO RFW-CONTROL-WRITES.

       TOTAL-RECOVERED-FILES.
           MOVE ZEROS TO RFW-FILE-ACCOUNTS.
           MOVE ZEROS TO RFW-FILE-ACCOUNT-VALUE.
           MOVE ZEROS TO RFW-FILE-ENTRIES.
           MOVE ZEROS TO RFW-FILE-ENTRY-AMOUNT.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM RESET-ACCOUNT-FILE-POSITION.
           PERFORM TOTAL-NEXT-RECOVERED-ACCOUNT
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE ACCOUNT-FILE.
           MOVE "N" TO END-OF-FILE.
           MOVE "N" TO RFW-TRAN-EOF.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM TOTAL-NEXT-RECOVERED-ENTRY
               UNTIL RFW-TRAN-EOF IS EQUAL TO "Y".
           CLOSE TRANSACTION-FILE.

       TOTAL-NEXT-RECOVERED-ACCOUNT.
           PERFORM READ-NEXT-ACCOUNT-RECORD.
           IF END-OF-FILE IS NOT EQUAL TO "Y"
               ADD 1 TO RFW-FILE-ACCOUNTS
               ADD ACCOUNT-VALUE TO RFW-FILE-ACCOUNT-VALUE
           END-IF.

       TOTAL-NEXT-RECOVERED-ENTRY.
           READ TRANSACTION-FILE NEXT RECORD
               AT END MOVE "Y" TO RFW-TRAN-EOF.
           IF RFW-TRAN-EOF IS NOT EQUAL TO "Y"
               MOVE TRAN-ENTRY TO LEDGER-RECORD
               ADD 1 TO RFW-FILE-ENTRIES
               ADD LEDGER-AMOUNT TO RFW-FILE-ENTRY-AMOUNT
           END-IF.

       WRITE-RECOVERY-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Roll-Forward Recovery Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO RECOVERY-REPORT-HEADER.
           MOVE "Logged" TO RCVH-STAMP.
           MOVE "File" TO RCVH-FILE.
           MOVE "Action" TO RCVH-ACTION.
           MOVE "Account" TO RCVH-ACCOUNT-ID.
           MOVE "Seq" TO RCVH-SEQUENCE.
           MOVE "Operator" TO RCVH-OPERATOR.
           MOVE "Amount" TO RCVH-AMOUNT.
           WRITE RECOVERY-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO RCVH-STAMP.
           MOVE ALL "-" TO RCVH-FILE.
           MOVE ALL "-" TO RCVH-ACTION.
           MOVE ALL "-" TO RCVH-ACCOUNT-ID.
           MOVE ALL "-" TO RCVH-SEQUENCE.
           MOVE ALL "-" TO RCVH-OPERATOR.
           MOVE ALL "-" TO RCVH-AMOUNT.
           WRITE RECOVERY-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-RECOVERY-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-RECOVERY-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           MOVE RLG-DATE TO RCVL-DATE.
           MOVE RLG-TIME TO RCVL-TIME.
           IF RLG-FILE-CODE IS EQUAL TO "A"
               MOVE "ACCOUNT" TO RCVL-FILE
           ELSE IF RLG-FILE-CODE IS EQUAL TO "T"
               MOVE "LEDGER" TO RCVL-FILE
           ELSE IF RLG-FILE-CODE IS EQUAL TO "X"
               MOVE "INDEX" TO RCVL-FILE
           ELSE
               MOVE "CONTROL" TO RCVL-FILE
           END-IF.
           IF RLG-ACTION IS EQUAL TO "D"
               MOVE "DELETE" TO RCVL-ACTION
           ELSE
               MOVE "WRITE" TO RCVL-ACTION
           END-IF.
           MOVE RLG-ACCOUNT-ID TO RCVL-ACCOUNT-ID.
           MOVE RLG-SEQUENCE TO RCVL-SEQUENCE.
           MOVE RLG-OPERATOR-ID TO RCVL-OPERATOR.
           MOVE RFW-ENTRY-AMOUNT TO RCVL-AMOUNT.
           WRITE RECOVERY-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-RECOVERY-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           STRING "Restored From: " DELIMITED BY SIZE
               RFW-RESTORED-FROM DELIMITED BY SPACE
               INTO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "Rolled Forward To: " DELIMITED BY SIZE
               RFW-TARGET-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RFW-TARGET-TIME DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Account Writes Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-ACCOUNT-WRITES TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Account Deletes Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-ACCOUNT-DELETES TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Ledger Writes Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-LEDGER-WRITES TO RCVS-COUNT.
           MOVE RFW-LEDGER-AMOUNT TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Ledger Deletes Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-LEDGER-DELETES TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Index Records Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-INDEX-WRITES TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Control Writes Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-CONTROL-WRITES TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Total Records Re-Applied:" TO RCVS-LABEL.
           MOVE RFW-APPLIED-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Log Records After Target:" TO RCVS-LABEL.
           MOVE RFW-SKIPPED-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 2.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           MOVE "Control Totals - Recovered Files"
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Accounts On File:" TO RCVS-LABEL.
           MOVE RFW-FILE-ACCOUNTS TO RCVS-COUNT.
           MOVE RFW-FILE-ACCOUNT-VALUE TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Ledger Entries On File:" TO RCVS-LABEL.
           MOVE RFW-FILE-ENTRIES TO RCVS-COUNT.
           MOVE RFW-FILE-ENTRY-AMOUNT TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Next Account Id:" TO RCVS-LABEL.
           MOVE NEXT-ACCOUNT-ID TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 2.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "New Backup: " DELIMITED BY SIZE
               BACKUP-FILE-NAME DELIMITED BY SPACE
               INTO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       RETENTION-MAINTENANCE.
           PERFORM LOAD-RETENTION-TABLE.
           MOVE RETAIN-DAYS-GROUP TO AUDIT-BEFORE-IMAGE.
           DISPLAY RETENTION-SCREEN.
           ACCEPT RETENTION-SCREEN.
           DISPLAY RETENTION-SCREEN.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-RETENTION-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM SAVE-RETENTION-TABLE
               MOVE ZEROS TO ACCOUNT-ID
               MOVE RETAIN-DAYS-GROUP TO AUDIT-AFTER-IMAGE
               MOVE "RETENTION" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       SHOW-RETENTION-PROMPT.
           DISPLAY RETENTION-PROMPT.
           ACCEPT RETENTION-PROMPT.

       LOAD-RETENTION-TABLE.
           MOVE ZEROS TO RETAIN-DAYS-GROUP.
           MOVE "N" TO RETAIN-EOF.
           OPEN INPUT RETENTION-FILE.
           PERFORM LOAD-NEXT-RETENTION-RECORD
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE RETENTION-FILE.
           MOVE "N" TO RETAIN-EOF.

       LOAD-NEXT-RETENTION-RECORD.
           READ RETENTION-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               PERFORM FIND-RETENTION-TYPE
               IF RETAIN-FOUND IS EQUAL TO "Y"
                   AND RT-RETAIN-DAYS IS NUMERIC
                   MOVE RT-RETAIN-DAYS TO RETAIN-DAYS(RETAIN-INDEX)
               END-IF
           END-IF.

       FIND-RETENTION-TYPE.
           MOVE "N" TO RETAIN-FOUND.
           PERFORM FIND-NEXT-RETENTION-TYPE
               VARYING RETAIN-INDEX FROM 1 BY 1
               UNTIL RETAIN-INDEX IS GREATER THAN RETAIN-TYPE-MAX-COUNT
               OR RETAIN-FOUND IS EQUAL TO "Y".
           IF RETAIN-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM RETAIN-INDEX
           END-IF.

       FIND-NEXT-RETENTION-TYPE.
           IF RTY-FILE-TYPE(RETAIN-INDEX) IS EQUAL TO
                   FUNCTION UPPER-CASE(RT-FILE-TYPE)
               MOVE "Y" TO RETAIN-FOUND
           END-IF.

       SAVE-RETENTION-TABLE.
           OPEN OUTPUT RETENTION-FILE.
           PERFORM SAVE-NEXT-RETENTION-RECORD
               VARYING RETAIN-INDEX FROM 1 BY 1
               UNTIL RETAIN-INDEX IS GREATER THAN RETAIN-TYPE-MAX-COUNT.
           CLOSE RETENTION-FILE.

       SAVE-NEXT-RETENTION-RECORD.
           MOVE RTY-FILE-TYPE(RETAIN-INDEX) TO RT-FILE-TYPE.
           MOVE RETAIN-DAYS(RETAIN-INDEX) TO RT-RETAIN-DAYS.
           WRITE RETENTION-RECORD.

       RETENTION-PURGE.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-RETENTION-RUN-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE "PURGE" TO SPOOL-REPORT-TYPE
               PERFORM DISPLAY-REPORT-PROMPT
           END-IF.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM RUN-RETENTION-PURGE
               DISPLAY RETENTION-DONE-SCREEN
               ACCEPT RETENTION-DONE-SCREEN
           END-IF.

       SHOW-RETENTION-RUN-PROMPT.
           DISPLAY RETENTION-RUN-PROMPT.
           ACCEPT RETENTION-RUN-PROMPT.

       RUN-RETENTION-PURGE.
           PERFORM LOAD-RETENTION-TABLE.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO RETAIN-TODAY.
           MOVE ZEROS TO RETAIN-CLOSED-THROUGH.
           IF LAST-YEAR-CLOSED IS NUMERIC
               AND LAST-YEAR-CLOSED IS GREATER THAN ZEROS
               COMPUTE RETAIN-CLOSED-THROUGH =
                   LAST-YEAR-CLOSED * 10000 + 1231
           END-IF.
           MOVE ZEROS TO RETAIN-FILES-PURGED.
           MOVE ZEROS TO RETAIN-PURGED-RECORDS.
           PERFORM SET-NEXT-RETAIN-CUTOFF
               VARYING RETAIN-INDEX FROM 1 BY 1
               UNTIL RETAIN-INDEX IS GREATER THAN RETAIN-TYPE-MAX-COUNT.
           PERFORM PURGE-AUDIT-TRAIL.
           PERFORM PURGE-LEDGER-ARCHIVES.
           PERFORM PURGE-CHECK-REGISTER.
           PERFORM PURGE-PHONE-HISTORY.
           PERFORM PURGE-TRAINING-DETAIL.
           PERFORM PURGE-CLEARED-SUSPENSE.
           IF RETAIN-FILES-PURGED IS GREATER THAN ZEROS
               PERFORM RUN-PERIOD-BALANCE-REBUILD
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-RETAIN-REPORT-HEADER.
           PERFORM WRITE-RETAIN-REPORT-LINE
               VARYING RETAIN-INDEX FROM 1 BY 1
               UNTIL RETAIN-INDEX IS GREATER THAN RETAIN-TYPE-MAX-COUNT.
           PERFORM WRITE-RETAIN-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM SET-NEXT-RETAIN-AUDIT-ENTRY
               VARYING RETAIN-INDEX FROM 1 BY 1
               UNTIL RETAIN-INDEX IS GREATER THAN RETAIN-TYPE-MAX-COUNT.
           MOVE ZEROS TO ACCOUNT-ID.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE RETAIN-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE "PURGE" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

       SET-NEXT-RETAIN-CUTOFF.
           MOVE ZEROS TO RTR-CUTOFF(RETAIN-INDEX).
           MOVE ZEROS TO RTR-BEFORE-COUNT(RETAIN-INDEX).
           MOVE ZEROS TO RTR-PURGED-COUNT(RETAIN-INDEX).
           MOVE ZEROS TO RTR-AFTER-COUNT(RETAIN-INDEX).
           MOVE ZEROS TO RTR-BEFORE-TOTAL(RETAIN-INDEX).
           MOVE ZEROS TO RTR-PURGED-TOTAL(RETAIN-INDEX).
           MOVE ZEROS TO RTR-AFTER-TOTAL(RETAIN-INDEX).
           IF RETAIN-DAYS(RETAIN-INDEX) IS GREATER THAN ZEROS
               AND RETAIN-CLOSED-THROUGH IS GREATER THAN ZEROS
               COMPUTE RTR-CUTOFF(RETAIN-INDEX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RETAIN-TODAY)
                       - RETAIN-DAYS(RETAIN-INDEX))
               IF RTR-CUTOFF(RETAIN-INDEX) IS GREATER THAN
                       RETAIN-CLOSED-THROUGH
                   MOVE RETAIN-CLOSED-THROUGH
                       TO RTR-CUTOFF(RETAIN-INDEX)
               END-IF
           END-IF.

       SET-RETAIN-PURGE-ACTIVE.
           MOVE "N" TO RETAIN-PURGE-ACTIVE.
           IF RTR-CUTOFF(RETAIN-INDEX) IS GREATER THAN ZEROS
               MOVE "Y" TO RETAIN-PURGE-ACTIVE
           END-IF.

       OPEN-RETAIN-WORK-FILES.
           IF RETAIN-PURGE-ACTIVE IS EQUAL TO "Y"
               OPEN OUTPUT RETAIN-WORK-FILE
               OPEN EXTEND RETAIN-HISTORY-FILE
           END-IF.
           MOVE "N" TO RETAIN-EOF.

       CLOSE-RETAIN-WORK-FILES.
           IF RETAIN-PURGE-ACTIVE IS EQUAL TO "Y"
               CLOSE RETAIN-HISTORY-FILE
               CLOSE RETAIN-WORK-FILE
           END-IF.
           MOVE "N" TO RETAIN-EOF.

       RETAIN-OR-PURGE-RECORD.
           ADD 1 TO RTR-BEFORE-COUNT(RETAIN-INDEX).
           ADD RETAIN-RECORD-AMOUNT TO RTR-BEFORE-TOTAL(RETAIN-INDEX).
           IF RTR-CUTOFF(RETAIN-INDEX) IS GREATER THAN ZEROS
               AND RETAIN-RECORD-DATE IS NUMERIC
               AND RETAIN-RECORD-DATE IS GREATER THAN ZEROS
               AND RETAIN-RECORD-DATE IS NOT GREATER THAN
                   RTR-CUTOFF(RETAIN-INDEX)
               PERFORM WRITE-RETAIN-HISTORY-RECORD
               ADD 1 TO RTR-PURGED-COUNT(RETAIN-INDEX)
               ADD RETAIN-RECORD-AMOUNT
                   TO RTR-PURGED-TOTAL(RETAIN-INDEX)
               ADD 1 TO RETAIN-PURGED-RECORDS
           ELSE
               ADD 1 TO RTR-AFTER-COUNT(RETAIN-INDEX)
               ADD RETAIN-RECORD-AMOUNT
                   TO RTR-AFTER-TOTAL(RETAIN-INDEX)
               IF RETAIN-PURGE-ACTIVE IS EQUAL TO "Y"
                   MOVE RETAIN-SOURCE TO RETAIN-WORK-RECORD
                   WRITE RETAIN-WORK-RECORD
               END-IF
           END-IF.

       WRITE-RETAIN-HISTORY-RECORD.
           PERFORM ENCODE-RETAIN-SOURCE.
           MOVE SPACES TO RETAIN-HISTORY-RECORD.
           MOVE RTY-FILE-TYPE(RETAIN-INDEX) TO RH-FILE-TYPE.
           MOVE RETAIN-SOURCE-NAME TO RH-SOURCE-NAME.
           MOVE RETAIN-TODAY TO RH-PURGE-DATE.
           MOVE RETAIN-RECORD-DATE TO RH-RECORD-DATE.
           MOVE RETAIN-SOURCE-LENGTH TO RH-LENGTH.
           MOVE RETAIN-ENCODED TO RH-DATA.
           WRITE RETAIN-HISTORY-RECORD.

       ENCODE-RETAIN-SOURCE.
           PERFORM TRIM-RETAIN-SOURCE
               UNTIL RETAIN-SOURCE-LENGTH IS EQUAL TO ZEROS
               OR RETAIN-SOURCE(RETAIN-SOURCE-LENGTH:1)
                   IS NOT EQUAL TO SPACE.
           MOVE SPACES TO RETAIN-ENCODED.
           MOVE ZEROS TO RETAIN-ENCODED-LENGTH.
           MOVE 1 TO RETAIN-SOURCE-INDEX.
           PERFORM ENCODE-NEXT-RETAIN-CHAR
               UNTIL RETAIN-SOURCE-INDEX IS GREATER THAN
                   RETAIN-SOURCE-LENGTH.

       TRIM-RETAIN-SOURCE.
           SUBTRACT 1 FROM RETAIN-SOURCE-LENGTH.

       ENCODE-NEXT-RETAIN-CHAR.
           MOVE RETAIN-SOURCE(RETAIN-SOURCE-INDEX:1) TO RETAIN-CHAR.
           IF RETAIN-CHAR IS EQUAL TO SPACE
               MOVE ZEROS TO RETAIN-RUN-LENGTH
               PERFORM COUNT-RETAIN-SPACE-RUN
                   UNTIL RETAIN-SOURCE(RETAIN-SOURCE-INDEX:1)
                       IS NOT EQUAL TO SPACE
                   OR RETAIN-RUN-LENGTH IS EQUAL TO 99
               IF RETAIN-RUN-LENGTH IS LESS THAN 3
                   ADD RETAIN-RUN-LENGTH TO RETAIN-ENCODED-LENGTH
               ELSE
                   ADD 1 TO RETAIN-ENCODED-LENGTH
                   MOVE "~" TO RETAIN-ENCODED(RETAIN-ENCODED-LENGTH:1)
                   ADD 1 TO RETAIN-ENCODED-LENGTH
                   MOVE RETAIN-RUN-LENGTH
                       TO RETAIN-ENCODED(RETAIN-ENCODED-LENGTH:2)
                   ADD 1 TO RETAIN-ENCODED-LENGTH
               END-IF
           ELSE IF RETAIN-CHAR IS EQUAL TO "~"
               ADD 1 TO RETAIN-ENCODED-LENGTH
               MOVE "~00" TO RETAIN-ENCODED(RETAIN-ENCODED-LENGTH:3)
               ADD 2 TO RETAIN-ENCODED-LENGTH
               ADD 1 TO RETAIN-SOURCE-INDEX
           ELSE
               ADD 1 TO RETAIN-ENCODED-LENGTH
               MOVE RETAIN-CHAR
                   TO RETAIN-ENCODED(RETAIN-ENCODED-LENGTH:1)
               ADD 1 TO RETAIN-SOURCE-INDEX
           END-IF.

       COUNT-RETAIN-SPACE-RUN.
           ADD 1 TO RETAIN-RUN-LENGTH.
           ADD 1 TO RETAIN-SOURCE-INDEX.

       PURGE-AUDIT-TRAIL.
           MOVE 1 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           IF RTR-CUTOFF(2) IS GREATER THAN ZEROS
               MOVE "Y" TO RETAIN-PURGE-ACTIVE
           END-IF.
           MOVE "audit.dat" TO RETAIN-SOURCE-NAME.
           MOVE "audit.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT AUDIT-FILE.
           PERFORM PURGE-NEXT-AUDIT-RECORD
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE AUDIT-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RTR-PURGED-COUNT(1) IS GREATER THAN ZEROS
               OR RTR-PURGED-COUNT(2) IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT AUDIT-FILE
               PERFORM COPY-NEXT-AUDIT-FROM-WORK
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE AUDIT-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               IF AUD-ACTION IS EQUAL TO "REJECT" OR "PO-REJECT"
                   MOVE 2 TO RETAIN-INDEX
               ELSE
                   MOVE 1 TO RETAIN-INDEX
               END-IF
               MOVE AUD-DATE TO RETAIN-RECORD-DATE
               MOVE AUD-ACCOUNT-ID TO RETAIN-RECORD-AMOUNT
               MOVE AUDIT-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(AUDIT-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM RETAIN-OR-PURGE-RECORD
           END-IF.

       COPY-NEXT-AUDIT-FROM-WORK.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

       PURGE-LEDGER-ARCHIVES.
           MOVE 3 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           MOVE "archive.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM PURGE-NEXT-ARCHIVE-FILE
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE ARCHIVE-INDEX-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RETAIN-FILES-PURGED IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT ARCHIVE-INDEX-FILE
               PERFORM LOG-INDEX-CLEAR
               PERFORM COPY-NEXT-ARCHIX-FROM-WORK
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE ARCHIVE-INDEX-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-ARCHIVE-FILE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE AIX-FILE-NAME TO LEDGER-ARCHIVE-FILE-NAME
               MOVE AIX-FILE-NAME TO RETAIN-SOURCE-NAME
               PERFORM SCAN-RETAIN-ARCHIVE
               ADD RETAIN-ARCHIVE-COUNT TO RTR-BEFORE-COUNT(3)
               ADD RETAIN-ARCHIVE-TOTAL TO RTR-BEFORE-TOTAL(3)
               IF RTR-CUTOFF(3) IS GREATER THAN ZEROS
                   AND RETAIN-ARCHIVE-VALID IS EQUAL TO "Y"
                   AND RETAIN-ARCHIVE-LAST-DATE IS GREATER THAN ZEROS
                   AND RETAIN-ARCHIVE-LAST-DATE IS NOT GREATER THAN
                       RTR-CUTOFF(3)
                   PERFORM MOVE-ARCHIVE-TO-HISTORY
                   ADD 1 TO RETAIN-FILES-PURGED
                   ADD RETAIN-ARCHIVE-COUNT TO RTR-PURGED-COUNT(3)
                   ADD RETAIN-ARCHIVE-COUNT TO RETAIN-PURGED-RECORDS
                   ADD RETAIN-ARCHIVE-TOTAL TO RTR-PURGED-TOTAL(3)
               ELSE
                   ADD RETAIN-ARCHIVE-COUNT TO RTR-AFTER-COUNT(3)
                   ADD RETAIN-ARCHIVE-TOTAL TO RTR-AFTER-TOTAL(3)
                   IF RETAIN-PURGE-ACTIVE IS EQUAL TO "Y"
                       MOVE ARCHIVE-INDEX-RECORD TO RETAIN-WORK-RECORD
                       WRITE RETAIN-WORK-RECORD
                   END-IF
               END-IF
           END-IF.

       SCAN-RETAIN-ARCHIVE.
           MOVE ZEROS TO RETAIN-ARCHIVE-COUNT.
           MOVE ZEROS TO RETAIN-ARCHIVE-TOTAL.
           MOVE ZEROS TO RETAIN-ARCHIVE-LAST-DATE.
           MOVE "Y" TO RETAIN-ARCHIVE-VALID.
           MOVE "N" TO RETAIN-ARCH-EOF.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF FILE-STATUS IS EQUAL TO FILE-NOT-FOUND
               MOVE "N" TO RETAIN-ARCHIVE-VALID
               MOVE "Y" TO RETAIN-ARCH-EOF
           END-IF.
           PERFORM SCAN-NEXT-RETAIN-ARCH-ENTRY
               UNTIL RETAIN-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.

       SCAN-NEXT-RETAIN-ARCH-ENTRY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-ARCH-EOF.
           IF RETAIN-ARCH-EOF IS NOT EQUAL TO "Y"
               ADD 1 TO RETAIN-ARCHIVE-COUNT
               ADD LA-AMOUNT TO RETAIN-ARCHIVE-TOTAL
               MOVE LA-DATE TO RETAIN-RECORD-DATE
               IF RETAIN-RECORD-DATE IS NOT NUMERIC
                   MOVE "N" TO RETAIN-ARCHIVE-VALID
               END-IF
               IF RETAIN-ARCHIVE-VALID IS EQUAL TO "Y"
                   AND RETAIN-RECORD-DATE IS GREATER THAN
                       RETAIN-ARCHIVE-LAST-DATE
                   MOVE RETAIN-RECORD-DATE TO RETAIN-ARCHIVE-LAST-DATE
               END-IF
               IF LA-EFFECTIVE-DATE IS NUMERIC
                   AND LA-EFFECTIVE-DATE IS GREATER THAN
                       RETAIN-ARCHIVE-LAST-DATE
                   MOVE LA-EFFECTIVE-DATE TO RETAIN-ARCHIVE-LAST-DATE
               END-IF
           END-IF.

       MOVE-ARCHIVE-TO-HISTORY.
           MOVE "N" TO RETAIN-ARCH-EOF.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           PERFORM COPY-NEXT-ARCH-TO-HISTORY
               UNTIL RETAIN-ARCH-EOF IS EQUAL TO "Y".
           CLOSE LEDGER-ARCHIVE-FILE.
           OPEN OUTPUT LEDGER-ARCHIVE-FILE.
           CLOSE LEDGER-ARCHIVE-FILE.

       COPY-NEXT-ARCH-TO-HISTORY.
           READ LEDGER-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-ARCH-EOF.
           IF RETAIN-ARCH-EOF IS NOT EQUAL TO "Y"
               MOVE LA-DATE TO RETAIN-RECORD-DATE
               MOVE LEDGER-ARCHIVE-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(LEDGER-ARCHIVE-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM WRITE-RETAIN-HISTORY-RECORD
           END-IF.

       COPY-NEXT-ARCHIX-FROM-WORK.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO ARCHIVE-INDEX-RECORD
               WRITE ARCHIVE-INDEX-RECORD
               PERFORM LOG-INDEX-AFTER-IMAGE
           END-IF.

       PURGE-CHECK-REGISTER.
           MOVE 4 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           MOVE "checkreg.dat" TO RETAIN-SOURCE-NAME.
           MOVE "checkreg.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT CHECK-REGISTER-FILE.
           PERFORM PURGE-NEXT-CHECK-RECORD
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE CHECK-REGISTER-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RTR-PURGED-COUNT(4) IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               PERFORM COPY-NEXT-CHECK-FROM-RETAIN
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE CHECK-REGISTER-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-CHECK-RECORD.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE CHK-DATE TO RETAIN-RECORD-DATE
               MOVE CHK-AMOUNT TO RETAIN-RECORD-AMOUNT
               MOVE CHECK-REGISTER-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(CHECK-REGISTER-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM RETAIN-OR-PURGE-RECORD
           END-IF.

       COPY-NEXT-CHECK-FROM-RETAIN.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO CHECK-REGISTER-RECORD
               WRITE CHECK-REGISTER-RECORD
           END-IF.

       PURGE-PHONE-HISTORY.
           MOVE 5 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           MOVE "phonehst.dat" TO RETAIN-SOURCE-NAME.
           MOVE "phonehst.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT PHONE-HISTORY-FILE.
           PERFORM PURGE-NEXT-PHONE-HISTORY
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE PHONE-HISTORY-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RTR-PURGED-COUNT(5) IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT PHONE-HISTORY-FILE
               PERFORM COPY-NEXT-PHONE-HISTORY
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE PHONE-HISTORY-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-PHONE-HISTORY.
           READ PHONE-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE PHH-DATE TO RETAIN-RECORD-DATE
               MOVE ZEROS TO RETAIN-RECORD-AMOUNT
               IF PHH-PHONE-ID IS NUMERIC
                   MOVE PHH-PHONE-ID TO RETAIN-RECORD-AMOUNT
               END-IF
               MOVE PHONE-HISTORY-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(PHONE-HISTORY-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM RETAIN-OR-PURGE-RECORD
           END-IF.

       COPY-NEXT-PHONE-HISTORY.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO PHONE-HISTORY-RECORD
               WRITE PHONE-HISTORY-RECORD
           END-IF.

       PURGE-TRAINING-DETAIL.
           MOVE 6 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           MOVE "guessdtl.dat" TO RETAIN-SOURCE-NAME.
           MOVE "guessdtl.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT TRAINING-DETAIL-FILE.
           PERFORM PURGE-NEXT-TRAINING-DETAIL
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE TRAINING-DETAIL-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RTR-PURGED-COUNT(6) IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT TRAINING-DETAIL-FILE
               PERFORM COPY-NEXT-TRAINING-DETAIL
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE TRAINING-DETAIL-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-TRAINING-DETAIL.
           READ TRAINING-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE ZEROS TO RETAIN-RECORD-DATE
               MOVE TDT-DATE-YEAR TO RETAIN-RECORD-DATE(1:4)
               MOVE TDT-DATE-MONTH TO RETAIN-RECORD-DATE(5:2)
               MOVE TDT-DATE-DAY TO RETAIN-RECORD-DATE(7:2)
               MOVE ZEROS TO RETAIN-RECORD-AMOUNT
               IF TDT-GAME-SEQ IS NUMERIC
                   MOVE TDT-GAME-SEQ TO RETAIN-RECORD-AMOUNT
               END-IF
               MOVE TRAINING-DETAIL-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(TRAINING-DETAIL-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM RETAIN-OR-PURGE-RECORD
           END-IF.

       COPY-NEXT-TRAINING-DETAIL.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO TRAINING-DETAIL-RECORD
               WRITE TRAINING-DETAIL-RECORD
           END-IF.

       PURGE-CLEARED-SUSPENSE.
           PERFORM LOAD-SUSPENSE-ITEMS.
           MOVE 7 TO RETAIN-INDEX.
           PERFORM SET-RETAIN-PURGE-ACTIVE.
           MOVE "suspense.dat" TO RETAIN-SOURCE-NAME.
           MOVE "suspense.hst" TO RETAIN-HISTORY-FILE-NAME.
           PERFORM OPEN-RETAIN-WORK-FILES.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM PURGE-NEXT-SUSPENSE-ITEM
               UNTIL RETAIN-EOF IS EQUAL TO "Y".
           CLOSE SUSPENSE-FILE.
           PERFORM CLOSE-RETAIN-WORK-FILES.
           IF RTR-PURGED-COUNT(7) IS GREATER THAN ZEROS
               OPEN INPUT RETAIN-WORK-FILE
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM COPY-NEXT-SUSPENSE-FROM-RETAIN
                   UNTIL RETAIN-EOF IS EQUAL TO "Y"
               CLOSE SUSPENSE-FILE
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO RETAIN-EOF
           END-IF.

       PURGE-NEXT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE ZEROS TO RETAIN-RECORD-DATE
               IF SUS-STATUS IS EQUAL TO "C"
                   AND SUS-ITEM-ID IS NUMERIC
                   AND SUS-ITEM-ID + 1 IS LESS THAN SUSPENSE-NEXT-ID
                   MOVE SUS-CLEARED-DATE TO RETAIN-RECORD-DATE
               END-IF
               MOVE ZEROS TO RETAIN-RECORD-AMOUNT
               IF SUS-AMOUNT IS NUMERIC
                   MOVE SUS-AMOUNT TO RETAIN-RECORD-AMOUNT
               END-IF
               MOVE SUSPENSE-RECORD TO RETAIN-SOURCE
               MOVE FUNCTION LENGTH(SUSPENSE-RECORD)
                   TO RETAIN-SOURCE-LENGTH
               PERFORM RETAIN-OR-PURGE-RECORD
           END-IF.

       COPY-NEXT-SUSPENSE-FROM-RETAIN.
           READ RETAIN-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RETAIN-EOF.
           IF RETAIN-EOF IS NOT EQUAL TO "Y"
               MOVE RETAIN-WORK-RECORD TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-IF.

       WRITE-RETAIN-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Retention Purge Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO RETAIN-REPORT-HEADER.
           MOVE "File" TO RTH-FILE-TYPE.
           MOVE "Days" TO RTH-DAYS.
           MOVE "Cutoff" TO RTH-CUTOFF.
           MOVE "Before" TO RTH-BEFORE.
           MOVE "Purged" TO RTH-PURGED.
           MOVE "After" TO RTH-AFTER.
           MOVE "Basis" TO RTH-BASIS.
           MOVE "Control Before" TO RTH-BEFORE-TOTAL.
           MOVE "Control Purged" TO RTH-PURGED-TOTAL.
           MOVE "Control After" TO RTH-AFTER-TOTAL.
           WRITE RETAIN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO RTH-FILE-TYPE.
           MOVE ALL "-" TO RTH-DAYS.
           MOVE ALL "-" TO RTH-CUTOFF.
           MOVE ALL "-" TO RTH-BEFORE.
           MOVE ALL "-" TO RTH-PURGED.
           MOVE ALL "-" TO RTH-AFTER.
           MOVE ALL "-" TO RTH-BASIS.
           MOVE ALL "-" TO RTH-BEFORE-TOTAL.
           MOVE ALL "-" TO RTH-PURGED-TOTAL.
           MOVE ALL "-" TO RTH-AFTER-TOTAL.
           WRITE RETAIN-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-RETAIN-REPORT-LINE.
           MOVE SPACES TO RETAIN-REPORT-LINE.
           MOVE RTY-FILE-TYPE(RETAIN-INDEX) TO RTL-FILE-TYPE.
           MOVE RETAIN-DAYS(RETAIN-INDEX) TO RTL-DAYS.
           IF RTR-CUTOFF(RETAIN-INDEX) IS GREATER THAN ZEROS
               MOVE RTR-CUTOFF(RETAIN-INDEX) TO RTL-CUTOFF
           ELSE
               MOVE "KEEP" TO RTL-CUTOFF
           END-IF.
           MOVE RTR-BEFORE-COUNT(RETAIN-INDEX) TO RTL-BEFORE.
           MOVE RTR-PURGED-COUNT(RETAIN-INDEX) TO RTL-PURGED.
           MOVE RTR-AFTER-COUNT(RETAIN-INDEX) TO RTL-AFTER.
           MOVE RTY-BASIS(RETAIN-INDEX) TO RTL-BASIS.
           MOVE RTR-BEFORE-TOTAL(RETAIN-INDEX) TO RTL-BEFORE-TOTAL.
           MOVE RTR-PURGED-TOTAL(RETAIN-INDEX) TO RTL-PURGED-TOTAL.
           MOVE RTR-AFTER-TOTAL(RETAIN-INDEX) TO RTL-AFTER-TOTAL.
           WRITE RETAIN-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-RETAIN-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           IF RETAIN-CLOSED-THROUGH IS GREATER THAN ZEROS
               STRING "Closed Through: " DELIMITED BY SIZE
                   RETAIN-CLOSED-THROUGH DELIMITED BY SIZE
                   INTO GENERIC-REPORT-LINE
               END-STRING
           ELSE
               MOVE "No fiscal year closed, nothing purged."
                   TO GENERIC-REPORT-LINE
           END-IF.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Archive Files Purged:" TO RCVS-LABEL.
           MOVE RETAIN-FILES-PURGED TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Records Moved To History:" TO RCVS-LABEL.
           MOVE RETAIN-PURGED-RECORDS TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           IF RETAIN-FILES-PURGED IS GREATER THAN ZEROS
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "Period balances rebuilt from retained detail."
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       SET-NEXT-RETAIN-AUDIT-ENTRY.
           MOVE RTY-FILE-TYPE(RETAIN-INDEX)
               TO RAI-FILE-TYPE(RETAIN-INDEX).
           MOVE RTR-PURGED-COUNT(RETAIN-INDEX)
               TO RAI-PURGED-COUNT(RETAIN-INDEX).

       OPERATOR-MAINTENANCE-MENU.
           PERFORM LOAD-OPERATORS.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-OPERATORS
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-OPERATOR
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM CERTIFICATION-REPORT.

       LOAD-OPERATORS.
           MOVE ZEROS TO OPERATOR-COUNT.
               MOVE OPR-ID TO OP-ID(OPERATOR-COUNT)
               MOVE OPR-PASSWORD TO OP-PASSWORD(OPERATOR-COUNT)
               MOVE OPR-LEVEL TO OP-LEVEL(OPERATOR-COUNT)
               MOVE ZEROS TO OP-PHONE-ID(OPERATOR-COUNT)
               IF OPR-PHONE-ID IS NUMERIC
                   MOVE OPR-PHONE-ID TO OP-PHONE-ID(OPERATOR-COUNT)
               END-IF
               MOVE "N" TO OP-SUSPENDED(OPERATOR-COUNT)
               IF OPR-SUSPENDED IS EQUAL TO "Y"
                   MOVE "Y" TO OP-SUSPENDED(OPERATOR-COUNT)
               END-IF
               MOVE ZEROS TO OP-LEAVER-STAMP(OPERATOR-COUNT)
               IF OPR-LEAVER-STAMP IS NUMERIC
                   MOVE OPR-LEAVER-STAMP
                       TO OP-LEAVER-STAMP(OPERATOR-COUNT)
               END-IF
           END-IF.

       SAVE-OPERATORS.
           MOVE OP-ID(OPERATOR-INDEX) TO OPR-ID.
           MOVE OP-PASSWORD(OPERATOR-INDEX) TO OPR-PASSWORD.
           MOVE OP-LEVEL(OPERATOR-INDEX) TO OPR-LEVEL.
           MOVE OP-PHONE-ID(OPERATOR-INDEX) TO OPR-PHONE-ID.
           MOVE OP-SUSPENDED(OPERATOR-INDEX) TO OPR-SUSPENDED.
           MOVE OP-LEAVER-STAMP(OPERATOR-INDEX) TO OPR-LEAVER-STAMP.
           WRITE OPERATOR-RECORD.

       FIND-OPERATOR-BY-ID.
               MOVE "Y" TO OPERATOR-FOUND
           END-IF.

       LIST-OPERATORS.
           DISPLAY OPERATOR-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-OPERATOR-ROW
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX IS GREATER THAN OPERATOR-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-OPERATOR-ROW.
           MOVE OP-ID(OPERATOR-INDEX) TO OPERATOR-WORK-ID.
           MOVE OP-LEVEL(OPERATOR-INDEX) TO OPERATOR-WORK-LEVEL.
           MOVE OP-PHONE-ID(OPERATOR-INDEX) TO OPERATOR-WORK-PHONE-ID.
           MOVE OP-SUSPENDED(OPERATOR-INDEX)
               TO OPERATOR-WORK-SUSPENDED.
           DISPLAY OPERATOR-LIST-ROW.
           ADD 1 TO CURRENT-LINE.

       ADD-OPERATOR.
           MOVE SPACES TO OPERATOR-WORK-ID.
           MOVE SPACES TO OPERATOR-WORK-PASSWORD.
           MOVE 1 TO OPERATOR-WORK-LEVEL.
           MOVE ZEROS TO OPERATOR-WORK-PHONE-ID.
           MOVE "N" TO OPERATOR-WORK-SUSPENDED.
           DISPLAY ADD-OPERATOR-SCREEN.
           ACCEPT ADD-OPERATOR-SCREEN.
           DISPLAY ADD-OPERATOR-SCREEN.
           IF OPERATOR-WORK-SUSPENDED IS EQUAL TO "Y" OR "y"
               MOVE "Y" TO OPERATOR-WORK-SUSPENDED
           ELSE
               MOVE "N" TO OPERATOR-WORK-SUSPENDED
           END-IF.
           IF OPERATOR-WORK-ID IS NOT EQUAL TO SPACES
               AND OPERATOR-WORK-PASSWORD IS NOT EQUAL TO SPACES
               IF OPERATOR-WORK-LEVEL IS LESS THAN 1
                   MOVE 1 TO OPERATOR-WORK-LEVEL
               END-IF
               PERFORM FIND-OPERATOR-BY-ID
               IF OPERATOR-FOUND IS NOT EQUAL TO "Y"
                   AND OPERATOR-COUNT IS EQUAL TO OPERATOR-MAX-COUNT
                   DISPLAY OPERATOR-TABLE-FULL-SCREEN
                   ACCEPT OPERATOR-TABLE-FULL-SCREEN
               ELSE
                   MOVE SPACES TO CONTINUE-KEY
                   PERFORM GATE-OPERATOR-CERTIFICATION
                   PERFORM SHOW-ADD-OPERATOR-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       IF OPERATOR-FOUND IS NOT EQUAL TO "Y"
                           ADD 1 TO OPERATOR-COUNT
                           MOVE OPERATOR-COUNT TO OPERATOR-INDEX
                           MOVE OPERATOR-WORK-ID
                               TO OP-ID(OPERATOR-INDEX)
                           MOVE ZEROS TO OP-PHONE-ID(OPERATOR-INDEX)
                           MOVE "N" TO OP-SUSPENDED(OPERATOR-INDEX)
                           MOVE ZEROS
                               TO OP-LEAVER-STAMP(OPERATOR-INDEX)
                       END-IF
                       MOVE OPERATOR-WORK-PASSWORD
                           TO OP-PASSWORD(OPERATOR-INDEX)
                       MOVE OPERATOR-WORK-LEVEL
                           TO OP-LEVEL(OPERATOR-INDEX)
                       MOVE OPERATOR-WORK-PHONE-ID
                           TO OP-PHONE-ID(OPERATOR-INDEX)
                       IF OPERATOR-WORK-SUSPENDED IS NOT EQUAL TO
                           OP-SUSPENDED(OPERATOR-INDEX)
                           PERFORM AUDIT-OPERATOR-SUSPENSION
                       END-IF
                       PERFORM SAVE-OPERATORS
                   END-IF
               END-IF
           END-IF.

       AUDIT-OPERATOR-SUSPENSION.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(OP-ID(OPERATOR-INDEX)) DELIMITED BY SIZE
               " SUSPENDED " DELIMITED BY SIZE
               OP-SUSPENDED(OPERATOR-INDEX) DELIMITED BY SIZE
               INTO AUDIT-BEFORE-IMAGE
           END-STRING.
           MOVE OPERATOR-WORK-SUSPENDED TO OP-SUSPENDED(OPERATOR-INDEX).
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(OP-ID(OPERATOR-INDEX)) DELIMITED BY SIZE
               " SUSPENDED " DELIMITED BY SIZE
               OP-SUSPENDED(OPERATOR-INDEX) DELIMITED BY SIZE
               INTO AUDIT-AFTER-IMAGE
           END-STRING.
           MOVE ZEROS TO ACCOUNT-ID.
           IF OPERATOR-WORK-SUSPENDED IS EQUAL TO "Y"
               MOVE "SUSPEND" TO AUDIT-ACTION
           ELSE
               MOVE "REINSTATE" TO AUDIT-ACTION
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY.

       SHOW-ADD-OPERATOR-PROMPT.
           DISPLAY ADD-OPERATOR-PROMPT.
           ACCEPT ADD-OPERATOR-PROMPT.

       GATE-OPERATOR-CERTIFICATION.
           IF OPERATOR-WORK-LEVEL IS GREATER THAN 1
               AND (OPERATOR-FOUND IS NOT EQUAL TO "Y"
               OR OP-LEVEL(OPERATOR-INDEX) IS LESS THAN
                   OPERATOR-WORK-LEVEL)
               MOVE OPERATOR-WORK-PHONE-ID TO CERT-WORK-PHONE-ID
               IF CERT-WORK-PHONE-ID IS EQUAL TO ZEROS
                   AND OPERATOR-FOUND IS EQUAL TO "Y"
                   MOVE OP-PHONE-ID(OPERATOR-INDEX)
                       TO CERT-WORK-PHONE-ID
               END-IF
               PERFORM LOAD-CERTIFICATIONS
               PERFORM FIND-CERT-BY-PHONE-ID
               PERFORM SET-CERT-STATUS
               IF CERT-STATUS IS EQUAL TO "NONE" OR "EXPIRED"
                   DISPLAY CERT-REQUIRED-SCREEN
                   ACCEPT CERT-REQUIRED-SCREEN
                   MOVE "N" TO CONTINUE-KEY
                   PERFORM AUDIT-CERTIFICATION-REFUSAL
               END-IF
           END-IF.

       AUDIT-CERTIFICATION-REFUSAL.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(OPERATOR-WORK-ID) DELIMITED BY SIZE
               " PHONE ID " DELIMITED BY SIZE
               CERT-WORK-PHONE-ID DELIMITED BY SIZE
               " CERT " DELIMITED BY SIZE
               FUNCTION TRIM(CERT-STATUS) DELIMITED BY SIZE
               INTO AUDIT-BEFORE-IMAGE
           END-STRING.
           STRING "OPERATOR LEVEL " DELIMITED BY SIZE
               OPERATOR-WORK-LEVEL DELIMITED BY SIZE
               " NOT CERTIFIED, REFUSED" DELIMITED BY SIZE
               INTO AUDIT-AFTER-IMAGE
           END-STRING.
           MOVE ZEROS TO ACCOUNT-ID.
           MOVE "REFUSED" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

       LOAD-CERTIFICATIONS.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO CERT-TODAY-NUMERIC.
           COMPUTE CERT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CERT-TODAY-NUMERIC).
           COMPUTE CERT-LAPSE-LIMIT = FUNCTION DATE-OF-INTEGER(
               CERT-TODAY-INT + CERT-LAPSE-DAYS).
           MOVE ZEROS TO CERT-COUNT.
           MOVE "N" TO CERT-EOF.
           MOVE "N" TO CERT-OVERFLOW.
           OPEN INPUT CERT-FILE.
           PERFORM LOAD-NEXT-CERTIFICATION
               UNTIL CERT-EOF IS EQUAL TO "Y"
               OR CERT-COUNT IS EQUAL TO CERT-MAX-COUNT.
           IF CERT-EOF IS NOT EQUAL TO "Y"
               READ CERT-FILE NEXT RECORD
                   AT END MOVE "Y" TO CERT-EOF
               END-READ
               IF CERT-EOF IS NOT EQUAL TO "Y"
                   MOVE "Y" TO CERT-OVERFLOW
               END-IF
           END-IF.
           CLOSE CERT-FILE.

       LOAD-NEXT-CERTIFICATION.
           READ CERT-FILE NEXT RECORD
               AT END MOVE "Y" TO CERT-EOF.
           IF CERT-EOF IS NOT EQUAL TO "Y"
               AND GCR-PHONE-ID IS NUMERIC
               AND GCR-PHONE-ID IS GREATER THAN ZEROS
               AND GCR-EXPIRY-DATE IS NUMERIC
               ADD 1 TO CERT-COUNT
               MOVE GCR-PHONE-ID TO GC-PHONE-ID(CERT-COUNT)
               MOVE ZERO TO GC-TIER(CERT-COUNT)
               IF GCR-TIER IS NUMERIC
                   MOVE GCR-TIER TO GC-TIER(CERT-COUNT)
               END-IF
               MOVE ZEROS TO GC-CERT-DATE(CERT-COUNT)
               IF GCR-CERT-DATE IS NUMERIC
                   MOVE GCR-CERT-DATE TO GC-CERT-DATE(CERT-COUNT)
               END-IF
               MOVE GCR-EXPIRY-DATE TO GC-EXPIRY-DATE(CERT-COUNT)
           END-IF.

       FIND-CERT-BY-PHONE-ID.
           MOVE "N" TO CERT-FOUND.
           IF CERT-WORK-PHONE-ID IS GREATER THAN ZEROS
               PERFORM FIND-NEXT-CERT-MATCH
                   VARYING CERT-INDEX FROM 1 BY 1
                   UNTIL CERT-INDEX IS GREATER THAN CERT-COUNT
                   OR CERT-FOUND IS EQUAL TO "Y"
           END-IF.
           IF CERT-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM CERT-INDEX
           END-IF.

       FIND-NEXT-CERT-MATCH.
           IF GC-PHONE-ID(CERT-INDEX) IS EQUAL TO CERT-WORK-PHONE-ID
               MOVE "Y" TO CERT-FOUND
           END-IF.

       SET-CERT-STATUS.
           MOVE "NONE" TO CERT-STATUS.
           IF CERT-FOUND IS EQUAL TO "Y"
               MOVE "CURRENT" TO CERT-STATUS
               IF GC-EXPIRY-DATE(CERT-INDEX) IS LESS THAN
                   CERT-TODAY-NUMERIC
                   MOVE "EXPIRED" TO CERT-STATUS
               END-IF
           END-IF.
           IF CERT-STATUS IS EQUAL TO "CURRENT"
               AND GC-EXPIRY-DATE(CERT-INDEX) IS NOT GREATER THAN
                   CERT-LAPSE-LIMIT
               MOVE "LAPSING" TO CERT-STATUS
           END-IF.

       COUNT-LAPSING-CERTIFICATIONS.
           MOVE ZEROS TO CERT-LAPSING-COUNT.
           PERFORM LOAD-CERTIFICATIONS.
           PERFORM COUNT-NEXT-LAPSING-CERT
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX IS GREATER THAN OPERATOR-COUNT.

       COUNT-NEXT-LAPSING-CERT.
           IF OP-SUSPENDED(OPERATOR-INDEX) IS NOT EQUAL TO "Y"
               MOVE OP-PHONE-ID(OPERATOR-INDEX) TO CERT-WORK-PHONE-ID
               PERFORM FIND-CERT-BY-PHONE-ID
               PERFORM SET-CERT-STATUS
               IF CERT-STATUS IS EQUAL TO "LAPSING"
                   ADD 1 TO CERT-LAPSING-COUNT
               END-IF
           END-IF.

       CERTIFICATION-REPORT.
           MOVE "CERTRPT" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-CERTIFICATION-REPORT.

       PRINT-CERTIFICATION-REPORT.
           PERFORM LOAD-CERTIFICATIONS.
           MOVE ZEROS TO CERT-LISTED-COUNT.
           MOVE ZEROS TO CERT-CURRENT-COUNT.
           MOVE ZEROS TO CERT-LAPSING-COUNT.
           MOVE ZEROS TO CERT-EXPIRED-COUNT.
           MOVE ZEROS TO CERT-NONE-COUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-CERT-REPORT-HEADER.
           PERFORM WRITE-NEXT-CERT-REPORT-LINE
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX IS GREATER THAN OPERATOR-COUNT.
           PERFORM WRITE-CERT-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       WRITE-CERT-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE(
               "Operator Certification Status Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO CERT-REPORT-HEADER.
           MOVE "Operator" TO CRH-OPERATOR-ID.
           MOVE "Level" TO CRH-LEVEL.
           MOVE "Phone ID" TO CRH-PHONE-ID.
           MOVE "Tier" TO CRH-TIER.
           MOVE "Certified" TO CRH-CERT-DATE.
           MOVE "Expires" TO CRH-EXPIRY-DATE.
           MOVE "Status" TO CRH-STATUS.
           WRITE CERT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO CRH-OPERATOR-ID.
           MOVE ALL "-" TO CRH-LEVEL.
           MOVE ALL "-" TO CRH-PHONE-ID.
           MOVE ALL "-" TO CRH-TIER.
           MOVE ALL "-" TO CRH-CERT-DATE.
           MOVE ALL "-" TO CRH-EXPIRY-DATE.
           MOVE ALL "-" TO CRH-STATUS.
           WRITE CERT-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-CERT-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-ACCOUNT-REPORT-FOOTER
               PERFORM WRITE-CERT-REPORT-HEADER
           END-IF.
           MOVE OP-PHONE-ID(OPERATOR-INDEX) TO CERT-WORK-PHONE-ID.
           PERFORM FIND-CERT-BY-PHONE-ID.
           PERFORM SET-CERT-STATUS.
           MOVE SPACES TO CERT-REPORT-LINE.
           MOVE ZEROS TO CRL-LEVEL.
           MOVE ZEROS TO CRL-PHONE-ID.
           MOVE ZEROS TO CRL-TIER.
           MOVE OP-ID(OPERATOR-INDEX) TO CRL-OPERATOR-ID.
           MOVE OP-LEVEL(OPERATOR-INDEX) TO CRL-LEVEL.
           MOVE OP-PHONE-ID(OPERATOR-INDEX) TO CRL-PHONE-ID.
           IF CERT-FOUND IS EQUAL TO "Y"
               MOVE GC-TIER(CERT-INDEX) TO CRL-TIER
               MOVE GC-CERT-DATE(CERT-INDEX) TO CERT-WORK-DATE
               PERFORM FORMAT-CERT-WORK-DATE
               MOVE CERT-WORK-DISPLAY TO CRL-CERT-DATE
               MOVE GC-EXPIRY-DATE(CERT-INDEX) TO CERT-WORK-DATE
               PERFORM FORMAT-CERT-WORK-DATE
               MOVE CERT-WORK-DISPLAY TO CRL-EXPIRY-DATE
           END-IF.
           MOVE CERT-STATUS TO CRL-STATUS.
           WRITE CERT-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.
           ADD 1 TO CERT-LISTED-COUNT.
           IF CERT-STATUS IS EQUAL TO "CURRENT"
               ADD 1 TO CERT-CURRENT-COUNT
           ELSE IF CERT-STATUS IS EQUAL TO "LAPSING"
               ADD 1 TO CERT-LAPSING-COUNT
           ELSE IF CERT-STATUS IS EQUAL TO "EXPIRED"
               ADD 1 TO CERT-EXPIRED-COUNT
           ELSE
               ADD 1 TO CERT-NONE-COUNT
           END-IF.

       FORMAT-CERT-WORK-DATE.
           MOVE SPACES TO CERT-WORK-DISPLAY.
           IF CERT-WORK-DATE IS GREATER THAN ZEROS
               STRING CERT-WORK-DATE-X(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CERT-WORK-DATE-X(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CERT-WORK-DATE-X(7:2) DELIMITED BY SIZE
                   INTO CERT-WORK-DISPLAY
               END-STRING
           END-IF.

       WRITE-CERT-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Operators Listed:" TO RCVS-LABEL.
           MOVE CERT-LISTED-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Certification Current:" TO RCVS-LABEL.
           MOVE CERT-CURRENT-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Lapsing Within 30 Days:" TO RCVS-LABEL.
           MOVE CERT-LAPSING-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Certification Expired:" TO RCVS-LABEL.
           MOVE CERT-EXPIRED-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Not Certified:" TO RCVS-LABEL.
           MOVE CERT-NONE-COUNT TO RCVS-COUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           IF CERT-OVERFLOW IS EQUAL TO "Y"
               MOVE SPACES TO GENERIC-REPORT-LINE
               MOVE "WARNING: CERT TABLE FULL, RESULTS INCOMPLETE"
                   TO GENERIC-REPORT-LINE
               WRITE GENERIC-REPORT BEFORE ADVANCING 1
           END-IF.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       SUSPENSE-MENU.
           MOVE ZERO TO MENU-OPTION.
           PERFORM SUSPENSE-MENU-LOOP
               UNTIL MENU-OPTION IS EQUAL TO 9.
           MOVE ZERO TO MENU-OPTION.

       SUSPENSE-MENU-LOOP.
           MOVE ZERO TO MENU-OPTION.
           DISPLAY SUSPENSE-MENU-SCREEN.
           ACCEPT SUSPENSE-MENU-SCREEN.
           PERFORM CHECK-SUSPENSE-MENU-LOCK.
           IF POSTING-ALLOWED IS NOT EQUAL TO "Y"
               MOVE ZERO TO MENU-OPTION
           END-IF.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-OPEN-SUSPENSE-ITEMS
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM CLEAR-SUSPENSE-ITEM
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM SUSPENSE-AGING-REPORT
           END-IF.

       CHECK-SUSPENSE-MENU-LOCK.
           MOVE "Y" TO POSTING-ALLOWED.
           IF SESSION-READONLY IS EQUAL TO "Y"
               IF MENU-OPTION IS EQUAL TO 2
                   PERFORM CHECK-POSTING-ALLOWED
               END-IF
           END-IF.

       LOAD-SUSPENSE-ITEMS.
           MOVE ZEROS TO SUSPENSE-COUNT.
           MOVE ZEROS TO SUSPENSE-CLEARED-COUNT.
           MOVE 1 TO SUSPENSE-NEXT-ID.
           MOVE "N" TO SUSPENSE-FULL.
           MOVE "N" TO SUSPENSE-EOF.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM LOAD-NEXT-SUSPENSE-ITEM
               UNTIL SUSPENSE-EOF IS EQUAL TO "Y".
           CLOSE SUSPENSE-FILE.

       LOAD-NEXT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO SUSPENSE-EOF.
           IF SUSPENSE-EOF IS NOT EQUAL TO "Y"
               AND SUS-ITEM-ID IS NUMERIC
               AND SUS-ITEM-ID IS GREATER THAN ZEROS
               PERFORM TAKE-SUSPENSE-ITEM
           END-IF.

       TAKE-SUSPENSE-ITEM.
           IF SUS-ITEM-ID IS NOT LESS THAN SUSPENSE-NEXT-ID
               COMPUTE SUSPENSE-NEXT-ID = SUS-ITEM-ID + 1
           END-IF.
           IF SUS-STATUS IS EQUAL TO "C"
               ADD 1 TO SUSPENSE-CLEARED-COUNT
           ELSE IF SUSPENSE-COUNT IS NOT LESS THAN SUSPENSE-MAX-COUNT
               MOVE "Y" TO SUSPENSE-FULL
           ELSE
               ADD 1 TO SUSPENSE-COUNT
               MOVE SUSPENSE-COUNT TO SUSPENSE-INDEX
               MOVE SUS-ITEM-ID TO SI-ITEM-ID(SUSPENSE-INDEX)
               MOVE SUS-STATUS TO SI-STATUS(SUSPENSE-INDEX)
               MOVE SUS-COMPANY TO SI-COMPANY(SUSPENSE-INDEX)
               MOVE SUS-SUSPENSE-ACCOUNT-ID
                   TO SI-SUSPENSE-ACCOUNT-ID(SUSPENSE-INDEX)
               MOVE SUS-SOURCE TO SI-SOURCE(SUSPENSE-INDEX)
               MOVE SUS-SOURCE-BATCH TO SI-SOURCE-BATCH(SUSPENSE-INDEX)
               MOVE SUS-SOURCE-LINE TO SI-SOURCE-LINE(SUSPENSE-INDEX)
               MOVE SUS-REASON TO SI-REASON(SUSPENSE-INDEX)
               MOVE SUS-AMOUNT TO SI-AMOUNT(SUSPENSE-INDEX)
               MOVE SUS-POSTED-DATE TO SI-POSTED-DATE(SUSPENSE-INDEX)
               MOVE SUS-ORIGINAL-ACCOUNT-ID
                   TO SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX)
               MOVE SUS-ORIGINAL-DATE
                   TO SI-ORIGINAL-DATE(SUSPENSE-INDEX)
               MOVE SUS-ORIGINAL-CATEGORY
                   TO SI-ORIGINAL-CATEGORY(SUSPENSE-INDEX)
               MOVE SUS-DESCRIPTION TO SI-DESCRIPTION(SUSPENSE-INDEX)
               MOVE SUS-ORIGINAL-LINE
                   TO SI-ORIGINAL-LINE(SUSPENSE-INDEX)
               MOVE SUS-CLEARED-DATE TO SI-CLEARED-DATE(SUSPENSE-INDEX)
               MOVE SUS-CLEARED-ACCOUNT-ID
                   TO SI-CLEARED-ACCOUNT-ID(SUSPENSE-INDEX)
               MOVE SUS-CLEARED-OPERATOR
                   TO SI-CLEARED-OPERATOR(SUSPENSE-INDEX)
           END-IF.

       SAVE-SUSPENSE-ITEM.
           MOVE "N" TO SUSPENSE-EOF.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           PERFORM COPY-NEXT-SUSPENSE-TO-WORK
               UNTIL SUSPENSE-EOF IS EQUAL TO "Y".
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE "N" TO SUSPENSE-EOF.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM COPY-NEXT-SUSPENSE-FROM-WORK
               UNTIL SUSPENSE-EOF IS EQUAL TO "Y".
           CLOSE SUSPENSE-FILE.
           CLOSE SUSPENSE-WORK-FILE.

       COPY-NEXT-SUSPENSE-TO-WORK.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO SUSPENSE-EOF.
           IF SUSPENSE-EOF IS NOT EQUAL TO "Y"
               IF SUS-ITEM-ID IS EQUAL TO SI-ITEM-ID(SUSPENSE-INDEX)
                   PERFORM MOVE-SUSPENSE-ENTRY-TO-RECORD
               END-IF
               MOVE SUSPENSE-RECORD TO SUSWRK-RECORD
               WRITE SUSWRK-RECORD
           END-IF.

       COPY-NEXT-SUSPENSE-FROM-WORK.
           READ SUSPENSE-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO SUSPENSE-EOF.
           IF SUSPENSE-EOF IS NOT EQUAL TO "Y"
               MOVE SUSWRK-RECORD TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-IF.

       MOVE-SUSPENSE-ENTRY-TO-RECORD.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE SI-ITEM-ID(SUSPENSE-INDEX) TO SUS-ITEM-ID.
           MOVE SI-STATUS(SUSPENSE-INDEX) TO SUS-STATUS.
           MOVE SI-COMPANY(SUSPENSE-INDEX) TO SUS-COMPANY.
           MOVE SI-SUSPENSE-ACCOUNT-ID(SUSPENSE-INDEX)
               TO SUS-SUSPENSE-ACCOUNT-ID.
           MOVE SI-SOURCE(SUSPENSE-INDEX) TO SUS-SOURCE.
           MOVE SI-SOURCE-BATCH(SUSPENSE-INDEX) TO SUS-SOURCE-BATCH.
           MOVE SI-SOURCE-LINE(SUSPENSE-INDEX) TO SUS-SOURCE-LINE.
           MOVE SI-REASON(SUSPENSE-INDEX) TO SUS-REASON.
           MOVE SI-AMOUNT(SUSPENSE-INDEX) TO SUS-AMOUNT.
           MOVE SI-POSTED-DATE(SUSPENSE-INDEX) TO SUS-POSTED-DATE.
           MOVE SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX)
               TO SUS-ORIGINAL-ACCOUNT-ID.
           MOVE SI-ORIGINAL-DATE(SUSPENSE-INDEX) TO SUS-ORIGINAL-DATE.
           MOVE SI-ORIGINAL-CATEGORY(SUSPENSE-INDEX)
               TO SUS-ORIGINAL-CATEGORY.
           MOVE SI-DESCRIPTION(SUSPENSE-INDEX) TO SUS-DESCRIPTION.
           MOVE SI-ORIGINAL-LINE(SUSPENSE-INDEX) TO SUS-ORIGINAL-LINE.
           MOVE SI-CLEARED-DATE(SUSPENSE-INDEX) TO SUS-CLEARED-DATE.
           MOVE SI-CLEARED-ACCOUNT-ID(SUSPENSE-INDEX)
               TO SUS-CLEARED-ACCOUNT-ID.
           MOVE SI-CLEARED-OPERATOR(SUSPENSE-INDEX)
               TO SUS-CLEARED-OPERATOR.

       MOVE-SUSPENSE-ENTRY-TO-WORK.
           MOVE SI-ITEM-ID(SUSPENSE-INDEX) TO SUSPENSE-WORK-ITEM-ID.
           MOVE SI-STATUS(SUSPENSE-INDEX) TO SUSPENSE-WORK-STATUS.
           MOVE SI-COMPANY(SUSPENSE-INDEX) TO SUSPENSE-WORK-COMPANY.
           MOVE SI-SUSPENSE-ACCOUNT-ID(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-ACCOUNT-ID.
           MOVE SI-SOURCE(SUSPENSE-INDEX) TO SUSPENSE-WORK-SOURCE.
           MOVE SI-SOURCE-BATCH(SUSPENSE-INDEX) TO SUSPENSE-WORK-BATCH.
           MOVE SI-SOURCE-LINE(SUSPENSE-INDEX) TO SUSPENSE-WORK-LINE-NO.
           MOVE SI-REASON(SUSPENSE-INDEX) TO SUSPENSE-WORK-REASON.
           MOVE SI-AMOUNT(SUSPENSE-INDEX) TO SUSPENSE-WORK-AMOUNT.
           MOVE SI-POSTED-DATE(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-POSTED-DATE.
           MOVE SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-ORIG-ACCOUNT.
           MOVE SI-ORIGINAL-DATE(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-ORIG-DATE.
           MOVE SI-ORIGINAL-CATEGORY(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-ORIG-CATEGORY.
           MOVE SI-DESCRIPTION(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-DESCRIPTION.
           MOVE SI-ORIGINAL-LINE(SUSPENSE-INDEX)
               TO SUSPENSE-WORK-ORIG-LINE.

       FIND-SUSPENSE-ITEM-BY-ID.
           MOVE "N" TO SUSPENSE-FOUND.
           PERFORM FIND-NEXT-SUSPENSE-MATCH
               VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX IS GREATER THAN SUSPENSE-COUNT
               OR SUSPENSE-FOUND IS EQUAL TO "Y".
           IF SUSPENSE-FOUND IS EQUAL TO "Y"
               SUBTRACT 1 FROM SUSPENSE-INDEX
           END-IF.

       FIND-NEXT-SUSPENSE-MATCH.
           IF SI-ITEM-ID(SUSPENSE-INDEX) IS EQUAL TO
                   SUSPENSE-WORK-ITEM-ID
               MOVE "Y" TO SUSPENSE-FOUND
           END-IF.

       FIND-SUSPENSE-DUPLICATE.
           MOVE "N" TO SUSPENSE-FOUND.
           PERFORM FIND-NEXT-SUSPENSE-DUPLICATE
               VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX IS GREATER THAN SUSPENSE-COUNT
               OR SUSPENSE-FOUND IS EQUAL TO "Y".
           IF SUSPENSE-FOUND IS NOT EQUAL TO "Y"
               AND SUSPENSE-CLEARED-COUNT IS GREATER THAN ZEROS
               MOVE "N" TO SUSPENSE-EOF
               OPEN INPUT SUSPENSE-FILE
               PERFORM FIND-NEXT-CLEARED-DUPLICATE
                   UNTIL SUSPENSE-EOF IS EQUAL TO "Y"
                   OR SUSPENSE-FOUND IS EQUAL TO "Y"
               CLOSE SUSPENSE-FILE
           END-IF.

       FIND-NEXT-CLEARED-DUPLICATE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO SUSPENSE-EOF.
           IF SUSPENSE-EOF IS NOT EQUAL TO "Y"
               AND SUS-STATUS IS EQUAL TO "C"
               AND SUS-SOURCE IS EQUAL TO SUSPENSE-WORK-SOURCE
               AND SUS-ORIGINAL-ACCOUNT-ID IS EQUAL TO
                   SUSPENSE-WORK-ORIG-ACCOUNT
               AND SUS-SOURCE-LINE IS EQUAL TO SUSPENSE-WORK-LINE-NO
               AND SUS-ORIGINAL-LINE IS EQUAL TO
                   SUSPENSE-WORK-ORIG-LINE
               MOVE "Y" TO SUSPENSE-FOUND
           END-IF.

       FIND-NEXT-SUSPENSE-DUPLICATE.
           IF SI-SOURCE(SUSPENSE-INDEX) IS EQUAL TO
                   SUSPENSE-WORK-SOURCE
               AND SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX) IS EQUAL TO
                   SUSPENSE-WORK-ORIG-ACCOUNT
               AND SI-SOURCE-LINE(SUSPENSE-INDEX) IS EQUAL TO
                   SUSPENSE-WORK-LINE-NO
               AND SI-ORIGINAL-LINE(SUSPENSE-INDEX) IS EQUAL TO
                   SUSPENSE-WORK-ORIG-LINE
               MOVE "Y" TO SUSPENSE-FOUND
           END-IF.

       SEND-ITEM-TO-SUSPENSE.
           MOVE "N" TO SUSPENSE-POSTED.
           MOVE ZEROS TO SUSPENSE-WORK-ITEM-ID.
           MOVE ZEROS TO SUSPENSE-WORK-ACCOUNT-ID.
           MOVE ACCOUNT-RECORD TO SUSPENSE-SAVE-ACCOUNT.
           MOVE ACCOUNT-ID TO SUSPENSE-SAVE-ACCOUNT-ID.
           IF SUSPENSE-COUNT IS NOT LESS THAN SUSPENSE-MAX-COUNT
               MOVE "Y" TO SUSPENSE-FULL
           END-IF.
           MOVE FUNCTION UPPER-CASE(SUSPENSE-WORK-COMPANY)
               TO COMPANY-WORK-CODE.
           PERFORM FIND-COMPANY-BY-CODE.
           IF COMPANY-FOUND IS EQUAL TO "Y"
               MOVE CO-SUSPENSE-ACCOUNT-ID(COMPANY-INDEX)
                   TO SUSPENSE-WORK-ACCOUNT-ID
           END-IF.
           IF SUSPENSE-WORK-ACCOUNT-ID IS GREATER THAN ZEROS
               AND SUSPENSE-WORK-ACCOUNT-ID IS NOT EQUAL TO
                   SUSPENSE-WORK-ORIG-ACCOUNT
               AND SUSPENSE-COUNT IS LESS THAN SUSPENSE-MAX-COUNT
               MOVE SUSPENSE-WORK-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF ACCOUNT-LOADED IS EQUAL TO "Y"
                   AND ACCOUNT-CLOSED IS NOT EQUAL TO "Y"
                   PERFORM POST-SUSPENSE-ENTRY
               END-IF
           END-IF.
           MOVE SUSPENSE-SAVE-ACCOUNT TO ACCOUNT-RECORD.
           MOVE SUSPENSE-SAVE-ACCOUNT-ID TO ACCOUNT-ID.

       POST-SUSPENSE-ENTRY.
           MOVE SUSPENSE-NEXT-ID TO SUSPENSE-ITEM-EDIT.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE FUNCTION CONCATENATE("SUSP ",
               FUNCTION TRIM(SUSPENSE-ITEM-EDIT), ": ",
               SUSPENSE-WORK-DESCRIPTION) TO LEDGER-DESCRIPTION.
           MOVE SUSPENSE-WORK-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           PERFORM WRITE-LEDGER-ENTRY.
           IF LEDGER-WRITE-STATUS IS EQUAL TO ZEROS
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               PERFORM UPDATE-ACCOUNT-FROM-LEDGER
               PERFORM WRITE-ACCOUNT
               IF ACCOUNT-WRITE-STATUS IS EQUAL TO ZEROS
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "SUSPENSE" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM FILE-SUSPENSE-ITEM
                   MOVE "Y" TO SUSPENSE-POSTED
               END-IF
           END-IF.

       FILE-SUSPENSE-ITEM.
           ADD 1 TO SUSPENSE-COUNT.
           MOVE SUSPENSE-COUNT TO SUSPENSE-INDEX.
           MOVE SUSPENSE-NEXT-ID TO SUSPENSE-WORK-ITEM-ID.
           ADD 1 TO SUSPENSE-NEXT-ID.
           MOVE SUSPENSE-WORK-ITEM-ID TO SI-ITEM-ID(SUSPENSE-INDEX).
           MOVE "O" TO SI-STATUS(SUSPENSE-INDEX).
           MOVE COMPANY-WORK-CODE TO SI-COMPANY(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-ACCOUNT-ID
               TO SI-SUSPENSE-ACCOUNT-ID(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-SOURCE TO SI-SOURCE(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-BATCH TO SI-SOURCE-BATCH(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-LINE-NO TO SI-SOURCE-LINE(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-REASON TO SI-REASON(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-AMOUNT TO SI-AMOUNT(SUSPENSE-INDEX).
           MOVE LEDGER-EFFECTIVE-DATE
               TO SI-POSTED-DATE(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-ORIG-ACCOUNT
               TO SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-ORIG-DATE
               TO SI-ORIGINAL-DATE(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-ORIG-CATEGORY
               TO SI-ORIGINAL-CATEGORY(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-DESCRIPTION
               TO SI-DESCRIPTION(SUSPENSE-INDEX).
           MOVE SUSPENSE-WORK-ORIG-LINE
               TO SI-ORIGINAL-LINE(SUSPENSE-INDEX).
           MOVE ZEROS TO SI-CLEARED-DATE(SUSPENSE-INDEX).
           MOVE ZEROS TO SI-CLEARED-ACCOUNT-ID(SUSPENSE-INDEX).
           MOVE SPACES TO SI-CLEARED-OPERATOR(SUSPENSE-INDEX).
           OPEN EXTEND SUSPENSE-FILE.
           PERFORM MOVE-SUSPENSE-ENTRY-TO-RECORD.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.

       LIST-OPEN-SUSPENSE-ITEMS.
           PERFORM LOAD-SUSPENSE-ITEMS.
           DISPLAY SUSPENSE-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-SUSPENSE-ROW
               VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX IS GREATER THAN SUSPENSE-COUNT.
           ADD 1 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-SUSPENSE-ROW.
           IF SI-STATUS(SUSPENSE-INDEX) IS EQUAL TO "O"
               PERFORM MOVE-SUSPENSE-ENTRY-TO-WORK
               IF CURRENT-LINE IS GREATER THAN SCREEN-ROWS
                   ADD 1 TO CURRENT-LINE
                   DISPLAY CONTINUE-PROMPT
                   ACCEPT CONTINUE-PROMPT
                   DISPLAY SUSPENSE-LIST-SCREEN
                   MOVE 3 TO CURRENT-LINE
               END-IF
               DISPLAY SUSPENSE-LIST-ROW
               ADD 1 TO CURRENT-LINE
           END-IF.

       CLEAR-SUSPENSE-ITEM.
           PERFORM LOAD-SUSPENSE-ITEMS.
           MOVE ZEROS TO SUSPENSE-WORK-ITEM-ID.
           DISPLAY SELECT-SUSPENSE-ITEM-SCREEN.
           ACCEPT SELECT-SUSPENSE-ITEM-SCREEN.
           PERFORM FIND-SUSPENSE-ITEM-BY-ID.
           IF SUSPENSE-FOUND IS EQUAL TO "Y"
               AND SI-STATUS(SUSPENSE-INDEX) IS NOT EQUAL TO "O"
               MOVE "N" TO SUSPENSE-FOUND
           END-IF.
           IF SUSPENSE-FOUND IS NOT EQUAL TO "Y"
               DISPLAY SUSPENSE-NOT-FOUND-SCREEN
               ACCEPT SUSPENSE-NOT-FOUND-SCREEN
           ELSE
               PERFORM MOVE-SUSPENSE-ENTRY-TO-WORK
               MOVE 5 TO CURRENT-LINE
               DISPLAY SUSPENSE-LIST-ROW
               MOVE SUSPENSE-WORK-ORIG-ACCOUNT
                   TO SUSPENSE-CLEAR-ACCOUNT-ID
               MOVE SUSPENSE-WORK-ORIG-CATEGORY
                   TO SUSPENSE-CLEAR-CATEGORY
               MOVE SUSPENSE-WORK-ORIG-DATE TO SUSPENSE-CLEAR-DATE
               DISPLAY SUSPENSE-CLEAR-SCREEN
               ACCEPT SUSPENSE-CLEAR-SCREEN
               PERFORM VALIDATE-SUSPENSE-CLEARING
           END-IF.

       VALIDATE-SUSPENSE-CLEARING.
           MOVE SUSPENSE-CLEAR-CATEGORY TO LEDGER-CATEGORY.
           PERFORM VALIDATE-LEDGER-CATEGORY.
           MOVE LEDGER-CATEGORY TO SUSPENSE-CLEAR-CATEGORY.
           IF SUSPENSE-CLEAR-DATE IS NOT NUMERIC
               OR SUSPENSE-CLEAR-DATE IS EQUAL TO ZEROS
               PERFORM GET-CURRENT-TIME
               MOVE NOW-DATE TO SUSPENSE-CLEAR-DATE
           END-IF.
           MOVE SUSPENSE-CLEAR-DATE TO LEDGER-EFFECTIVE-DATE.
           PERFORM CHECK-EFFECTIVE-DATE-OPEN.
           PERFORM CHECK-SUSPENSE-CLEAR-TRANSFER.
           MOVE SUSPENSE-CLEAR-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           MOVE SPACES TO CONTINUE-KEY.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               OR ACCOUNT-CLOSED IS EQUAL TO "Y"
               OR ACCOUNT-DORMANT IS EQUAL TO "Y"
               DISPLAY SUSPENSE-ACCOUNT-ERROR-SCREEN
               ACCEPT SUSPENSE-ACCOUNT-ERROR-SCREEN
           ELSE IF SUSPENSE-CLEAR-ACCOUNT-ID IS EQUAL TO
                   SUSPENSE-WORK-ACCOUNT-ID
               DISPLAY SUSPENSE-SAME-ACCOUNT-SCREEN
               ACCEPT SUSPENSE-SAME-ACCOUNT-SCREEN
           ELSE IF CATEGORY-FOUND IS NOT EQUAL TO "Y"
               DISPLAY SUSPENSE-CATEGORY-ERROR-SCREEN
               ACCEPT SUSPENSE-CATEGORY-ERROR-SCREEN
           ELSE IF EFFECTIVE-DATE-OPEN IS NOT EQUAL TO "Y"
               DISPLAY SUSPENSE-DATE-ERROR-SCREEN
               ACCEPT SUSPENSE-DATE-ERROR-SCREEN
           ELSE IF TRANSFER-RATE-OK IS NOT EQUAL TO "Y"
               DISPLAY SUSPENSE-RATE-ERROR-SCREEN
               ACCEPT SUSPENSE-RATE-ERROR-SCREEN
           ELSE IF INTERCO-VALID IS NOT EQUAL TO "Y"
               DISPLAY SUSPENSE-INTERCO-ERROR-SCREEN
               ACCEPT SUSPENSE-INTERCO-ERROR-SCREEN
           ELSE
               PERFORM LOAD-ACCOUNT-TYPES
               MOVE TRANSFER-CONVERTED-AMOUNT TO CREDIT-POSTING-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
               IF CREDIT-LIMIT-OK IS NOT EQUAL TO "Y"
                   DISPLAY SUSPENSE-LIMIT-ERROR-SCREEN
                   ACCEPT SUSPENSE-LIMIT-ERROR-SCREEN
               ELSE
                   PERFORM SHOW-SUSPENSE-CLEAR-PROMPT
                       UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       OR "N" OR "n"
                   IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                       PERFORM POST-SUSPENSE-CLEARING
                   END-IF
               END-IF
           END-IF.

       CHECK-SUSPENSE-CLEAR-TRANSFER.
           MOVE SUSPENSE-WORK-AMOUNT TO TRANSFER-AMOUNT.
           MOVE SPACES TO TRANSFER-TO-CURRENCY.
           MOVE SPACES TO TRANSFER-TO-COMPANY.
           MOVE SUSPENSE-CLEAR-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               MOVE ACCOUNT-CURRENCY TO TRANSFER-TO-CURRENCY
               MOVE ACCOUNT-COMPANY TO TRANSFER-TO-COMPANY
           END-IF.
           MOVE TRANSFER-TO-CURRENCY TO TRANSFER-FROM-CURRENCY.
           MOVE TRANSFER-TO-COMPANY TO TRANSFER-FROM-COMPANY.
           MOVE SUSPENSE-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS EQUAL TO "Y"
               MOVE ACCOUNT-CURRENCY TO TRANSFER-FROM-CURRENCY
               MOVE ACCOUNT-COMPANY TO TRANSFER-FROM-COMPANY
           END-IF.
           PERFORM CHECK-TRANSFER-CURRENCIES.
           PERFORM CHECK-TRANSFER-INTERCOMPANY.

       SHOW-SUSPENSE-CLEAR-PROMPT.
           DISPLAY SUSPENSE-CLEAR-PROMPT.
           ACCEPT SUSPENSE-CLEAR-PROMPT.

       POST-SUSPENSE-CLEARING.
           MOVE "SUSPCLR" TO INFLIGHT-ACTION.
           MOVE SUSPENSE-WORK-ACCOUNT-ID TO INFLIGHT-ACCOUNT-ID.
           PERFORM SET-IN-FLIGHT-MARKER.
           MOVE "Y" TO SUSPENSE-POSTED.
           MOVE SUSPENSE-WORK-ITEM-ID TO SUSPENSE-ITEM-EDIT.
           MOVE SUSPENSE-CLEAR-ACCOUNT-ID TO SUSPENSE-TARGET-EDIT.
           MOVE SUSPENSE-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           IF ACCOUNT-LOADED IS NOT EQUAL TO "Y"
               MOVE "N" TO SUSPENSE-POSTED
           END-IF.
           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               PERFORM INIT-LEDGER-RECORD
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE FUNCTION CONCATENATE("CLEAR SUSP ",
                   FUNCTION TRIM(SUSPENSE-ITEM-EDIT), " TO ",
                   FUNCTION TRIM(SUSPENSE-TARGET-EDIT))
                   TO LEDGER-DESCRIPTION
               COMPUTE LEDGER-AMOUNT = ZERO - SUSPENSE-WORK-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "N" TO SUSPENSE-POSTED
               END-IF
           END-IF.
           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
               PERFORM UPDATE-ACCOUNT-FROM-LEDGER
               PERFORM WRITE-ACCOUNT
               IF ACCOUNT-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "N" TO SUSPENSE-POSTED
               ELSE
                   MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                   MOVE "SUSP-CLEAR" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               MOVE SUSPENSE-CLEAR-ACCOUNT-ID TO ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               PERFORM INIT-LEDGER-RECORD
               MOVE SUSPENSE-CLEAR-DATE TO LEDGER-EFFECTIVE-DATE
               MOVE SUSPENSE-CLEAR-CATEGORY TO LEDGER-CATEGORY
               PERFORM CURRENT-TIME-TO-LEDGER-TIME
               MOVE FUNCTION CONCATENATE("SUSP ",
                   FUNCTION TRIM(SUSPENSE-ITEM-EDIT), ": ",
                   SUSPENSE-WORK-DESCRIPTION) TO LEDGER-DESCRIPTION
               MOVE TRANSFER-CONVERTED-AMOUNT TO LEDGER-AMOUNT
               MOVE ACCOUNT-STATUS TO LEDGER-STATUS
               PERFORM WRITE-LEDGER-ENTRY
               IF LEDGER-WRITE-STATUS IS NOT EQUAL TO ZEROS
                   MOVE "N" TO SUSPENSE-POSTED
               END-IF
               IF SUSPENSE-POSTED IS EQUAL TO "Y"
                   MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM UPDATE-ACCOUNT-FROM-LEDGER
                   PERFORM WRITE-ACCOUNT
                   IF ACCOUNT-WRITE-STATUS IS NOT EQUAL TO ZEROS
                       MOVE "N" TO SUSPENSE-POSTED
                   ELSE
                       MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
                       MOVE "SUSP-CLEAR" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
               IF SUSPENSE-POSTED IS NOT EQUAL TO "Y"
                   PERFORM ROLLBACK-SUSPENSE-CLEAR-LEG
               END-IF
           END-IF.

           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               AND INTERCO-FROM-ACCOUNT-ID IS GREATER THAN ZEROS
               PERFORM POST-SUSPENSE-INTERCOMPANY
           END-IF.

           PERFORM CLEAR-IN-FLIGHT-MARKER.
           MOVE SPACES TO CONTINUE-KEY.
           IF SUSPENSE-POSTED IS EQUAL TO "Y"
               PERFORM GET-CURRENT-TIME
               MOVE "C" TO SI-STATUS(SUSPENSE-INDEX)
               MOVE NOW-DATE TO SI-CLEARED-DATE(SUSPENSE-INDEX)
               MOVE SUSPENSE-CLEAR-ACCOUNT-ID
                   TO SI-CLEARED-ACCOUNT-ID(SUSPENSE-INDEX)
               MOVE OPERATOR-ID TO SI-CLEARED-OPERATOR(SUSPENSE-INDEX)
               PERFORM SAVE-SUSPENSE-ITEM
               DISPLAY SUSPENSE-CLEAR-DONE-SCREEN
               ACCEPT SUSPENSE-CLEAR-DONE-SCREEN
           ELSE
               DISPLAY SUSPENSE-CLEAR-FAILED-SCREEN
               ACCEPT SUSPENSE-CLEAR-FAILED-SCREEN
           END-IF.

       POST-SUSPENSE-INTERCOMPANY.
           MOVE INTERCO-FROM-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE FUNCTION CONCATENATE("IC DUE FROM ",
               FUNCTION TRIM(TRANSFER-TO-COMPANY), ": SUSP ",
               FUNCTION TRIM(SUSPENSE-ITEM-EDIT))
               TO INTERCO-DESCRIPTION.
           MOVE TRANSFER-AMOUNT TO INTERCO-AMOUNT.
           PERFORM POST-INTERCOMPANY-LINE.
           MOVE INTERCO-TO-ACCOUNT-ID TO ACCOUNT-ID.
           MOVE FUNCTION CONCATENATE("IC DUE TO ",
               FUNCTION TRIM(TRANSFER-FROM-COMPANY), ": SUSP ",
               FUNCTION TRIM(SUSPENSE-ITEM-EDIT))
               TO INTERCO-DESCRIPTION.
           COMPUTE INTERCO-AMOUNT = ZERO - TRANSFER-CONVERTED-AMOUNT.
           PERFORM POST-INTERCOMPANY-LINE.

       ROLLBACK-SUSPENSE-CLEAR-LEG.
           MOVE SUSPENSE-WORK-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-BY-ID.
           PERFORM INIT-LEDGER-RECORD.
           PERFORM CURRENT-TIME-TO-LEDGER-TIME.
           MOVE FUNCTION CONCATENATE("REVERSAL OF CLEAR SUSP ",
               FUNCTION TRIM(SUSPENSE-ITEM-EDIT))
               TO LEDGER-DESCRIPTION.
           MOVE SUSPENSE-WORK-AMOUNT TO LEDGER-AMOUNT.
           MOVE ACCOUNT-STATUS TO LEDGER-STATUS.
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE ACCOUNT-RECORD TO AUDIT-BEFORE-IMAGE.
           PERFORM UPDATE-ACCOUNT-FROM-LEDGER.
           PERFORM WRITE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE "REVERSAL" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

       SUSPENSE-AGING-REPORT.
           MOVE "SUSPAGE" TO SPOOL-REPORT-TYPE.
           PERFORM DISPLAY-REPORT-PROMPT.
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               PERFORM PRINT-SUSPENSE-AGING-REPORT.

       PRINT-SUSPENSE-AGING-REPORT.
           PERFORM LOAD-SUSPENSE-ITEMS.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO SUSPENSE-TODAY-NUMERIC.
           COMPUTE SUSPENSE-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(SUSPENSE-TODAY-NUMERIC).
           MOVE ZEROS TO SUSPENSE-OPEN-COUNT.
           MOVE ZEROS TO SUSPENSE-OPEN-TOTAL.
           PERFORM CLEAR-NEXT-SUSPENSE-BUCKET
               VARYING SUSPENSE-AGE-BUCKET FROM 1 BY 1
               UNTIL SUSPENSE-AGE-BUCKET IS GREATER THAN 4.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-SUSPENSE-AGING-HEADER.
           PERFORM WRITE-NEXT-SUSPENSE-AGING-LINE
               VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX IS GREATER THAN SUSPENSE-COUNT.
           PERFORM WRITE-SUSPENSE-AGING-SUMMARY.
           CLOSE REPORT-FILE.

       CLEAR-NEXT-SUSPENSE-BUCKET.
           MOVE ZEROS TO SA-COUNT(SUSPENSE-AGE-BUCKET).
           MOVE ZEROS TO SA-TOTAL(SUSPENSE-AGE-BUCKET).

       WRITE-SUSPENSE-AGING-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Suspense Aging Report - ",
               DISPLAY-DATE-TIME) TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO SUSPENSE-AGING-HEADER.
           MOVE "Item" TO SAH-ITEM-ID.
           MOVE "Company" TO SAH-COMPANY.
           MOVE "Source" TO SAH-SOURCE.
           MOVE "Line" TO SAH-SOURCE-LINE.
           MOVE "Reason" TO SAH-REASON.
           MOVE "Account" TO SAH-ORIGINAL-ACCOUNT.
           MOVE "Posted" TO SAH-POSTED-DATE.
           MOVE "Days" TO SAH-DAYS.
           MOVE "Amount" TO SAH-AMOUNT.
           MOVE "Description" TO SAH-DESCRIPTION.
           WRITE SUSPENSE-AGING-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO SAH-ITEM-ID.
           MOVE ALL "-" TO SAH-COMPANY.
           MOVE ALL "-" TO SAH-SOURCE.
           MOVE ALL "-" TO SAH-SOURCE-LINE.
           MOVE ALL "-" TO SAH-REASON.
           MOVE ALL "-" TO SAH-ORIGINAL-ACCOUNT.
           MOVE ALL "-" TO SAH-POSTED-DATE.
           MOVE ALL "-" TO SAH-DAYS.
           MOVE ALL "-" TO SAH-AMOUNT.
           MOVE ALL "-" TO SAH-DESCRIPTION.
           WRITE SUSPENSE-AGING-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-SUSPENSE-AGING-LINE.
           IF SI-STATUS(SUSPENSE-INDEX) IS NOT EQUAL TO "O"
               CONTINUE
           ELSE
               IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                   PERFORM WRITE-ACCOUNT-REPORT-FOOTER
                   PERFORM WRITE-SUSPENSE-AGING-HEADER
               END-IF
               PERFORM SET-SUSPENSE-AGE
               ADD 1 TO SA-COUNT(SUSPENSE-AGE-BUCKET)
               ADD SI-AMOUNT(SUSPENSE-INDEX)
                   TO SA-TOTAL(SUSPENSE-AGE-BUCKET)
               ADD 1 TO SUSPENSE-OPEN-COUNT
               ADD SI-AMOUNT(SUSPENSE-INDEX) TO SUSPENSE-OPEN-TOTAL
               MOVE SPACES TO SUSPENSE-AGING-LINE
               MOVE ZEROS TO SAL-ITEM-ID
               MOVE ZEROS TO SAL-SOURCE-LINE
               MOVE ZEROS TO SAL-ORIGINAL-ACCOUNT
               MOVE ZEROS TO SAL-POSTED-DATE
               MOVE ZEROS TO SAL-DAYS
               MOVE ZEROS TO SAL-AMOUNT
               MOVE SI-ITEM-ID(SUSPENSE-INDEX) TO SAL-ITEM-ID
               MOVE SI-COMPANY(SUSPENSE-INDEX) TO SAL-COMPANY
               MOVE SI-SOURCE(SUSPENSE-INDEX) TO SAL-SOURCE
               MOVE SI-SOURCE-LINE(SUSPENSE-INDEX) TO SAL-SOURCE-LINE
               MOVE SI-REASON(SUSPENSE-INDEX) TO SAL-REASON
               MOVE SI-ORIGINAL-ACCOUNT-ID(SUSPENSE-INDEX)
                   TO SAL-ORIGINAL-ACCOUNT
               MOVE SI-POSTED-DATE(SUSPENSE-INDEX) TO SAL-POSTED-DATE
               MOVE SUSPENSE-AGE-DAYS TO SAL-DAYS
               MOVE SI-AMOUNT(SUSPENSE-INDEX) TO SAL-AMOUNT
               MOVE SI-DESCRIPTION(SUSPENSE-INDEX) TO SAL-DESCRIPTION
               WRITE SUSPENSE-AGING-LINE BEFORE ADVANCING 1
               ADD 1 TO CURRENT-LINE
           END-IF.

       SET-SUSPENSE-AGE.
           MOVE ZEROS TO SUSPENSE-AGE-DAYS.
           IF SI-POSTED-DATE(SUSPENSE-INDEX) IS NUMERIC
               AND SI-POSTED-DATE(SUSPENSE-INDEX) IS GREATER THAN ZEROS
               COMPUTE SUSPENSE-AGE-DAYS = SUSPENSE-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (SI-POSTED-DATE(SUSPENSE-INDEX))
           END-IF.
           IF SUSPENSE-AGE-DAYS IS LESS THAN ZEROS
               MOVE ZEROS TO SUSPENSE-AGE-DAYS
           END-IF.
           IF SUSPENSE-AGE-DAYS IS GREATER THAN 90
               MOVE 4 TO SUSPENSE-AGE-BUCKET
           ELSE IF SUSPENSE-AGE-DAYS IS GREATER THAN 60
               MOVE 3 TO SUSPENSE-AGE-BUCKET
           ELSE IF SUSPENSE-AGE-DAYS IS GREATER THAN 30
               MOVE 2 TO SUSPENSE-AGE-BUCKET
           ELSE
               MOVE 1 TO SUSPENSE-AGE-BUCKET
           END-IF.

       WRITE-SUSPENSE-AGING-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Open 0-30 Days:" TO RCVS-LABEL.
           MOVE SA-COUNT(1) TO RCVS-COUNT.
           MOVE SA-TOTAL(1) TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Open 31-60 Days:" TO RCVS-LABEL.
           MOVE SA-COUNT(2) TO RCVS-COUNT.
           MOVE SA-TOTAL(2) TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Open 61-90 Days:" TO RCVS-LABEL.
           MOVE SA-COUNT(3) TO RCVS-COUNT.
           MOVE SA-TOTAL(3) TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Open Over 90 Days:" TO RCVS-LABEL.
           MOVE SA-COUNT(4) TO RCVS-COUNT.
           MOVE SA-TOTAL(4) TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Total Uncleared:" TO RCVS-LABEL.
           MOVE SUSPENSE-OPEN-COUNT TO RCVS-COUNT.
           MOVE SUSPENSE-OPEN-TOTAL TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO RECOVERY-SUMMARY-LINE.
           MOVE "Cleared Items On File:" TO RCVS-LABEL.
           MOVE SUSPENSE-CLEARED-COUNT TO RCVS-COUNT.
           MOVE ZEROS TO RCVS-AMOUNT.
           WRITE RECOVERY-SUMMARY-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-ACCOUNT-REPORT-FOOTER.

       RATE-MAINTENANCE-MENU.
           PERFORM LOAD-EXCHANGE-RATES.
           IF MENU-OPTION IS EQUAL TO 1
               PERFORM LIST-EXCHANGE-RATES
           ELSE IF MENU-OPTION IS EQUAL TO 2
               PERFORM ADD-EXCHANGE-RATE
           ELSE IF MENU-OPTION IS EQUAL TO 3
               PERFORM EXCHANGE-RATE-HISTORY
           ELSE IF MENU-OPTION IS EQUAL TO 4
               PERFORM IMPORT-TREASURY-RATES
           ELSE IF MENU-OPTION IS EQUAL TO 5
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-OK IS EQUAL TO "Y"
                   PERFORM SET-RATE-TOLERANCE
               END-IF.

       LOAD-EXCHANGE-RATES.
           MOVE ZEROS TO RATE-COUNT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-RATE-ROW.
           MOVE SPACE TO RATE-WORK-MARK.
           MOVE XR-CURRENCY(RATE-INDEX) TO RATE-WORK-CURRENCY.
           MOVE XR-RATE(RATE-INDEX) TO RATE-WORK-RATE.
           MOVE XR-EFFECTIVE(RATE-INDEX) TO RATE-WORK-EFFECTIVE.
           ACCEPT ADD-RATE-PROMPT.

       FIND-RATE-FOR-CURRENCY.
           PERFORM GET-CURRENT-TIME.
           MOVE NOW-DATE TO RATE-TODAY-NUMERIC.
           PERFORM FIND-RATE-AS-OF-DATE.

       FIND-RATE-AS-OF-DATE.
           MOVE 1 TO RATE-LOOKUP-RATE.
           MOVE "N" TO RATE-LOOKUP-FOUND.
           MOVE ZEROS TO RATE-LOOKUP-BEST-DATE.
           IF RATE-LOOKUP-CURRENCY IS EQUAL TO SPACES
               OR RATE-LOOKUP-CURRENCY IS EQUAL TO BASE-CURRENCY
               MOVE "Y" TO RATE-LOOKUP-FOUND
           ELSE
               PERFORM CHECK-NEXT-RATE-MATCH
                   VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX IS GREATER THAN RATE-COUNT
               MOVE "Y" TO RATE-LOOKUP-FOUND
           END-IF.

       EXCHANGE-RATE-HISTORY.
           PERFORM GET-CURRENT-TIME.
           MOVE SPACES TO RATE-WORK-CURRENCY.
           MOVE NOW-DATE TO RATE-HISTORY-DATE.
           DISPLAY RATE-HISTORY-SCREEN.
           ACCEPT RATE-HISTORY-SCREEN.
           MOVE FUNCTION UPPER-CASE(RATE-WORK-CURRENCY)
               TO RATE-WORK-CURRENCY.
           IF RATE-HISTORY-DATE IS EQUAL TO ZEROS
               MOVE NOW-DATE TO RATE-HISTORY-DATE.
           MOVE RATE-WORK-CURRENCY TO RATE-LOOKUP-CURRENCY.
           MOVE RATE-HISTORY-DATE TO RATE-TODAY-NUMERIC.
           PERFORM FIND-RATE-AS-OF-DATE.
           DISPLAY RATE-LIST-SCREEN.
           MOVE 3 TO CURRENT-LINE.
           PERFORM DISPLAY-NEXT-HISTORY-ROW
               VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX IS GREATER THAN RATE-COUNT.
           ADD 1 TO CURRENT-LINE.
           IF RATE-LOOKUP-BEST-DATE IS GREATER THAN ZEROS
               DISPLAY RATE-HISTORY-RESULT
           ELSE
               DISPLAY RATE-HISTORY-NONE
           END-IF.
           ADD 2 TO CURRENT-LINE.
           DISPLAY CONTINUE-PROMPT.
           ACCEPT CONTINUE-PROMPT.

       DISPLAY-NEXT-HISTORY-ROW.
           IF XR-CURRENCY(RATE-INDEX) IS EQUAL TO RATE-LOOKUP-CURRENCY
               IF CURRENT-LINE IS GREATER THAN SCREEN-ROWS
                   ADD 1 TO CURRENT-LINE
                   DISPLAY CONTINUE-PROMPT
                   ACCEPT CONTINUE-PROMPT
                   DISPLAY RATE-LIST-SCREEN
                   MOVE 3 TO CURRENT-LINE
               END-IF
               MOVE XR-CURRENCY(RATE-INDEX) TO RATE-WORK-CURRENCY
               MOVE XR-RATE(RATE-INDEX) TO RATE-WORK-RATE
               MOVE XR-EFFECTIVE(RATE-INDEX) TO RATE-WORK-EFFECTIVE
               MOVE SPACE TO RATE-WORK-MARK
               IF XR-EFFECTIVE(RATE-INDEX) IS EQUAL TO
                       RATE-LOOKUP-BEST-DATE
                   AND XR-RATE(RATE-INDEX) IS EQUAL TO
                       RATE-LOOKUP-RATE
                   MOVE "*" TO RATE-WORK-MARK
               END-IF
               DISPLAY RATE-LIST-ROW
               ADD 1 TO CURRENT-LINE
           END-IF.

       SET-RATE-TOLERANCE.
           DISPLAY RATE-TOLERANCE-SCREEN.
           ACCEPT RATE-TOLERANCE-SCREEN.
           IF RATE-TOLERANCE-PCT IS EQUAL TO ZEROS
               MOVE 5 TO RATE-TOLERANCE-PCT.
           PERFORM WRITE-CONTROL-FILE.

       IMPORT-TREASURY-RATES.
           MOVE SPACES TO CONTINUE-KEY.
           PERFORM SHOW-RATE-IMPORT-PROMPT
               UNTIL CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               OR "N" OR "n".
           IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
               MOVE "FXIMPORT" TO SPOOL-REPORT-TYPE
               PERFORM DISPLAY-REPORT-PROMPT
               IF CONTINUE-KEY IS EQUAL TO "Y" OR "y"
                   PERFORM RUN-TREASURY-RATE-IMPORT
                   MOVE SPACES TO CONTINUE-KEY
                   DISPLAY RATE-IMPORT-DONE-SCREEN
                   ACCEPT RATE-IMPORT-DONE-SCREEN
               END-IF
           END-IF.

       SHOW-RATE-IMPORT-PROMPT.
           DISPLAY RATE-IMPORT-PROMPT.
           ACCEPT RATE-IMPORT-PROMPT.

       RUN-TREASURY-RATE-IMPORT.
           PERFORM LOAD-EXCHANGE-RATES.
           MOVE ZEROS TO RATE-IMPORT-READ.
           MOVE ZEROS TO RATE-IMPORT-LOADED.
           MOVE ZEROS TO RATE-IMPORT-REJECTED.
           MOVE ZEROS TO RATE-IMPORT-WARNED.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-FXI-REPORT-HEADER.
           MOVE "N" TO RATE-IMPORT-EOF.
           OPEN INPUT TREASURY-RATE-FILE.
           PERFORM IMPORT-NEXT-TREASURY-RATE
               UNTIL RATE-IMPORT-EOF IS EQUAL TO "Y".
           CLOSE TREASURY-RATE-FILE.
           IF RATE-IMPORT-LOADED IS GREATER THAN ZEROS
               PERFORM SAVE-EXCHANGE-RATES
           END-IF.
           PERFORM WRITE-FXI-REPORT-SUMMARY.
           CLOSE REPORT-FILE.

       IMPORT-NEXT-TREASURY-RATE.
           READ TREASURY-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO RATE-IMPORT-EOF.
           IF RATE-IMPORT-EOF IS NOT EQUAL TO "Y"
               ADD 1 TO RATE-IMPORT-READ
               PERFORM CHECK-TREASURY-RATE
               IF RATE-IMPORT-OK IS EQUAL TO "Y"
                   ADD 1 TO RATE-COUNT
                   MOVE RATE-WORK-CURRENCY TO XR-CURRENCY(RATE-COUNT)
                   MOVE RATE-WORK-RATE TO XR-RATE(RATE-COUNT)
                   MOVE RATE-WORK-EFFECTIVE
                       TO XR-EFFECTIVE(RATE-COUNT)
                   ADD 1 TO RATE-IMPORT-LOADED
               ELSE
                   ADD 1 TO RATE-IMPORT-REJECTED
               END-IF
               IF RATE-IMPORT-RESULT IS NOT EQUAL TO SPACES
                   PERFORM WRITE-FXI-REPORT-LINE
               END-IF
           END-IF.

       CHECK-TREASURY-RATE.
           MOVE SPACES TO RATE-IMPORT-RESULT.
           MOVE "N" TO RATE-IMPORT-OK.
           MOVE ZEROS TO RATE-CHANGE-PCT.
           MOVE FUNCTION UPPER-CASE(TRS-CURRENCY)
               TO RATE-WORK-CURRENCY.
           MOVE ZEROS TO RATE-WORK-RATE.
           IF TRS-RATE IS NUMERIC
               MOVE TRS-RATE TO RATE-WORK-RATE.
           MOVE ZEROS TO RATE-WORK-EFFECTIVE.
           IF TRS-EFFECTIVE IS NUMERIC
               MOVE TRS-EFFECTIVE TO RATE-WORK-EFFECTIVE.
           IF RATE-WORK-EFFECTIVE IS EQUAL TO ZEROS
               PERFORM GET-CURRENT-TIME
               MOVE NOW-DATE TO RATE-WORK-EFFECTIVE
           END-IF.
           MOVE RATE-WORK-CURRENCY TO RATE-LOOKUP-CURRENCY.
           MOVE "N" TO RATE-DUPLICATE.
           PERFORM CHECK-NEXT-RATE-DUPLICATE
               VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX IS GREATER THAN RATE-COUNT
               OR RATE-DUPLICATE IS EQUAL TO "Y".
           MOVE RATE-WORK-EFFECTIVE TO RATE-TODAY-NUMERIC.
           PERFORM FIND-RATE-AS-OF-DATE.
           IF RATE-LOOKUP-BEST-DATE IS GREATER THAN ZEROS
               COMPUTE RATE-CHANGE-PCT ROUNDED =
                   (RATE-WORK-RATE - RATE-LOOKUP-RATE) * 100
                   / RATE-LOOKUP-RATE
                   ON SIZE ERROR MOVE 99999.99 TO RATE-CHANGE-PCT
               END-COMPUTE
           END-IF.
           IF RATE-WORK-CURRENCY IS EQUAL TO SPACES
               OR RATE-WORK-CURRENCY IS EQUAL TO BASE-CURRENCY
               MOVE "REJECTED, INVALID CURRENCY"
                   TO RATE-IMPORT-RESULT
           ELSE IF RATE-WORK-RATE IS EQUAL TO ZEROS
               MOVE "REJECTED, INVALID RATE" TO RATE-IMPORT-RESULT
           ELSE IF RATE-DUPLICATE IS EQUAL TO "Y"
               MOVE "REJECTED, ALREADY ON FILE" TO RATE-IMPORT-RESULT
           ELSE IF RATE-COUNT IS EQUAL TO RATE-MAX-COUNT
               MOVE "REJECTED, RATE FILE FULL" TO RATE-IMPORT-RESULT
           ELSE IF RATE-LOOKUP-BEST-DATE IS EQUAL TO ZEROS
               MOVE "LOADED, NO PRIOR RATE" TO RATE-IMPORT-RESULT
               MOVE "Y" TO RATE-IMPORT-OK
               ADD 1 TO RATE-IMPORT-WARNED
           ELSE IF RATE-CHANGE-PCT IS GREATER THAN RATE-TOLERANCE-PCT
               OR RATE-CHANGE-PCT IS LESS THAN ZERO - RATE-TOLERANCE-PCT
               MOVE "REJECTED, OUTSIDE TOLERANCE"
                   TO RATE-IMPORT-RESULT
           ELSE
               MOVE "Y" TO RATE-IMPORT-OK
           END-IF.

       CHECK-NEXT-RATE-DUPLICATE.
           IF XR-CURRENCY(RATE-INDEX) IS EQUAL TO RATE-WORK-CURRENCY
               AND XR-EFFECTIVE(RATE-INDEX) IS EQUAL TO
                   RATE-WORK-EFFECTIVE
               MOVE "Y" TO RATE-DUPLICATE
           END-IF.

       WRITE-FXI-REPORT-HEADER.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           PERFORM GET-CURRENT-TIME.
           MOVE FUNCTION CONCATENATE("Treasury Rate Import ",
               "Exceptions - ", DISPLAY-DATE-TIME)
               TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 2.
           MOVE SPACES TO FXI-REPORT-HEADER.
           MOVE "Cur" TO FXH-CURRENCY.
           MOVE "Eff Date" TO FXH-EFFECTIVE.
           MOVE "Prior Rate" TO FXH-PRIOR-RATE.
           MOVE "Prior Dt" TO FXH-PRIOR-DATE.
           MOVE "New Rate" TO FXH-NEW-RATE.
           MOVE "Change %" TO FXH-CHANGE.
           MOVE "Result" TO FXH-RESULT.
           WRITE FXI-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE ALL "-" TO FXH-CURRENCY.
           MOVE ALL "-" TO FXH-EFFECTIVE.
           MOVE ALL "-" TO FXH-PRIOR-RATE.
           MOVE ALL "-" TO FXH-PRIOR-DATE.
           MOVE ALL "-" TO FXH-NEW-RATE.
           MOVE ALL "-" TO FXH-CHANGE.
           MOVE ALL "-" TO FXH-RESULT.
           WRITE FXI-REPORT-HEADER BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-FXI-REPORT-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
               PERFORM WRITE-RVL-REPORT-FOOTER
               PERFORM WRITE-FXI-REPORT-HEADER
           END-IF.
           MOVE SPACES TO FXI-REPORT-LINE.
           MOVE RATE-WORK-CURRENCY TO FXL-CURRENCY.
           MOVE RATE-WORK-EFFECTIVE TO FXL-EFFECTIVE.
           MOVE RATE-LOOKUP-RATE TO FXL-PRIOR-RATE.
           MOVE RATE-LOOKUP-BEST-DATE TO FXL-PRIOR-DATE.
           IF RATE-LOOKUP-BEST-DATE IS EQUAL TO ZEROS
               MOVE ZEROS TO FXL-PRIOR-RATE.
           MOVE RATE-WORK-RATE TO FXL-NEW-RATE.
           MOVE RATE-CHANGE-PCT TO FXL-CHANGE.
           MOVE RATE-IMPORT-RESULT TO FXL-RESULT.
           WRITE FXI-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-FXI-REPORT-SUMMARY.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.
           MOVE SPACES TO FXI-SUMMARY-LINE.
           MOVE "Records Read:" TO FXS-LABEL.
           MOVE RATE-IMPORT-READ TO FXS-COUNT.
           WRITE FXI-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE "Rates Loaded:" TO FXS-LABEL.
           MOVE RATE-IMPORT-LOADED TO FXS-COUNT.
           WRITE FXI-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE "  New Currencies:" TO FXS-LABEL.
           MOVE RATE-IMPORT-WARNED TO FXS-COUNT.
           WRITE FXI-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE "Rates Rejected:" TO FXS-LABEL.
           MOVE RATE-IMPORT-REJECTED TO FXS-COUNT.
           WRITE FXI-SUMMARY-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO GENERIC-REPORT-LINE.
           STRING "Tolerance (%): " DELIMITED BY SIZE
               RATE-TOLERANCE-PCT(1:3) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               RATE-TOLERANCE-PCT(4:2) DELIMITED BY SIZE
               INTO GENERIC-REPORT-LINE
           END-STRING.
           WRITE GENERIC-REPORT BEFORE ADVANCING 1.

       SET-ACCOUNT-BASE-VALUE.
           MOVE ACCOUNT-CURRENCY TO RATE-LOOKUP-CURRENCY.
           PERFORM FIND-RATE-FOR-CURRENCY.
