               ACCESS IS DYNAMIC
               RECORD KEY IS EARNDED-KEY
               FILE STATUS IS FS-EARNDED.
           SELECT LOAN-FILE ASSIGN TO "loan"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS FS-LOAN.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "loanhist"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOANHIST.
           SELECT OVERTIME-FILE ASSIGN TO "overtime"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS FS-OVERTIME.
           SELECT TIMECLOCK-FILE ASSIGN TO "timeclock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIMECLOCK.
           SELECT OTEXC-FILE ASSIGN USING OTEXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OTEXC.
           SELECT OPERATOR-FILE ASSIGN TO "operator"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERATOR.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "period"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD
               FILE STATUS IS FS-PCTL.
           SELECT BUDGET-FILE ASSIGN TO "budget"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BUDGET-KEY
               FILE STATUS IS FS-BUDGET.
           SELECT CLAIM-FILE ASSIGN TO "claim"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAIM-KEY
               FILE STATUS IS FS-CLAIM.
           SELECT CLAIM-LIMIT-FILE ASSIGN TO "claimlim"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLMLIM-KEY
               FILE STATUS IS FS-CLAIM-LIMIT.
           SELECT SETTLE-FILE ASSIGN TO "settle"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SETTLE-EMPLOYEE-IC
               FILE STATUS IS FS-SETTLE.
           SELECT POSITION-OLD-FILE ASSIGN TO "position"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ACCESS IS DYNAMIC
               RECORD KEY IS EMPOLD-IC
               FILE STATUS IS FS-EMPLOYEE-OLD.
           SELECT POSITION-AUTH-FILE ASSIGN TO "position"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS POSAUT-ID
               FILE STATUS IS FS-POSITION-AUTH.
           SELECT EMPLOYEE-HIRE-FILE ASSIGN TO "employee"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMPHIR-IC
               FILE STATUS IS FS-EMPLOYEE-HIRE.
           SELECT PAYRUN-OLD-FILE ASSIGN TO "payrun"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAYOLD-KEY
               FILE STATUS IS FS-PAYRUN-OLD.
           SELECT PAYRUN-STAT-FILE ASSIGN TO "payrun"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAYSTA-KEY
               FILE STATUS IS FS-PAYRUN-STAT.
           SELECT PAYRUN-RUNM-FILE ASSIGN TO "payrun"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAYRNM-KEY
               FILE STATUS IS FS-PAYRUN-RUNM.
           SELECT PAYRUN-MIG-FILE ASSIGN TO "payrun.mig"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYRUN-MIG.
           SELECT LEAVE-CLOSE-FILE ASSIGN USING LEAVECLOSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVECLOSE.
           SELECT YEAREND-FILE ASSIGN USING YEAREND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YEAREND.
           SELECT ARREARS-FILE ASSIGN USING ARREARS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARREARS.
           SELECT SETTLE-STATEMENT-FILE ASSIGN USING SETTLE-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SETTLE-STMT.
           SELECT REQUISITION-FILE ASSIGN TO "requis"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
           SELECT AUDIT-WORK-FILE ASSIGN TO "auditnew"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-WORK.
           SELECT SALHIST-WORK-FILE ASSIGN TO "salhistnew"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALHIST-WORK.
           SELECT POSITION-BACKUP-FILE ASSIGN USING POSITION-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSITION-BACKUP.
           05 POSITION-SALARY      PIC 9(10).
           05 POSITION-DEPARTMENT  PIC X(10).
           05 POSITION-AUTHORIZED  PIC 9(03).
           05 POSITION-GRADE       PIC X(05).
           05 POSITION-GRADE-MIN   PIC 9(10).
           05 POSITION-GRADE-MAX   PIC 9(10).
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-IC          PIC X(16).
           05 EMPLOYEE-TERM-DATE   PIC X(10).
           05 EMPLOYEE-LEAVE-ENTITLE PIC 9(03).
           05 EMPLOYEE-HIRE-DATE   PIC X(10).
           05 EMPLOYEE-SALARY      PIC 9(10).
       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
           05 DEPARTMENT-ID            PIC X(10).
           05 AUDIT-OLD-VALUE      PIC X(32).
           05 AUDIT-NEW-VALUE      PIC X(32).
           05 AUDIT-OPERATOR       PIC X(10).
      *the arrears period stays spaces until 'payroll arrears' has
      *settled a raise dated back into closed pay periods. a P row
      *changes the position's standard rate, an E row one employee's
      *own rate; a row written before employees had their own rate
      *has neither and raised everyone in the position.
       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD.
           05 SALHIST-POSITION-ID      PIC X(10).
           05 SALHIST-OLD-SALARY       PIC 9(10).
           05 SALHIST-NEW-SALARY       PIC 9(10).
           05 SALHIST-EFFECTIVE-DATE   PIC X(10).
           05 SALHIST-ARREARS-PERIOD   PIC X(07).
           05 SALHIST-SCOPE            PIC X(01).
               88 SALHIST-STANDARD-RATE    VALUE "P".
               88 SALHIST-EMPLOYEE-RATE    VALUE "E".
               88 SALHIST-WHOLE-POSITION   VALUE SPACE.
           05 SALHIST-EMPLOYEE-IC      PIC X(16).
       FD EARNDED-FILE.
       01 EARNDED-RECORD.
           05 EARNDED-KEY.
           05 EARNDED-PERIOD       PIC X(07).
           05 EARNDED-START-DATE   PIC X(10).
           05 EARNDED-END-DATE     PIC X(10).
      *staff loans and salary advances - the close recovers the
      *instalment, plus any shortfall carried from earlier periods,
      *from the start period until the balance reaches zero.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LOAN-KEY.
               10 LOAN-EMPLOYEE-IC     PIC X(16).
               10 LOAN-ID              PIC X(10).
           05 LOAN-TYPE            PIC X(01).
               88 LOAN-STAFF-LOAN      VALUE "L".
               88 LOAN-ADVANCE         VALUE "A".
           05 LOAN-PRINCIPAL       PIC 9(10).
           05 LOAN-INSTALMENT      PIC 9(10).
           05 LOAN-START-PERIOD    PIC X(07).
           05 LOAN-BALANCE         PIC 9(10).
           05 LOAN-CARRIED         PIC 9(10).
           05 LOAN-LAST-PERIOD     PIC X(07).
           05 LOAN-ISSUE-DATE      PIC X(10).
           05 LOAN-STATUS          PIC X(01).
               88 LOAN-ACTIVE          VALUE "A".
               88 LOAN-REPAID          VALUE "R".
      *loan ledger - one row when a loan is issued and one for
      *every period the close draws it down. a recovery short of
      *the amount due carries the shortfall to the next period.
       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD.
           05 LOANHIST-EMPLOYEE-IC     PIC X(16).
           05 LOANHIST-LOAN-ID         PIC X(10).
           05 LOANHIST-PERIOD          PIC X(07).
           05 LOANHIST-ENTRY           PIC X(01).
               88 LOANHIST-ISSUE           VALUE "I".
               88 LOANHIST-RECOVERY        VALUE "R".
           05 LOANHIST-DUE             PIC 9(10).
           05 LOANHIST-AMOUNT          PIC 9(10).
           05 LOANHIST-CARRIED         PIC 9(10).
           05 LOANHIST-BALANCE         PIC 9(10).
           05 LOANHIST-DATE            PIC X(10).
      *overtime worked, one row per employee per day, loaded from
      *the time-clock extract. the close prices the row at the
      *period's hourly rate and the type's multiplier and stamps
      *the amount and the period that paid it.
       FD OVERTIME-FILE.
       01 OVERTIME-RECORD.
           05 OT-KEY.
               10 OT-EMPLOYEE-IC       PIC X(16).
               10 OT-DATE              PIC X(10).
           05 OT-NORMAL-HOURS      PIC 9(02)V99.
           05 OT-HOURS             PIC 9(02)V99.
           05 OT-TYPE              PIC X(01).
               88 OT-NORMAL-DAY        VALUE "N".
               88 OT-REST-DAY          VALUE "R".
               88 OT-PUBLIC-HOLIDAY    VALUE "P".
           05 OT-AMOUNT            PIC 9(10).
           05 OT-PAID-PERIOD       PIC X(07).
           05 OT-IMPORT-DATE       PIC X(10).
      *monthly time-clock extract, one pipe-delimited line per
      *employee day: ic|date|normal-hours|overtime-hours|type
      *where type is N normal day, R rest day, P public holiday.
       FD TIMECLOCK-FILE.
       01 TIMECLOCK-RECORD         PIC X(80).
      *overtime import exception listing
       FD OTEXC-FILE.
       01 OTEXC-RECORD             PIC X(80).
      *operators allowed to sign on. the role decides which
      *commands they may run - C clerk, P payroll officer,
      *R approver, A administrator. repeated failed sign-ons lock
      *the account until an administrator unlocks it.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID              PIC X(10).
           05 OPER-NAME            PIC X(30).
           05 OPER-ROLE            PIC X(01).
               88 OPER-CLERK           VALUE "C".
               88 OPER-PAYROLL         VALUE "P".
               88 OPER-APPROVER        VALUE "R".
               88 OPER-ADMIN           VALUE "A".
               88 OPER-ROLE-VALID      VALUE "C" "P" "R" "A".
           05 OPER-PASSWORD        PIC X(16).
           05 OPER-STATUS          PIC X(01).
               88 OPER-ACTIVE          VALUE "A".
               88 OPER-LOCKED          VALUE "L".
           05 OPER-FAILED          PIC 9(01).
           05 OPER-LAST-SIGNON     PIC X(21).
      *pay period control - one row per period tracking it through
      *1 open, 2 calculated, 3 closed, 4 bank file sent, 5 bank
      *reconciled, 6 journal posted and 7 locked, with the operator
      *and date of each step. a period closed before this file was
      *kept reads as closed.
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PCTL-PERIOD          PIC X(07).
           05 PCTL-STAGE           PIC 9(01).
               88 PCTL-OPEN            VALUE 1.
               88 PCTL-CALCULATED      VALUE 2.
               88 PCTL-CLOSED          VALUE 3.
               88 PCTL-BANK-SENT       VALUE 4.
               88 PCTL-RECONCILED      VALUE 5.
               88 PCTL-JOURNAL-POSTED  VALUE 6.
               88 PCTL-LOCKED          VALUE 7.
           05 PCTL-OPEN-BY         PIC X(10).
           05 PCTL-OPEN-ON         PIC X(10).
           05 PCTL-CALC-BY         PIC X(10).
           05 PCTL-CALC-ON         PIC X(10).
           05 PCTL-CLOSE-BY        PIC X(10).
           05 PCTL-CLOSE-ON        PIC X(10).
           05 PCTL-BANK-BY         PIC X(10).
           05 PCTL-BANK-ON         PIC X(10).
           05 PCTL-RECON-BY        PIC X(10).
           05 PCTL-RECON-ON        PIC X(10).
           05 PCTL-JOURNAL-BY      PIC X(10).
           05 PCTL-JOURNAL-ON      PIC X(10).
           05 PCTL-LOCK-BY         PIC X(10).
           05 PCTL-LOCK-ON         PIC X(10).
      *payroll budget per department and year. the monthly amount
      *is each month's cost budget - the year-to-date budget is that
      *times the months elapsed. a department over budget by more
      *than the tolerance percent is flagged on the variance report.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BUDGET-KEY.
               10 BUDGET-DEPARTMENT    PIC X(10).
               10 BUDGET-YEAR          PIC X(04).
           05 BUDGET-MONTHLY       PIC 9(10).
           05 BUDGET-HEADCOUNT     PIC 9(03).
           05 BUDGET-TOLERANCE     PIC 9(03).
      *expense claims - S submitted, A approved, R rejected, P paid
      *by the close of CLAIM-PAID-PERIOD. the approved amount is what
      *counts against the employee's annual limit for the type.
       FD CLAIM-FILE.
       01 CLAIM-RECORD.
           05 CLAIM-KEY.
               10 CLAIM-EMPLOYEE-IC    PIC X(16).
               10 CLAIM-ID             PIC X(10).
           05 CLAIM-TYPE           PIC X(01).
               88 CLAIM-MEDICAL        VALUE "M".
               88 CLAIM-TRAVEL         VALUE "T".
               88 CLAIM-PHONE          VALUE "P".
           05 CLAIM-RECEIPT-DATE   PIC X(10).
           05 CLAIM-AMOUNT         PIC 9(10).
           05 CLAIM-APPROVED       PIC 9(10).
           05 CLAIM-STATUS         PIC X(01).
               88 CLAIM-SUBMITTED      VALUE "S".
               88 CLAIM-ACCEPTED       VALUE "A".
               88 CLAIM-REJECTED       VALUE "R".
               88 CLAIM-PAID           VALUE "P".
           05 CLAIM-PAID-PERIOD    PIC X(07).
           05 CLAIM-ENTERED-BY     PIC X(10).
           05 CLAIM-ENTERED-ON     PIC X(10).
           05 CLAIM-APPROVED-BY    PIC X(10).
      *annual claim limit per type - a row with a position applies
      *to that position only, a row with a blank position to all
      *others.
       FD CLAIM-LIMIT-FILE.
       01 CLAIM-LIMIT-RECORD.
           05 CLMLIM-KEY.
               10 CLMLIM-TYPE          PIC X(01).
               10 CLMLIM-POSITION      PIC X(10).
           05 CLMLIM-ANNUAL        PIC 9(10).
      *final settlement for a leaving employee - one per employee,
      *worked out by 'emp settle' as at the termination date and
      *paid by the close of the final period. notice is counted
      *in calendar days, leave in working days.
       FD SETTLE-FILE.
       01 SETTLE-RECORD.
           05 SETTLE-EMPLOYEE-IC   PIC X(16).
           05 SETTLE-PERIOD        PIC X(07).
           05 SETTLE-TERM-DATE     PIC X(10).
           05 SETTLE-NOTICE-DATE   PIC X(10).
           05 SETTLE-NOTICE-BY     PIC X(01).
               88 SETTLE-RESIGNED      VALUE "E".
               88 SETTLE-DISMISSED     VALUE "C".
           05 SETTLE-NOTICE-DUE    PIC 9(03).
           05 SETTLE-NOTICE-SERVED PIC 9(03).
           05 SETTLE-LEAVE-EARNED  PIC 9(03).
           05 SETTLE-LEAVE-CARRIED PIC 9(03).
           05 SETTLE-LEAVE-TAKEN   PIC 9(03).
           05 SETTLE-LEAVE-DAYS    PIC 9(03).
           05 SETTLE-ADVANCE-DAYS  PIC 9(03).
           05 SETTLE-LEAVE-PAY     PIC 9(10).
           05 SETTLE-ADVANCE-AMT   PIC 9(10).
           05 SETTLE-LIEU-PAY      PIC 9(10).
           05 SETTLE-SHORT-AMT     PIC 9(10).
           05 SETTLE-ITEM-ALLOW    PIC 9(10).
           05 SETTLE-ITEM-DEDUCT   PIC 9(10).
           05 SETTLE-LOAN-OWED     PIC 9(11).
           05 SETTLE-UNRECOVERED   PIC 9(10).
           05 SETTLE-STATUS        PIC X(01).
               88 SETTLE-CALCULATED    VALUE "C".
               88 SETTLE-PAID          VALUE "P".
           05 SETTLE-BY            PIC X(10).
           05 SETTLE-ON            PIC X(10).
      *pre-authorized-headcount and pre-hire-date layouts, kept
      *only so 'migrate' can read masters written before the
      *position and employee records were widened.
           05 EMPOLD-STATUS        PIC X(01).
           05 EMPOLD-TERM-DATE     PIC X(10).
           05 EMPOLD-LEAVE-ENTITLE PIC 9(03).
      *pre-grade layouts - before the position carried a grade range
      *and each employee their own salary.
       FD POSITION-AUTH-FILE.
       01 POSITION-AUTH-RECORD.
           05 POSAUT-ID            PIC X(10).
           05 POSAUT-NAME          PIC X(20).
           05 POSAUT-SALARY        PIC 9(10).
           05 POSAUT-DEPARTMENT    PIC X(10).
           05 POSAUT-AUTHORIZED    PIC 9(03).
       FD EMPLOYEE-HIRE-FILE.
       01 EMPLOYEE-HIRE-RECORD.
           05 EMPHIR-IC            PIC X(16).
           05 EMPHIR-NAME          PIC X(32).
           05 EMPHIR-POSITION      PIC X(10).
           05 EMPHIR-STATUS        PIC X(01).
           05 EMPHIR-TERM-DATE     PIC X(10).
           05 EMPHIR-LEAVE-ENTITLE PIC 9(03).
           05 EMPHIR-HIRE-DATE     PIC X(10).
      *pre-statutory pay-run layout - before the statutory columns
      *and the payment status were added.
       FD PAYRUN-OLD-FILE.
           05 PAYOLD-ALLOWANCE     PIC 9(10).
           05 PAYOLD-DEDUCTION     PIC 9(10).
           05 PAYOLD-NET-PAY       PIC 9(11).
      *statutory-era pay-run layout - before the run marker was
      *added to the key.
       FD PAYRUN-STAT-FILE.
       01 PAYRUN-STAT-RECORD.
           05 PAYSTA-KEY.
               10 PAYSTA-PERIOD        PIC X(07).
               10 PAYSTA-EMPLOYEE-IC   PIC X(16).
           05 PAYSTA-EMPLOYEE-NAME PIC X(32).
           05 PAYSTA-POSITION      PIC X(10).
           05 PAYSTA-GROSS         PIC 9(10).
           05 PAYSTA-ALLOWANCE     PIC 9(10).
           05 PAYSTA-DEDUCTION     PIC 9(10).
           05 PAYSTA-NET-PAY       PIC 9(11).
           05 PAYSTA-TAX           PIC 9(10).
           05 PAYSTA-EPF-EMP       PIC 9(10).
           05 PAYSTA-EPF-ER        PIC 9(10).
           05 PAYSTA-SOCSO-EMP     PIC 9(10).
           05 PAYSTA-SOCSO-ER      PIC 9(10).
           05 PAYSTA-PAY-STATUS    PIC X(01).
           05 PAYSTA-FAIL-REASON   PIC X(20).
      *run-marker-era pay-run layout - before the claim
      *reimbursement column was added.
       FD PAYRUN-RUNM-FILE.
       01 PAYRUN-RUNM-RECORD.
           05 PAYRNM-KEY.
               10 PAYRNM-PERIOD        PIC X(07).
               10 PAYRNM-EMPLOYEE-IC   PIC X(16).
               10 PAYRNM-RUN           PIC X(01).
           05 PAYRNM-EMPLOYEE-NAME PIC X(32).
           05 PAYRNM-POSITION      PIC X(10).
           05 PAYRNM-GROSS         PIC 9(10).
           05 PAYRNM-ALLOWANCE     PIC 9(10).
           05 PAYRNM-DEDUCTION     PIC 9(10).
           05 PAYRNM-NET-PAY       PIC 9(11).
           05 PAYRNM-TAX           PIC 9(10).
           05 PAYRNM-EPF-EMP       PIC 9(10).
           05 PAYRNM-EPF-ER        PIC 9(10).
           05 PAYRNM-SOCSO-EMP     PIC 9(10).
           05 PAYRNM-SOCSO-ER      PIC 9(10).
           05 PAYRNM-PAY-STATUS    PIC X(01).
           05 PAYRNM-FAIL-REASON   PIC X(20).
       FD PAYRUN-MIG-FILE.
       01 PAYRUN-MIG-RECORD        PIC X(188).
       FD POSITION-MIG-FILE.
       01 POSITION-MIG-RECORD      PIC X(78).
       FD EMPLOYEE-MIG-FILE.
       01 EMPLOYEE-MIG-RECORD      PIC X(92).
       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMPLOYEE-IC     PIC X(16).
      *per-year closing statement print file
       FD LEAVE-CLOSE-FILE.
       01 LEAVE-CLOSE-RECORD       PIC X(80).
      *per-year remuneration statement print file
       FD YEAREND-FILE.
       01 YEAREND-RECORD           PIC X(80).
      *supplementary arrears run print file
       FD ARREARS-FILE.
       01 ARREARS-RECORD           PIC X(80).
      *final settlement statement print file, one per leaver
       FD SETTLE-STATEMENT-FILE.
       01 SETTLE-STMT-RECORD       PIC X(80).
      *company calendar - one row per public holiday, plus one
      *control row keyed 0000-00-00 whose name field carries the
      *monday-to-sunday working pattern in its first seven bytes.
           05 CAL-DATE             PIC X(10).
           05 CAL-NAME             PIC X(20).
      *dual-control queue - a sensitive change waits here until a
      *second operator approves it. SALARY carries the position id,
      *new salary text and effective date (spaces for the approval
      *date); EMPSAL the same for one employee's own rate, keyed by
      *ic; BANK the ic, bank code and account; TERM just the ic.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PEND-ID              PIC 9(10).
           05 PEND-TYPE            PIC X(06).
               88 PEND-SALARY          VALUE "SALARY".
               88 PEND-EMPSAL          VALUE "EMPSAL".
               88 PEND-BANK            VALUE "BANK".
               88 PEND-TERM            VALUE "TERM".
           05 PEND-KEY             PIC X(16).
               88 CAND-HIRED           VALUE "H".
               88 CAND-DECLINED        VALUE "R".
           05 CAND-HIRE-DATE       PIC X(10).
      *the run marker keeps a supplementary (arrears) run beside
      *the regular run of the same period - R regular, S
      *supplementary. claim reimbursements are paid in the net pay
      *but kept out of the taxable gross and allowances.
       FD PAYRUN-FILE.
       01 PAYRUN-RECORD.
           05 PAYRUN-KEY.
               10 PAYRUN-PERIOD        PIC X(07).
               10 PAYRUN-EMPLOYEE-IC   PIC X(16).
               10 PAYRUN-RUN           PIC X(01).
                   88 PAYRUN-REGULAR       VALUE "R".
                   88 PAYRUN-SUPPLEMENTARY VALUE "S".
           05 PAYRUN-EMPLOYEE-NAME PIC X(32).
           05 PAYRUN-POSITION      PIC X(10).
           05 PAYRUN-GROSS         PIC 9(10).
               88 PAYRUN-PAID          VALUE "P".
               88 PAYRUN-FAILED        VALUE "F".
           05 PAYRUN-FAIL-REASON   PIC X(20).
           05 PAYRUN-REIMBURSE     PIC 9(10).
      *statutory rate bands - employee and employer portions. the
      *percentages apply to gross plus allowances; socso is a flat
      *amount per band.
       01 AUDIT-ARCHIVE-RECORD     PIC X(151).
       FD AUDIT-WORK-FILE.
       01 AUDIT-WORK-RECORD        PIC X(151).
       FD SALHIST-WORK-FILE.
       01 SALHIST-WORK-RECORD      PIC X(64).
       FD POSITION-BACKUP-FILE.
       01 POSITION-BACKUP-RECORD   PIC X(78).
       FD EMPLOYEE-BACKUP-FILE.
       01 EMPLOYEE-BACKUP-RECORD   PIC X(92).
       FD DEPARTMENT-BACKUP-FILE.
       01 DEPARTMENT-BACKUP-RECORD PIC X(46).
       FD REJECT-FILE.
       01 FS-SALHIST                PIC XX.
       01 FS-MOVHIST                PIC XX.
       01 FS-EARNDED                PIC XX.
       01 FS-LOAN                   PIC XX.
       01 FS-LOANHIST               PIC XX.
       01 FS-OVERTIME               PIC XX.
       01 FS-TIMECLOCK              PIC XX.
       01 FS-OTEXC                  PIC XX.
       01 FS-OPERATOR               PIC XX.
       01 FS-PCTL                   PIC XX.
       01 FS-BUDGET                 PIC XX.
       01 FS-CLAIM                  PIC XX.
       01 FS-CLAIM-LIMIT            PIC XX.
       01 FS-PAYRUN-RUNM            PIC XX.
       01 FS-PAYRUN                 PIC XX.
       01 FS-RATETAB                PIC XX.
       01 FS-REQUISITION            PIC XX.
       01 FS-RETURN                 PIC XX.
       01 FS-JOURNAL                PIC XX.
       01 FS-LEAVECLOSE             PIC XX.
       01 FS-YEAREND                PIC XX.
       01 FS-CALENDAR               PIC XX.
       01 FS-PENDING                PIC XX.
       01 FS-CANDIDATE              PIC XX.
       01 FS-SPOOL                  PIC XX.
       01 FS-POSITION-OLD           PIC XX.
       01 FS-EMPLOYEE-OLD           PIC XX.
       01 FS-POSITION-AUTH          PIC XX.
       01 FS-EMPLOYEE-HIRE          PIC XX.
       01 FS-POSITION-MIG           PIC XX.
       01 FS-EMPLOYEE-MIG           PIC XX.
       01 FS-PAYRUN-OLD             PIC XX.
       01 FS-PAYRUN-MIG             PIC XX.
       01 FS-PAYRUN-STAT            PIC XX.
       01 FS-ARREARS                PIC XX.
       01 FS-SETTLE                 PIC XX.
       01 FS-SETTLE-STMT            PIC XX.
       01 FS-SALHIST-WORK           PIC XX.
       01 FS-EXCEPTION              PIC XX.
       01 FS-REJECT                 PIC XX.
       01 FS-CHECKPOINT             PIC XX.
       01 BATCH-F3                  PIC X(20).
       01 BATCH-F4                  PIC X(20).
       01 BATCH-F5                  PIC X(20).
       01 BATCH-F6                  PIC X(20).
       01 BATCH-CARD-NUM            PIC 9(5).
       01 BATCH-EXPECTED            PIC 9(5).
       01 BATCH-DATA-COUNT          PIC 9(5).
       01 SAVE-EMPLOYEE-POSITION    PIC X(10).
       01 SAVE-EMPLOYEE-ENTITLE     PIC 9(03).
       01 SAVE-EMPLOYEE-HIRE        PIC X(10).
       01 SAVE-EMPLOYEE-SALARY      PIC 9(10).
      *pro-rated base pay for a hire or termination inside the
      *pay period, and the calendar arithmetic behind it
       01 WORK-YEAR                 PIC 9(04).
       01 SERVICE-TOT-MONTHS        PIC 9(05).
       01 SERVICE-YEARS             PIC 9(03).
       01 SERVICE-MONTHS            PIC 9(02).
       01 SERVICE-AS-AT             PIC X(10).
       01 ANNIV-MONTH               PIC X(02).
      *bank payment instruction file
       01 PAYMENT-FILE-NAME         PIC X(30).
       01 RETURN-FILE-NAME          PIC X(30).
       01 RETURN-APPLIED            PIC 9(5).
       01 RETURN-UNMATCHED          PIC 9(5).
       01 RETURN-APPLY-FLAG         PIC X(01).
           88 RETURN-APPLIED-OK         VALUE "Y".
           88 RETURN-APPLY-FAILED       VALUE "N".
       01 FAILED-COUNT              PIC 9(5).
      *department cost-centre journal accumulators
       01 JOURNAL-FILE-NAME         PIC X(30).
       01 CARRY-OUT                 PIC 9(5).
       01 FORFEIT-DAYS              PIC 9(5).
       01 CLOSE-COUNT               PIC 9(5).
      *year-end remuneration statements - the per-employee sums,
      *the statement totals and the monthly close totals they must
      *tie back to. the close map carries Y per month with a run.
       01 YEAREND-FILE-NAME         PIC X(30).
       01 YEAR-MONTH-NUM            PIC 9(02).
       01 YEAR-CLOSE-MAP            PIC X(12).
       01 YEAR-OPEN-COUNT           PIC 9(02).
       01 PERIOD-STATUS-X           PIC X(07).
       01 STMT-COUNT                PIC 9(5).
       01 STMT-LEAVERS              PIC 9(5).
       01 STMT-MONTHS               PIC 9(02).
       01 STMT-LAST-PERIOD          PIC X(07).
       01 STMT-GROSS                PIC 9(12).
       01 STMT-ALLOWANCE            PIC 9(12).
       01 STMT-DEDUCTION            PIC 9(12).
       01 STMT-TAX                  PIC 9(12).
       01 STMT-EPF-EMP              PIC 9(12).
       01 STMT-EPF-ER               PIC 9(12).
       01 STMT-SOCSO-EMP            PIC 9(12).
       01 STMT-SOCSO-ER             PIC 9(12).
       01 STMT-NET                  PIC 9(12).
       01 STMT-REMUN                PIC 9(12).
       01 STMT-TOTAL-GROSS          PIC 9(15).
       01 STMT-TOTAL-ALLOWANCE      PIC 9(15).
       01 STMT-TOTAL-DEDUCTION      PIC 9(15).
       01 STMT-TOTAL-TAX            PIC 9(15).
       01 STMT-TOTAL-EPF-EMP        PIC 9(15).
       01 STMT-TOTAL-EPF-ER         PIC 9(15).
       01 STMT-TOTAL-SOCSO-EMP      PIC 9(15).
       01 STMT-TOTAL-SOCSO-ER       PIC 9(15).
       01 STMT-TOTAL-NET            PIC 9(15).
       01 PERIOD-HEADS              PIC 9(5).
       01 PERIOD-GROSS              PIC 9(12).
       01 PERIOD-ALLOWANCE          PIC 9(12).
       01 PERIOD-DEDUCTION          PIC 9(12).
       01 PERIOD-TAX                PIC 9(12).
       01 PERIOD-EPF-EMP            PIC 9(12).
       01 PERIOD-EPF-ER             PIC 9(12).
       01 PERIOD-SOCSO-EMP          PIC 9(12).
       01 PERIOD-SOCSO-ER           PIC 9(12).
       01 PERIOD-NET                PIC 9(12).
       01 YEAR-GROSS                PIC 9(15).
       01 YEAR-ALLOWANCE            PIC 9(15).
       01 YEAR-DEDUCTION            PIC 9(15).
       01 YEAR-TAX                  PIC 9(15).
       01 YEAR-EPF-EMP              PIC 9(15).
       01 YEAR-EPF-ER               PIC 9(15).
       01 YEAR-SOCSO-EMP            PIC 9(15).
       01 YEAR-SOCSO-ER             PIC 9(15).
       01 YEAR-NET                  PIC 9(15).
      *retro salary arrears - a raise dated back into closed
      *periods is paid as a supplementary run of the latest closed
      *period. the run select picks which run of a period the bank
      *file, return and re-issue commands work on.
       01 ARREARS-FILE-NAME         PIC X(30).
       01 OTEXC-FILE-NAME           PIC X(30).
       01 SALARY-EFFECTIVE-DATE     PIC X(10) VALUE SPACES.
       01 RUN-SELECT                PIC X(01) VALUE "R".
           88 REGULAR-RUN               VALUE "R".
           88 SUPPLEMENTARY-RUN         VALUE "S".
       01 SUPP-RUN-FLAG             PIC X(01).
           88 SUPP-RUN-EXISTS           VALUE "Y".
           88 SUPP-RUN-ABSENT           VALUE "N".
       01 SUPP-PERIOD               PIC X(07).
       01 LATEST-PERIOD             PIC X(07).
       01 ARR-DAYS                  PIC 9(02).
       01 ARR-INCREMENT             PIC 9(10).
       01 ARR-PERIOD-AMOUNT         PIC 9(10).
       01 ARR-TAX-DIFF              PIC 9(10).
       01 ARR-EPF-EMP-DIFF          PIC 9(10).
       01 ARR-EPF-ER-DIFF           PIC 9(10).
       01 ARR-SOCSO-EMP-DIFF        PIC 9(10).
       01 ARR-SOCSO-ER-DIFF         PIC 9(10).
       01 ARR-STAT-DIFF             PIC 9(11).
       01 ARR-GROSS                 PIC 9(10).
       01 ARR-TAX                   PIC 9(10).
       01 ARR-EPF-EMP               PIC 9(10).
       01 ARR-EPF-ER                PIC 9(10).
       01 ARR-SOCSO-EMP             PIC 9(10).
       01 ARR-SOCSO-ER              PIC 9(10).
       01 ARR-NET                   PIC 9(11).
       01 ARR-EMP-COUNT             PIC 9(5).
       01 ARR-ROW-COUNT             PIC 9(5).
       01 ARR-SETTLED               PIC 9(5).
      *only the close (PAY-POSTING) draws loans down, posts the
      *loan ledger and prices the overtime rows; the register
      *previews the same figures without touching those files.
       01 PAY-POST-FLAG             PIC X(01) VALUE "N".
           88 PAY-POSTING               VALUE "Y".
           88 PAY-PREVIEW               VALUE "N".
      *staff loans
       01 EMP-LOAN                  PIC 9(10).
       01 TOTAL-LOAN                PIC 9(15).
       01 LOAN-DUE                  PIC 9(10).
       01 LOAN-RECOVERED            PIC 9(10).
       01 LOAN-OWED                 PIC 9(11).
       01 LEDGER-SCOPE-FLAG         PIC X(01).
           88 LEDGER-IN-SCOPE           VALUE "Y".
           88 LEDGER-OUT-OF-SCOPE       VALUE "N".
       01 LEDGER-BALANCE            PIC 9(10).
       01 LEDGER-PERIOD-AMOUNT      PIC 9(10).
       01 LEDGER-LOANS              PIC 9(5).
       01 LEDGER-TOTAL-RECOVERED    PIC 9(15).
       01 LEDGER-TOTAL-BALANCE      PIC 9(15).
      *overtime - the hourly rate is the monthly salary over the
      *period's working days and OT-DAY-HOURS, times the type's
      *multiplier.
       01 OT-DAY-HOURS              PIC 9(02) VALUE 8.
       01 OT-MULT-NORMAL            PIC 9V9 VALUE 1.5.
       01 OT-MULT-REST              PIC 9V9 VALUE 2.0.
       01 OT-MULT-HOLIDAY           PIC 9V9 VALUE 3.0.
       01 OT-MULT                   PIC 9V9.
       01 OT-RATE-FLAG              PIC X(01).
           88 OT-RATE-SET               VALUE "Y".
           88 OT-RATE-UNSET             VALUE "N".
       01 OT-RATE-DAYS              PIC 9(02).
       01 EMP-OVERTIME              PIC 9(10).
       01 TOTAL-OVERTIME            PIC 9(15).
       01 OT-SLIP-N-HOURS           PIC 9(03)V99.
       01 OT-SLIP-R-HOURS           PIC 9(03)V99.
       01 OT-SLIP-P-HOURS           PIC 9(03)V99.
       01 OT-SLIP-N-AMOUNT          PIC 9(10).
       01 OT-SLIP-R-AMOUNT          PIC 9(10).
       01 OT-SLIP-P-AMOUNT          PIC 9(10).
       01 OT-HOURS-ED               PIC ZZ9.99.
       01 OT-NORMAL-ED              PIC Z9.99.
      *time-clock import - a short line leaves surplus UNSTRING
      *receivers untouched, so TC-SPLIT clears them first
       01 TC-IC                     PIC X(20).
       01 TC-DATE                   PIC X(20).
       01 TC-NORMAL                 PIC X(20).
       01 TC-OVERTIME               PIC X(20).
       01 TC-TYPE                   PIC X(20).
       01 TC-NORMAL-NUM             PIC 9(03)V99.
       01 TC-OVERTIME-NUM           PIC 9(03)V99.
       01 TC-HOLIDAY                PIC X(01).
       01 TC-LINE-NUM               PIC 9(5).
       01 TC-LOADED                 PIC 9(5).
       01 TC-REJECTED               PIC 9(5).
       01 TC-REASON                 PIC X(30).
      *working-day calendar lookups - the week pattern runs monday
      *(position 1) to sunday (position 7), Y for a working day
       01 WEEK-PATTERN              PIC X(07).
       01 APPROVER-ID               PIC X(10).
       01 NEXT-PEND-ID              PIC 9(10).
       01 AUDIT-OPERATOR-ID         PIC X(10) VALUE SPACES.
      *operator session - set once by the sign-on at start-up. the
      *session id is the requester and approver on the pending
      *queue and the operator on any audit entry not staged with
      *another id.
       01 SESSION-OPERATOR-ID       PIC X(10) VALUE SPACES.
       01 SESSION-ROLE              PIC X(01) VALUE SPACES.
           88 SESSION-CLERK             VALUE "C".
           88 SESSION-PAYROLL           VALUE "P".
           88 SESSION-APPROVER          VALUE "R".
           88 SESSION-ADMIN             VALUE "A".
       01 SIGNON-FLAG               PIC X(01) VALUE "N".
           88 SIGNED-ON                 VALUE "Y".
           88 NOT-SIGNED-ON             VALUE "N".
       01 SIGNON-TRIES              PIC 9(01) VALUE 0.
       01 SIGNON-MAX-FAILS          PIC 9(01) VALUE 3.
       01 SIGNON-PASSWORD           PIC X(16).
       01 SIGNON-NEW-PASSWORD       PIC X(16).
       01 OPER-EMPTY-FLAG           PIC X(01).
           88 OPER-FILE-EMPTY           VALUE "Y" "M".
           88 OPER-FILE-MISSING         VALUE "M".
           88 OPER-FILE-LOADED          VALUE "N".
           88 OPER-FILE-UNUSABLE        VALUE "X".
      *expense claims - usage is the approved amount of claims
      *with a receipt date in CLAIM-YEAR; pending is the claimed
      *amount of those still waiting for approval
       01 EMP-REIMBURSE             PIC 9(10).
       01 TOTAL-REIMBURSE           PIC 9(15).
       01 CLAIM-NEW-TYPE            PIC X(01).
       01 CLAIM-NEW-DATE            PIC X(10).
       01 CLAIM-NEW-AMOUNT          PIC 9(10).
       01 CLAIM-YEAR                PIC X(04).
       01 CLAIM-LIMIT-AMOUNT        PIC 9(10).
       01 CLAIM-LIMIT-FLAG          PIC X(01).
           88 CLAIM-LIMIT-FOUND         VALUE "Y".
           88 CLAIM-LIMIT-NONE          VALUE "N".
       01 CLAIM-USED                PIC 9(11).
       01 CLAIM-PENDING             PIC 9(11).
       01 CLAIM-REMAINING           PIC 9(11).
       01 CLAIM-SKIP-ID             PIC X(10).
      *budget variance - actual cost is gross plus allowances plus
      *employer epf and socso, for the month and the year to date
       01 BUDGET-FOUND-FLAG         PIC X(01).
           88 BUDGET-ON-FILE            VALUE "Y".
           88 BUDGET-NOT-ON-FILE        VALUE "N".
       01 BUDGET-NEW-MONTHLY        PIC 9(10).
       01 BUDGET-NEW-HEADCOUNT      PIC 9(03).
       01 BUDGET-NEW-TOLERANCE      PIC 9(03).
       01 VAR-MONTH-ACTUAL          PIC 9(15).
       01 VAR-YTD-ACTUAL            PIC 9(15).
       01 VAR-MONTH-BUDGET          PIC 9(15).
       01 VAR-YTD-BUDGET            PIC 9(15).
       01 VAR-HEADCOUNT             PIC 9(5).
       01 VAR-MONTHS                PIC 9(2).
       01 VAR-AMOUNT                PIC S9(15).
       01 VAR-PCT                   PIC S9(5)V9.
       01 VAR-MONTH-ED              PIC -(14)9.
       01 VAR-YTD-ED                PIC -(14)9.
       01 VAR-MONTH-PCT-ED          PIC -(4)9.9.
       01 VAR-YTD-PCT-ED            PIC -(4)9.9.
       01 VAR-FLAG                  PIC X(05).
       01 VAR-OVER-COUNT            PIC 9(5).
       01 VAR-TOTAL-MONTH-ACTUAL    PIC 9(15).
       01 VAR-TOTAL-MONTH-BUDGET    PIC 9(15).
       01 VAR-TOTAL-YTD-ACTUAL      PIC 9(15).
       01 VAR-TOTAL-YTD-BUDGET      PIC 9(15).
       01 VAR-COMPANY-MONTH         PIC 9(15).
       01 VAR-UNRESOLVED            PIC 9(15).
      *pay period control - PERIOD-CONTROL-READ leaves PAY-PERIOD's
      *row in the record area whether or not it is on file yet;
      *LOCK-PERIOD is the period a master-file change falls in
       01 PCTL-FOUND-FLAG           PIC X(01).
           88 PCTL-ON-FILE              VALUE "Y".
           88 PCTL-NOT-ON-FILE          VALUE "N".
       01 PCTL-NEW-STAGE            PIC 9(01).
       01 PCTL-OLD-STAGE            PIC 9(01).
       01 PCTL-STAGE-TEXT           PIC X(16).
       01 PCTL-LAST-BY              PIC X(10).
       01 PCTL-LAST-ON              PIC X(10).
       01 PCTL-LIST-PERIOD          PIC X(07).
       01 LOCK-PERIOD               PIC X(07).
       01 LOCK-PERIOD-FLAG          PIC X(01).
           88 LOCK-PERIOD-LOCKED        VALUE "Y".
           88 LOCK-PERIOD-UNLOCKED      VALUE "N".
       01 COMMAND-CLASS             PIC X(01).
           88 COMMAND-ANYONE            VALUE "O".
           88 COMMAND-CLERK             VALUE "C".
           88 COMMAND-PAYROLL           VALUE "P".
           88 COMMAND-APPROVAL          VALUE "R".
           88 COMMAND-ADMIN             VALUE "A".
       01 COMMAND-FLAG              PIC X(01).
           88 COMMAND-ALLOWED           VALUE "Y".
           88 COMMAND-DENIED            VALUE "N".
      *report spool state - a report names itself and its column
      *headings, then feeds detail lines through SPOOL-PUT which
      *repeats the headings on every new page. inside a monthpack
       01 TOTAL-AUTHORIZED          PIC 9(5).
       01 TOTAL-ACTIVE              PIC 9(5).
       01 TOTAL-OPEN                PIC 9(5).
      *individual pay rates - the monthly rate being paid, the grade
      *range checks and the compa-ratio report
       01 EMP-BASE-RATE             PIC 9(10).
       01 EMPSAL-OLD                PIC 9(10).
       01 EMPSAL-NEW                PIC 9(10).
       01 EMPSAL-CARRIED            PIC 9(5).
       01 EMPSAL-NO-RATE            PIC 9(5).
       01 GRADE-FLAG                PIC X(01).
           88 GRADE-IN-RANGE            VALUE "Y".
           88 GRADE-OUT-OF-RANGE        VALUE "N".
           88 GRADE-NO-POSITION         VALUE "X".
       01 GRADE-NEW-ID              PIC X(05).
       01 GRADE-NEW-MIN             PIC 9(10).
       01 GRADE-NEW-MAX             PIC 9(10).
       01 GRADE-OUTSIDE             PIC 9(5).
       01 GRADE-TEXT                PIC X(32).
       01 COMPA-MIDPOINT            PIC 9(10)V9.
       01 COMPA-RATIO               PIC 9(5)V9.
       01 COMPA-RATIO-ED            PIC ZZZZ9.9.
       01 COMPA-RANGE-PCT           PIC S9(7)V9.
       01 COMPA-RANGE-ED            PIC -(6)9.9.
       01 COMPA-FLAG                PIC X(05).
       01 COMPA-COUNT               PIC 9(5).
       01 COMPA-BELOW               PIC 9(5).
       01 COMPA-ABOVE               PIC 9(5).
       01 COMPA-TOTAL-SALARY        PIC 9(15).
       01 COMPA-TOTAL-MIDPOINT      PIC 9(15)V9.
      *final settlement - the answers keyed for it, the working
      *figures behind it and the leaver's final period, which the
      *close uses to pay out items stopped at the termination date
      *and to recover what is left of a loan.
       01 SETTLE-FLAG               PIC X(01).
           88 SETTLE-FOUND              VALUE "Y".
           88 SETTLE-MISSING            VALUE "N".
       01 SETTLE-CHECK-FLAG         PIC X(01).
           88 SETTLE-ALLOWED            VALUE "Y".
           88 SETTLE-REFUSED            VALUE "N".
       01 SETTLE-LATE-FLAG          PIC X(01).
           88 SETTLE-LATE               VALUE "Y".
           88 SETTLE-ON-TIME            VALUE "N".
       01 PAY-SELECT-FLAG           PIC X(01).
           88 PAY-SELECTED              VALUE "Y".
           88 PAY-NOT-SELECTED          VALUE "N".
       01 SETTLE-NEW-PERIOD         PIC X(07).
       01 SETTLE-PAY-FLAG           PIC X(01).
           88 SETTLE-DUE                VALUE "Y".
           88 SETTLE-NOT-DUE            VALUE "N".
       01 SETTLE-RECOVER-DUE        PIC 9(10).
       01 SETTLE-RECOVERED          PIC 9(10).
       01 SETTLE-SHORTFALL          PIC 9(10).
       01 SETTLE-LATE-DAYS          PIC 9(05).
       01 SETTLE-OUTSTANDING        PIC 9(05).
       01 SETTLE-NEW-TERM           PIC X(10).
       01 SETTLE-NEW-NOTICE         PIC X(10).
       01 SETTLE-NEW-BY             PIC X(01).
       01 SETTLE-DATE-INT           PIC 9(08).
       01 SETTLE-SHORT-DAYS         PIC 9(03).
       01 SETTLE-RATE-DAYS          PIC 9(02).
       01 SETTLE-START-MONTH        PIC 9(02).
       01 SETTLE-END-MONTH          PIC 9(02).
       01 SETTLE-MONTHS             PIC 9(02).
       01 SETTLE-AVAILABLE          PIC 9(05).
       01 SETTLE-ENDED              PIC 9(05).
       01 SETTLE-PAID-COUNT         PIC 9(05).
       01 SETTLE-ALLOW              PIC 9(11).
       01 SETTLE-DEDUCT             PIC 9(11).
       01 SETTLE-NET                PIC S9(11).
       01 SETTLE-NET-ED             PIC -(11)9.
       01 SETTLE-STMT-NAME          PIC X(40).
       01 FINAL-TERM-DATE           PIC X(10).

       PROCEDURE DIVISION.
       DISPLAY "CRUNCH - human resource management done right".
       DISPLAY " ".
       DISPLAY "run 'help' for list of available commands.".
       DISPLAY "run 'setup' if this is the first time.".
       PERFORM OPERATOR-SIGN-ON.
       PERFORM PROCEDURE-MAIN.
       CLI-HANDLER.
           DISPLAY "---------------------------------------------".
           DISPLAY "> " WITH NO ADVANCING.
           ACCEPT CLI-INPUT.
           PERFORM COMMAND-PERMISSION-CHECK.
           IF COMMAND-DENIED THEN
               PERFORM COMMAND-DENY
           ELSE IF CLI-INPUT = "setup" THEN
               PERFORM PROCEDURE-SETUP
           ELSE IF CLI-INPUT = "help" THEN
               PERFORM PROCEDURE-HELP
               PERFORM SALARY-HISTORY-LIST
           ELSE IF CLI-INPUT = "pos vacancy" THEN
               PERFORM POSITION-VACANCY
           ELSE IF CLI-INPUT = "pos compa" THEN
               PERFORM POSITION-COMPA
      *    employee
           ELSE IF CLI-INPUT = "emp" THEN
               PERFORM PROCEDURE-EMPLOYEE
               PERFORM EMPLOYEE-TRANSFER
           ELSE IF CLI-INPUT = "emp movhist" THEN
               PERFORM MOVEMENT-HISTORY-LIST
           ELSE IF CLI-INPUT = "emp salary" THEN
               PERFORM EMPLOYEE-SALARY-CHANGE
           ELSE IF CLI-INPUT = "emp salhist" THEN
               PERFORM EMPLOYEE-SALHIST-LIST
           ELSE IF CLI-INPUT = "emp export" THEN
               PERFORM EMPLOYEE-EXPORT
           ELSE IF CLI-INPUT = "emp earnded add" THEN
               PERFORM EARNDED-END
           ELSE IF CLI-INPUT = "emp earnded list" THEN
               PERFORM EARNDED-LIST
           ELSE IF CLI-INPUT = "emp loan add" THEN
               PERFORM LOAN-ADD
           ELSE IF CLI-INPUT = "emp loan list" THEN
               PERFORM LOAN-LIST
           ELSE IF CLI-INPUT = "emp loan ledger" THEN
               PERFORM LOAN-LEDGER
           ELSE IF CLI-INPUT = "emp bank" THEN
               PERFORM EMPLOYEE-BANK
           ELSE IF CLI-INPUT = "emp settle" THEN
               PERFORM EMPLOYEE-SETTLE
           ELSE IF CLI-INPUT = "emp settle print" THEN
               PERFORM EMPLOYEE-SETTLE-PRINT
           ELSE IF CLI-INPUT = "emp settle list" THEN
               PERFORM EMPLOYEE-SETTLE-LIST
      *    department
           ELSE IF CLI-INPUT = "dept" THEN
               PERFORM PROCEDURE-DEPARTMENT
               PERFORM DEPARTMENT-DELETE
           ELSE IF CLI-INPUT = "dept headcount" THEN
               PERFORM DEPARTMENT-HEADCOUNT
           ELSE IF CLI-INPUT = "dept budget" THEN
               PERFORM BUDGET-SET
           ELSE IF CLI-INPUT = "dept budget list" THEN
               PERFORM BUDGET-LIST
           ELSE IF CLI-INPUT = "dept variance" THEN
               PERFORM BUDGET-VARIANCE
      *    leave
           ELSE IF CLI-INPUT = "leave" THEN
               PERFORM PROCEDURE-LEAVE
               PERFORM LEAVE-REPORT
           ELSE IF CLI-INPUT = "leave close" THEN
               PERFORM LEAVE-YEAR-CLOSE
      *    expense claims
           ELSE IF CLI-INPUT = "claim" THEN
               PERFORM PROCEDURE-CLAIM
           ELSE IF CLI-INPUT = "claim add" THEN
               PERFORM CLAIM-ADD
           ELSE IF CLI-INPUT = "claim list" THEN
               PERFORM CLAIM-LIST
           ELSE IF CLI-INPUT = "claim approve" THEN
               PERFORM CLAIM-APPROVE
           ELSE IF CLI-INPUT = "claim reject" THEN
               PERFORM CLAIM-REJECT
           ELSE IF CLI-INPUT = "claim limit" THEN
               PERFORM CLAIM-LIMIT-SET
           ELSE IF CLI-INPUT = "claim limit list" THEN
               PERFORM CLAIM-LIMIT-LIST
           ELSE IF CLI-INPUT = "claim report" THEN
               PERFORM CLAIM-REPORT
      *    company calendar
           ELSE IF CLI-INPUT = "cal" THEN
               PERFORM PROCEDURE-CALENDAR
               PERFORM PAYROLL-CLOSE
           ELSE IF CLI-INPUT = "payroll compare" THEN
               PERFORM PAYROLL-COMPARE
           ELSE IF CLI-INPUT = "payroll yearend" THEN
               PERFORM PAYROLL-YEAR-END
           ELSE IF CLI-INPUT = "payroll arrears" THEN
               PERFORM PAYROLL-ARREARS
           ELSE IF CLI-INPUT = "period list" THEN
               PERFORM PERIOD-LIST
           ELSE IF CLI-INPUT = "period show" THEN
               PERFORM PERIOD-SHOW
           ELSE IF CLI-INPUT = "period lock" THEN
               PERFORM PERIOD-LOCK
           ELSE IF CLI-INPUT = "overtime import" THEN
               PERFORM OVERTIME-IMPORT
           ELSE IF CLI-INPUT = "overtime list" THEN
               PERFORM OVERTIME-LIST
           ELSE IF CLI-INPUT = "paymentfile" THEN
               MOVE "R" TO RUN-SELECT
               PERFORM PAYMENT-FILE-GENERATE
           ELSE IF CLI-INPUT = "paymentfile supp" THEN
               MOVE "S" TO RUN-SELECT
               PERFORM PAYMENT-FILE-GENERATE
           ELSE IF CLI-INPUT = "payslip" THEN
               PERFORM PAYSLIP-GENERATE
           ELSE IF CLI-INPUT = "payreturn" THEN
               MOVE "R" TO RUN-SELECT
               PERFORM PAYMENT-RETURN-APPLY
           ELSE IF CLI-INPUT = "payreturn supp" THEN
               MOVE "S" TO RUN-SELECT
               PERFORM PAYMENT-RETURN-APPLY
           ELSE IF CLI-INPUT = "payretry" THEN
               MOVE "R" TO RUN-SELECT
               PERFORM PAYMENT-RETRY-GENERATE
           ELSE IF CLI-INPUT = "payretry supp" THEN
               MOVE "S" TO RUN-SELECT
               PERFORM PAYMENT-RETRY-GENERATE
           ELSE IF CLI-INPUT = "journal" THEN
               PERFORM JOURNAL-GENERATE
               PERFORM MIGRATE-MASTERS
           ELSE IF CLI-INPUT = "batch" THEN
               PERFORM PROCEDURE-BATCH
      *    operators
           ELSE IF CLI-INPUT = "oper" THEN
               PERFORM PROCEDURE-OPERATOR
           ELSE IF CLI-INPUT = "oper add" THEN
               PERFORM OPERATOR-ADD
           ELSE IF CLI-INPUT = "oper list" THEN
               PERFORM OPERATOR-LIST
           ELSE IF CLI-INPUT = "oper role" THEN
               PERFORM OPERATOR-ROLE-CHANGE
           ELSE IF CLI-INPUT = "oper lock" THEN
               PERFORM OPERATOR-LOCK
           ELSE IF CLI-INPUT = "oper unlock" THEN
               PERFORM OPERATOR-UNLOCK
           ELSE IF CLI-INPUT = "passwd" THEN
               PERFORM OPERATOR-PASSWORD-CHANGE
           ELSE
               DISPLAY "unknown command entered"
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF FS-POSITION = "00" THEN
               CLOSE POSITION-FILE
               DISPLAY "(1/24) position file kept"
           ELSE
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               DISPLAY "(1/24) position file created"
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF FS-EMPLOYEE = "00" THEN
               CLOSE EMPLOYEE-FILE
               DISPLAY "(2/24) employee file kept"
           ELSE
               OPEN OUTPUT EMPLOYEE-FILE
               CLOSE EMPLOYEE-FILE
               DISPLAY "(2/24) employee file created"
           END-IF.

           OPEN INPUT DEPARTMENT-FILE.
           IF FS-DEPARTMENT = "00" THEN
               CLOSE DEPARTMENT-FILE
               DISPLAY "(3/24) department file kept"
           ELSE
               OPEN OUTPUT DEPARTMENT-FILE
               CLOSE DEPARTMENT-FILE
               DISPLAY "(3/24) department file created"
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT = "00" THEN
               CLOSE AUDIT-FILE
               DISPLAY "(4/24) audit file kept"
           ELSE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               DISPLAY "(4/24) audit file created"
           END-IF.

           OPEN INPUT SALARY-HISTORY-FILE.
           IF FS-SALHIST = "00" THEN
               CLOSE SALARY-HISTORY-FILE
               DISPLAY "(5/24) salary history file kept"
           ELSE
               OPEN OUTPUT SALARY-HISTORY-FILE
               CLOSE SALARY-HISTORY-FILE
               DISPLAY "(5/24) salary history file created"
           END-IF.

           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF FS-MOVHIST = "00" THEN
               CLOSE MOVEMENT-HISTORY-FILE
               DISPLAY "(6/24) movement history file kept"
           ELSE
               OPEN OUTPUT MOVEMENT-HISTORY-FILE
               CLOSE MOVEMENT-HISTORY-FILE
               DISPLAY "(6/24) movement history file created"
           END-IF.

           OPEN INPUT EARNDED-FILE.
           IF FS-EARNDED = "00" THEN
               CLOSE EARNDED-FILE
               DISPLAY "(7/24) earnings/deductions file kept"
           ELSE
               OPEN OUTPUT EARNDED-FILE
               CLOSE EARNDED-FILE
               DISPLAY "(7/24) earnings/deductions file created"
           END-IF.

           OPEN INPUT PAYRUN-FILE.
           IF FS-PAYRUN = "00" THEN
               CLOSE PAYRUN-FILE
               DISPLAY "(8/24) pay-run file kept"
           ELSE
               OPEN OUTPUT PAYRUN-FILE
               CLOSE PAYRUN-FILE
               DISPLAY "(8/24) pay-run file created"
           END-IF.

           OPEN INPUT REQUISITION-FILE.
           IF FS-REQUISITION = "00" THEN
               CLOSE REQUISITION-FILE
               DISPLAY "(9/24) requisition file kept"
           ELSE
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               DISPLAY "(9/24) requisition file created"
           END-IF.

           OPEN INPUT LEAVE-FILE.
           IF FS-LEAVE = "00" THEN
               CLOSE LEAVE-FILE
               DISPLAY "(10/24) leave file kept"
           ELSE
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               DISPLAY "(10/24) leave file created"
           END-IF.

           OPEN INPUT BANK-FILE.
           IF FS-BANK = "00" THEN
               CLOSE BANK-FILE
               DISPLAY "(11/24) bank detail file kept"
           ELSE
               OPEN OUTPUT BANK-FILE
               CLOSE BANK-FILE
               DISPLAY "(11/24) bank detail file created"
           END-IF.

           OPEN INPUT RATE-TABLE-FILE.
           IF FS-RATETAB = "00" THEN
               CLOSE RATE-TABLE-FILE
               DISPLAY "(12/24) rate table file kept"
           ELSE
               OPEN OUTPUT RATE-TABLE-FILE
               CLOSE RATE-TABLE-FILE
               DISPLAY "(12/24) rate table file created"
           END-IF.

           OPEN INPUT CALENDAR-FILE.
           IF FS-CALENDAR = "00" THEN
               CLOSE CALENDAR-FILE
               DISPLAY "(13/24) calendar file kept"
           ELSE
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               DISPLAY "(13/24) calendar file created"
           END-IF.

           OPEN INPUT PENDING-FILE.
           IF FS-PENDING = "00" THEN
               CLOSE PENDING-FILE
               DISPLAY "(14/24) pending approval file kept"
           ELSE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               DISPLAY "(14/24) pending approval file created"
           END-IF.

           OPEN INPUT CANDIDATE-FILE.
           IF FS-CANDIDATE = "00" THEN
               CLOSE CANDIDATE-FILE
               DISPLAY "(15/24) candidate file kept"
           ELSE
               OPEN OUTPUT CANDIDATE-FILE
               CLOSE CANDIDATE-FILE
               DISPLAY "(15/24) candidate file created"
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF FS-LOAN = "00" THEN
               CLOSE LOAN-FILE
               DISPLAY "(16/24) loan file kept"
           ELSE
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               DISPLAY "(16/24) loan file created"
           END-IF.

           OPEN INPUT LOAN-HISTORY-FILE.
           IF FS-LOANHIST = "00" THEN
               CLOSE LOAN-HISTORY-FILE
               DISPLAY "(17/24) loan ledger file kept"
           ELSE
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               DISPLAY "(17/24) loan ledger file created"
           END-IF.

           OPEN INPUT OVERTIME-FILE.
           IF FS-OVERTIME = "00" THEN
               CLOSE OVERTIME-FILE
               DISPLAY "(18/24) overtime file kept"
           ELSE
               OPEN OUTPUT OVERTIME-FILE
               CLOSE OVERTIME-FILE
               DISPLAY "(18/24) overtime file created"
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF FS-OPERATOR = "00" THEN
               CLOSE OPERATOR-FILE
               DISPLAY "(19/24) operator file kept"
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               DISPLAY "(19/24) operator file created"
           END-IF.

           OPEN INPUT PERIOD-CONTROL-FILE.
           IF FS-PCTL = "00" THEN
               CLOSE PERIOD-CONTROL-FILE
               DISPLAY "(20/24) period control file kept"
           ELSE
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               DISPLAY "(20/24) period control file created"
           END-IF.

           OPEN INPUT BUDGET-FILE.
           IF FS-BUDGET = "00" THEN
               CLOSE BUDGET-FILE
               DISPLAY "(21/24) budget file kept"
           ELSE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               DISPLAY "(21/24) budget file created"
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF FS-CLAIM = "00" THEN
               CLOSE CLAIM-FILE
               DISPLAY "(22/24) claim file kept"
           ELSE
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               DISPLAY "(22/24) claim file created"
           END-IF.

           OPEN INPUT CLAIM-LIMIT-FILE.
           IF FS-CLAIM-LIMIT = "00" THEN
               CLOSE CLAIM-LIMIT-FILE
               DISPLAY "(23/24) claim limit file kept"
           ELSE
               OPEN OUTPUT CLAIM-LIMIT-FILE
               CLOSE CLAIM-LIMIT-FILE
               DISPLAY "(23/24) claim limit file created"
           END-IF.

           OPEN INPUT SETTLE-FILE.
           IF FS-SETTLE = "00" THEN
               CLOSE SETTLE-FILE
               DISPLAY "(24/24) final settlement file kept"
           ELSE
               OPEN OUTPUT SETTLE-FILE
               CLOSE SETTLE-FILE
               DISPLAY "(24/24) final settlement file created"
           END-IF.

           DISPLAY "setup complete".
           DISPLAY "[req]              overview of requisitions".
           DISPLAY "[cand]             overview of candidates".
           DISPLAY "[leave]            overview of leave recording".
           DISPLAY "[claim]            overview of expense claims".
           DISPLAY "[rate]             overview of statutory rates".
           DISPLAY "[cal]              overview of company calendar".
           DISPLAY "[payroll]          run the payroll register report".
           DISPLAY "[payroll close]    close a pay period to disk".
           DISPLAY "[payroll compare]  compare two closed pay periods".
           DISPLAY "[payroll yearend]  year-end remuneration slips".
           DISPLAY "[payroll arrears]  pay backdated raises".
           DISPLAY "[period list]      where each pay period stands".
           DISPLAY "[period show]      one period's step history".
           DISPLAY "[period lock]      lock a posted pay period".
           DISPLAY "[overtime import]  load the time-clock extract".
           DISPLAY "[overtime list]    list a period's overtime".
           DISPLAY "[paymentfile]      generate bank payment file".
           DISPLAY "[paymentfile supp] bank file for arrears run".
           DISPLAY "[payslip]          print payslips for a period".
           DISPLAY "[payreturn]        reconcile bank return file".
           DISPLAY "[payreturn supp]   reconcile arrears return".
           DISPLAY "[payretry]         re-issue failed payments".
           DISPLAY "[payretry supp]    re-issue failed arrears".
           DISPLAY "[journal]          department journal for the gl".
           DISPLAY "[monthpack]        month-end management pack".
           DISPLAY "[approve list]     list changes awaiting approval".
           DISPLAY "[restore]          rebuild masters from images".
           DISPLAY "[migrate]          convert masters to new layout".
           DISPLAY "[batch]            run cards from 'batchin'".
           DISPLAY "[oper]             overview of operators".
           DISPLAY "[passwd]           change your password".
           DISPLAY "-".
           DISPLAY "[setup]            setup crunch (first-time only)".
           DISPLAY "[exit]             exit crunch".
           DISPLAY "[pos export]       export positions to csv".
           DISPLAY "[pos salhist]      list salary history".
           DISPLAY "[pos vacancy]      authorized vs actual headcount".
           DISPLAY "[pos compa]        employees within grade ranges".

           POSITION-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD A NEW POSITION".
           DISPLAY " ".
           DISPLAY "(1/8) id:          " WITH NO ADVANCING.
           ACCEPT POSITION-ID.
           DISPLAY "(2/8) name:        " WITH NO ADVANCING.
           ACCEPT POSITION-NAME.
           DISPLAY "(3/8) department:  " WITH NO ADVANCING.
           ACCEPT POSITION-DEPARTMENT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-POSITION-SALARY UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-POSITION-AUTHORIZED UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO POSITION-AUTHORIZED.
           DISPLAY "(6/8) grade:       " WITH NO ADVANCING.
           ACCEPT POSITION-GRADE.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-GRADE-MIN UNTIL INPUT-VALID.
           MOVE GRADE-NEW-MIN TO POSITION-GRADE-MIN.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-GRADE-MAX UNTIL INPUT-VALID.
           MOVE GRADE-NEW-MAX TO POSITION-GRADE-MAX.

           PERFORM POSITION-ADD-COMMIT.

      *    the grade range must take in the position's standard
      *    rate in POSITION-SALARY - new hires start on it.
           PROMPT-GRADE-MIN.
           DISPLAY "(7/8) grade min:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM > POSITION-SALARY THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid minimum - enter a positive number "
                   "not above " POSITION-SALARY
           ELSE
               MOVE SALARY-NUM TO GRADE-NEW-MIN.

           PROMPT-GRADE-MAX.
           DISPLAY "(8/8) grade max:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM < POSITION-SALARY THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid maximum - enter a number not below "
                   POSITION-SALARY
           ELSE
               MOVE SALARY-NUM TO GRADE-NEW-MAX.

           PROMPT-POSITION-SALARY.
           DISPLAY "(4/8) base salary: " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid salary - enter a positive number".

           PROMPT-POSITION-AUTHORIZED.
           DISPLAY "(5/8) authorized:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM > 999 THEN
           IF INPUT-INVALID THEN
               DISPLAY "invalid count - enter a number from 1 to 999".

      *    assumes POSITION-ID, POSITION-NAME, POSITION-DEPARTMENT,
      *    POSITION-SALARY and the grade range have already been
      *    accepted and validated.
           POSITION-ADD-COMMIT.
           SET COMMIT-FAILED TO TRUE.
           OPEN INPUT DEPARTMENT-FILE.
                   DISPLAY "department: " POSITION-DEPARTMENT
                   DISPLAY "salary:     " POSITION-SALARY
                   DISPLAY "authorized: " POSITION-AUTHORIZED
                   DISPLAY "grade:      " POSITION-GRADE
                       " (" POSITION-GRADE-MIN " - "
                       POSITION-GRADE-MAX ")"
           END-READ
           CLOSE POSITION-FILE.

           DISPLAY " ".
           DISPLAY "properties:".
           DISPLAY "[name]             name of the position".
           DISPLAY "[salary]           standard rate of the position".
           DISPLAY "[authorized]       authorized headcount".
           DISPLAY "[grade]            grade and its salary range".
           DISPLAY " ".

           DISPLAY "(1/3) id:          " WITH NO ADVANCING.
           ELSE IF TEMPSTR-A = "salary" THEN
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-POSITION-EDIT-SALARY UNTIL INPUT-VALID
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-SALARY-EFFECTIVE UNTIL INPUT-VALID
               PERFORM PENDING-QUEUE-SALARY
           ELSE IF TEMPSTR-A = "authorized" THEN
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-POSITION-EDIT-AUTH UNTIL INPUT-VALID
               PERFORM POSITION-EDIT-COMMIT
           ELSE IF TEMPSTR-A = "grade" THEN
               PERFORM POSITION-EDIT-GRADE
           ELSE
               DISPLAY "invalid property name"
           END-IF.

      *    the new range is checked against the standard rate on
      *    file, so the position is read before the prompts.
           POSITION-EDIT-GRADE.
           SET GRADE-NO-POSITION TO TRUE.
           OPEN INPUT POSITION-FILE.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "invalid position id"
               NOT INVALID KEY
                   SET GRADE-IN-RANGE TO TRUE
           END-READ.
           CLOSE POSITION-FILE.
           IF GRADE-IN-RANGE THEN
               DISPLAY "standard rate:     " POSITION-SALARY
               DISPLAY "(3/5) grade:       " WITH NO ADVANCING
               ACCEPT GRADE-NEW-ID
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-GRADE-EDIT-MIN UNTIL INPUT-VALID
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-GRADE-EDIT-MAX UNTIL INPUT-VALID
               PERFORM POSITION-EDIT-COMMIT
               IF COMMIT-OK THEN
                   PERFORM POSITION-GRADE-SCAN
               END-IF
           END-IF.

           PROMPT-GRADE-EDIT-MIN.
           DISPLAY "(4/5) grade min:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM > POSITION-SALARY THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid minimum - enter a positive number "
                   "not above " POSITION-SALARY
           ELSE
               MOVE SALARY-NUM TO GRADE-NEW-MIN.

           PROMPT-GRADE-EDIT-MAX.
           DISPLAY "(5/5) grade max:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM < POSITION-SALARY THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid maximum - enter a number not below "
                   POSITION-SALARY
           ELSE
               MOVE SALARY-NUM TO GRADE-NEW-MAX.

      *    assumes POSITION-RECORD holds the position with its new
      *    range. warns only - an employee left outside the range
      *    keeps their rate until an 'emp salary' change moves it.
           POSITION-GRADE-SCAN.
           MOVE 0 TO GRADE-OUTSIDE.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-POSITION = POSITION-ID
                       AND EMPLOYEE-ACTIVE
                       AND (EMPLOYEE-SALARY < POSITION-GRADE-MIN
                         OR EMPLOYEE-SALARY > POSITION-GRADE-MAX) THEN
                       ADD 1 TO GRADE-OUTSIDE
                       DISPLAY "warning: " EMPLOYEE-IC " is paid "
                           EMPLOYEE-SALARY " - outside the range"
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           IF GRADE-OUTSIDE > 0 THEN
               DISPLAY GRADE-OUTSIDE " employee(s) outside the new "
                   "range - see 'pos compa'"
           END-IF.

           PROMPT-POSITION-EDIT-SALARY.
           DISPLAY "(3/3) new value:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           ELSE
               MOVE SALARY-CHECK TO TEMPSTR-B.

      *    blank means the raise takes effect today. an earlier
      *    date may reach back into closed periods - those are
      *    settled by 'payroll arrears' once the raise is approved.
           PROMPT-SALARY-EFFECTIVE.
           DISPLAY "effective date:    " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           IF DATE-CHECK = SPACES THEN
               MOVE SPACES TO SALARY-EFFECTIVE-DATE
               SET INPUT-VALID TO TRUE
           ELSE
               PERFORM SALARY-EFFECTIVE-CHECK
               IF INPUT-INVALID THEN
                   DISPLAY "invalid date - YYYY-MM-DD, not after "
                       "today, or blank"
               END-IF
           END-IF.

      *    assumes DATE-CHECK holds the effective date entered -
      *    a raise cannot be dated into the future.
           SALARY-EFFECTIVE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-VALID THEN
               PERFORM SET-TODAY-YMD
               IF DATE-CHECK > TODAY-YMD THEN
                   SET INPUT-INVALID TO TRUE
               ELSE
                   MOVE DATE-CHECK TO SALARY-EFFECTIVE-DATE
               END-IF
           END-IF.

           PROMPT-POSITION-EDIT-AUTH.
           DISPLAY "(3/3) new value:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
                           MOVE POSITION-AUTHORIZED TO AUDIT-NEW-VALUE
                           DISPLAY "position authorized count updated"
                       END-IF
                   ELSE IF TEMPSTR-A = "grade" THEN
                       MOVE "GRADE" TO AUDIT-FIELD
                       PERFORM POSITION-GRADE-TEXT
                       MOVE GRADE-TEXT TO AUDIT-OLD-VALUE
                       MOVE GRADE-NEW-ID TO POSITION-GRADE
                       MOVE GRADE-NEW-MIN TO POSITION-GRADE-MIN
                       MOVE GRADE-NEW-MAX TO POSITION-GRADE-MAX
                       REWRITE POSITION-RECORD
                       IF FS-POSITION = "00" THEN
                           PERFORM POSITION-GRADE-TEXT
                           MOVE GRADE-TEXT TO AUDIT-NEW-VALUE
                           DISPLAY "position grade updated"
                       END-IF
                   ELSE IF FUNCTION NUMVAL(TEMPSTR-B)
                           < POSITION-GRADE-MIN
                       OR FUNCTION NUMVAL(TEMPSTR-B)
                           > POSITION-GRADE-MAX THEN
                       DISPLAY "salary outside grade range "
                           POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
                       MOVE "99" TO FS-POSITION
                   ELSE
                       MOVE "SALARY" TO AUDIT-FIELD
                       MOVE POSITION-SALARY TO SALHIST-OLD-SALARY
                       MOVE POSITION-SALARY TO AUDIT-OLD-VALUE
                       MOVE POSITION-SALARY TO EMPSAL-OLD
                       MOVE TEMPSTR-B TO POSITION-SALARY
                       REWRITE POSITION-RECORD
                       IF FS-POSITION = "00" THEN
                           MOVE POSITION-SALARY TO AUDIT-NEW-VALUE
                           DISPLAY "position salary updated"
                           PERFORM POSITION-SALARY-CARRY
                           PERFORM SALARY-HISTORY-WRITE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   IF FS-POSITION = "00" THEN
                       MOVE "POSITION" TO AUDIT-FILE-NAME
                       MOVE POSITION-ID TO AUDIT-KEY
           END-READ
           CLOSE POSITION-FILE.

      *    leaves the grade and its range as text in GRADE-TEXT
      *    for the audit trail.
           POSITION-GRADE-TEXT.
           MOVE SPACES TO GRADE-TEXT.
           STRING
               POSITION-GRADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSITION-GRADE-MIN DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               POSITION-GRADE-MAX DELIMITED BY SIZE
               INTO GRADE-TEXT
           END-STRING.

      *    assumes EMPSAL-OLD holds the standard rate just replaced
      *    and POSITION-RECORD the new one. active employees still on
      *    the old standard rate move with it, each with their own
      *    history row so arrears follow them; anyone on an
      *    individual rate keeps it.
           POSITION-SALARY-CARRY.
           MOVE 0 TO EMPSAL-CARRIED.
           OPEN I-O EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-POSITION = POSITION-ID
                       AND EMPLOYEE-ACTIVE
                       AND EMPLOYEE-SALARY = EMPSAL-OLD THEN
                       MOVE POSITION-SALARY TO EMPLOYEE-SALARY
                       REWRITE EMPLOYEE-RECORD
                       IF FS-EMPLOYEE = "00" THEN
                           ADD 1 TO EMPSAL-CARRIED
                           PERFORM SALARY-HISTORY-EMPLOYEE-WRITE
                       ELSE
                           DISPLAY "warning: " EMPLOYEE-IC
                               " not moved to the new rate"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           MOVE EMPSAL-OLD TO SALHIST-OLD-SALARY.
           DISPLAY EMPSAL-CARRIED " employee(s) on the standard "
               "rate moved with it".

      *    the raise is dated today unless the queued change
      *    carried an earlier effective date in SALARY-EFFECTIVE-DATE.
           SALARY-HISTORY-WRITE.
           MOVE POSITION-ID TO SALHIST-POSITION-ID.
           MOVE POSITION-SALARY TO SALHIST-NEW-SALARY.
           MOVE "P" TO SALHIST-SCOPE.
           MOVE SPACES TO SALHIST-EMPLOYEE-IC.
           PERFORM SALARY-HISTORY-APPEND.
           MOVE SPACES TO SALARY-EFFECTIVE-DATE.

      *    assumes EMPLOYEE-RECORD holds the employee at their new
      *    rate and SALHIST-OLD-SALARY the rate it replaced.
           SALARY-HISTORY-EMPLOYEE-WRITE.
           MOVE EMPLOYEE-POSITION TO SALHIST-POSITION-ID.
           MOVE EMPLOYEE-SALARY TO SALHIST-NEW-SALARY.
           MOVE "E" TO SALHIST-SCOPE.
           MOVE EMPLOYEE-IC TO SALHIST-EMPLOYEE-IC.
           PERFORM SALARY-HISTORY-APPEND.

           SALARY-HISTORY-APPEND.
           PERFORM SET-TODAY-YMD.
           IF SALARY-EFFECTIVE-DATE = SPACES THEN
               MOVE TODAY-YMD TO SALHIST-EFFECTIVE-DATE
           ELSE
               MOVE SALARY-EFFECTIVE-DATE TO SALHIST-EFFECTIVE-DATE
           END-IF.
           MOVE SPACES TO SALHIST-ARREARS-PERIOD.
           OPEN EXTEND SALARY-HISTORY-FILE.
           WRITE SALARY-HISTORY-RECORD.
           IF FS-SALHIST NOT = "00" THEN
           DISPLAY
           "EFFECTIVE DATE | "
           "OLD SALARY  | "
           "NEW SALARY | "
           "ARREARS | "
           "EMPLOYEE".
           MOVE 0 TO COUNTER.
           OPEN INPUT SALARY-HISTORY-FILE
           PERFORM UNTIL FS-SALHIST NOT = '00'
                   IF SALHIST-POSITION-ID = POSITION-ID THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       SALHIST-EFFECTIVE-DATE "     | "
                       SALHIST-OLD-SALARY "  | "
                       SALHIST-NEW-SALARY " | "
                       SALHIST-ARREARS-PERIOD " | "
                       SALHIST-EMPLOYEE-IC
                   END-IF
               END-READ
           END-PERFORM
               END-STRING
           END-IF.
           PERFORM SPOOL-PUT.

      *    where each active employee's own rate sits in the grade
      *    range of their position, for the annual salary review.
      *    the compa-ratio is the rate over the range midpoint and
      *    the range figure how far it sits from minimum to maximum,
      *    both in percent.
           POSITION-COMPA.
           DISPLAY "---------------------------------------------".
           DISPLAY "COMPA-RATIO REPORT".
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "NAME                             | "
           "POSITION   | "
           "GRADE | "
           "MIN        | "
           "MAX        | "
           "SALARY     | "
           "  COMPA | "
           "   RANGE | "
           "FLAG".
           MOVE "compa" TO SPOOL-REPORT-NAME.
           MOVE "COMPA-RATIO REPORT" TO SPOOL-TITLE.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "IC               | " DELIMITED BY SIZE
               "NAME                             | " DELIMITED BY SIZE
               "POSITION   | " DELIMITED BY SIZE
               "GRADE | " DELIMITED BY SIZE
               "MIN        | " DELIMITED BY SIZE
               "MAX        | " DELIMITED BY SIZE
               "SALARY     | " DELIMITED BY SIZE
               "  COMPA | " DELIMITED BY SIZE
               "   RANGE | " DELIMITED BY SIZE
               "FLAG" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           MOVE 0 TO COMPA-COUNT.
           MOVE 0 TO COMPA-BELOW.
           MOVE 0 TO COMPA-ABOVE.
           MOVE 0 TO COMPA-TOTAL-SALARY.
           MOVE 0 TO COMPA-TOTAL-MIDPOINT.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-ACTIVE THEN
                       MOVE EMPLOYEE-POSITION TO POSITION-ID
                       READ POSITION-FILE KEY IS POSITION-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM POSITION-COMPA-ROW
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE POSITION-FILE.
           IF COMPA-TOTAL-MIDPOINT > 0 THEN
               COMPUTE COMPA-RATIO ROUNDED =
                   COMPA-TOTAL-SALARY * 100 / COMPA-TOTAL-MIDPOINT
           ELSE
               MOVE 0 TO COMPA-RATIO
           END-IF.
           MOVE COMPA-RATIO TO COMPA-RATIO-ED.
           DISPLAY " ".
           DISPLAY "employees:        " COMPA-COUNT.
           DISPLAY "below range:      " COMPA-BELOW.
           DISPLAY "above range:      " COMPA-ABOVE.
           DISPLAY "overall compa:    " COMPA-RATIO-ED.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "employees:        " DELIMITED BY SIZE
               COMPA-COUNT DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "below range:      " DELIMITED BY SIZE
               COMPA-BELOW DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "above range:      " DELIMITED BY SIZE
               COMPA-ABOVE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "overall compa:    " DELIMITED BY SIZE
               COMPA-RATIO-ED DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           PERFORM SPOOL-FINISH.

      *    assumes EMPLOYEE-RECORD holds an active employee and
      *    POSITION-RECORD their position. a position whose range
      *    is a single figure is flagged FIXED.
           POSITION-COMPA-ROW.
           COMPUTE COMPA-MIDPOINT =
               (POSITION-GRADE-MIN + POSITION-GRADE-MAX) / 2.
           IF COMPA-MIDPOINT > 0 THEN
               COMPUTE COMPA-RATIO ROUNDED =
                   EMPLOYEE-SALARY * 100 / COMPA-MIDPOINT
           ELSE
               MOVE 0 TO COMPA-RATIO
           END-IF.
           IF POSITION-GRADE-MAX > POSITION-GRADE-MIN THEN
               COMPUTE COMPA-RANGE-PCT ROUNDED =
                   (EMPLOYEE-SALARY - POSITION-GRADE-MIN) * 100
                   / (POSITION-GRADE-MAX - POSITION-GRADE-MIN)
           ELSE
               MOVE 0 TO COMPA-RANGE-PCT
           END-IF.
           IF EMPLOYEE-SALARY < POSITION-GRADE-MIN THEN
               MOVE "BELOW" TO COMPA-FLAG
               ADD 1 TO COMPA-BELOW
           ELSE IF EMPLOYEE-SALARY > POSITION-GRADE-MAX THEN
               MOVE "ABOVE" TO COMPA-FLAG
               ADD 1 TO COMPA-ABOVE
           ELSE IF POSITION-GRADE-MAX = POSITION-GRADE-MIN THEN
               MOVE "FIXED" TO COMPA-FLAG
           ELSE
               MOVE SPACES TO COMPA-FLAG
           END-IF
           END-IF
           END-IF.
           ADD 1 TO COMPA-COUNT.
           ADD EMPLOYEE-SALARY TO COMPA-TOTAL-SALARY.
           ADD COMPA-MIDPOINT TO COMPA-TOTAL-MIDPOINT.
           MOVE COMPA-RATIO TO COMPA-RATIO-ED.
           MOVE COMPA-RANGE-PCT TO COMPA-RANGE-ED.
           DISPLAY
           EMPLOYEE-IC " | "
           EMPLOYEE-NAME " | "
           POSITION-ID " | "
           POSITION-GRADE " | "
           POSITION-GRADE-MIN " | "
           POSITION-GRADE-MAX " | "
           EMPLOYEE-SALARY " | "
           COMPA-RATIO-ED " | "
           COMPA-RANGE-ED " | "
           COMPA-FLAG.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               EMPLOYEE-IC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               POSITION-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               POSITION-GRADE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               POSITION-GRADE-MIN DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               POSITION-GRADE-MAX DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMPLOYEE-SALARY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               COMPA-RATIO-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               COMPA-RANGE-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               COMPA-FLAG DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
       PROCEDURE-EMPLOYEE.
           DISPLAY "---------------------------------------------".
           DISPLAY "EMPLOYEE MANAGEMENT OVERVIEW".
           DISPLAY "[emp anniversary]  hire anniversaries by month".
           DISPLAY "[emp terminate]    terminate an employee".
           DISPLAY "[emp transfer]     move employee to new position".
           DISPLAY "[emp salary]       change an employee's own rate".
           DISPLAY "[emp salhist]      list an employee's rate changes".
           DISPLAY "[emp movhist]      list an employee's moves".
           DISPLAY "[emp export]       export employees to csv".
           DISPLAY "[emp earnded add]  add an allowance/deduction".
           DISPLAY "[emp earnded end]  end-date an allowance/deduction".
           DISPLAY "[emp earnded list] list an employee's items".
           DISPLAY "[emp loan add]     issue a staff loan/advance".
           DISPLAY "[emp loan list]    list an employee's loans".
           DISPLAY "[emp loan ledger]  loan ledger as at a period".
           DISPLAY "[emp bank]         set an employee's bank details".
           DISPLAY "[emp settle]       final settlement for a leaver".
           DISPLAY "[emp settle print] reprint a settlement statement".
           DISPLAY "[emp settle list]  list final settlements".

           EMPLOYEE-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EMPLOYEE-IC UNTIL INPUT-VALID.
           DISPLAY "(2/6) name:        " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-NAME.
           DISPLAY "(3/6) position:    " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-POSITION.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EMPLOYEE-ENTITLE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EMPLOYEE-SALARY UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EMPLOYEE-HIRE UNTIL INPUT-VALID.
           MOVE DATE-CHECK TO EMPLOYEE-HIRE-DATE.

           PERFORM EMPLOYEE-ADD-COMMIT.

           PROMPT-EMPLOYEE-IC.
           DISPLAY "(1/6) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

      *    blank starts the hire on the position's standard rate.
           PROMPT-EMPLOYEE-SALARY.
           DISPLAY "(5/6) salary:      " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           IF SALARY-CHECK = SPACES THEN
               MOVE 0 TO EMPLOYEE-SALARY
               SET INPUT-VALID TO TRUE
           ELSE
               PERFORM VALIDATE-SALARY
               IF INPUT-VALID THEN
                   MOVE SALARY-NUM TO EMPLOYEE-SALARY
               ELSE
                   DISPLAY "invalid salary - enter a positive number "
                       "or blank"
               END-IF
           END-IF.

           PROMPT-EMPLOYEE-HIRE.
           DISPLAY "(6/6) hire date:   " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD".

           PROMPT-EMPLOYEE-ENTITLE.
           DISPLAY "(4/6) leave days:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           IF FUNCTION TRIM(SALARY-CHECK) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(SALARY-CHECK) TO SALARY-NUM
           IF INPUT-INVALID THEN
               DISPLAY "invalid days - enter a number from 0 to 999".

      *    assumes EMPLOYEE-IC, EMPLOYEE-NAME, EMPLOYEE-POSITION,
      *    EMPLOYEE-SALARY (zero for the standard rate) and
      *    EMPLOYEE-HIRE-DATE have already been accepted/validated.
      *    a hire dated in a locked pay period is refused.
           EMPLOYEE-ADD-COMMIT.
           SET COMMIT-FAILED TO TRUE.
           MOVE EMPLOYEE-HIRE-DATE(1:7) TO LOCK-PERIOD.
           PERFORM PERIOD-LOCK-CHECK.
           IF LOCK-PERIOD-LOCKED THEN
               DISPLAY "period " LOCK-PERIOD " is locked - hire "
                   "date refused"
           ELSE
               PERFORM EMPLOYEE-ADD-WRITE
           END-IF.

           EMPLOYEE-ADD-WRITE.
           OPEN I-O POSITION-FILE.
           MOVE EMPLOYEE-POSITION TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "invalid position id"
               NOT INVALID KEY
                   IF EMPLOYEE-SALARY = 0 THEN
                       MOVE POSITION-SALARY TO EMPLOYEE-SALARY
                   END-IF
                   IF EMPLOYEE-SALARY < POSITION-GRADE-MIN
                       OR EMPLOYEE-SALARY > POSITION-GRADE-MAX THEN
                       DISPLAY "salary outside grade range "
                           POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
                   ELSE
                       PERFORM EMPLOYEE-ADD-INSERT
                   END-IF
           END-READ.
           CLOSE POSITION-FILE.

      *    assumes POSITION-RECORD holds the position being hired
      *    into and EMPLOYEE-SALARY a rate inside its grade range.
           EMPLOYEE-ADD-INSERT.
           PERFORM EMPLOYEE-ADD-SEAT-CHECK.
           MOVE "A" TO EMPLOYEE-STATUS.
           MOVE SPACES TO EMPLOYEE-TERM-DATE.
           OPEN I-O EMPLOYEE-FILE.
           WRITE EMPLOYEE-RECORD.
           IF FS-EMPLOYEE = "00" THEN
               MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
               MOVE EMPLOYEE-IC TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE "ALL" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE EMPLOYEE-NAME TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               SET COMMIT-OK TO TRUE
               DISPLAY "employee added successfully."
           ELSE
               DISPLAY "employee add failed - ic already in use"
           END-IF.
           CLOSE EMPLOYEE-FILE.

      *    assumes POSITION-ID/POSITION-AUTHORIZED hold the position
      *    being hired into. warns only - the hire still goes ahead.
      *    the scan reuses the employee record area, so the pending
           MOVE EMPLOYEE-POSITION TO SAVE-EMPLOYEE-POSITION.
           MOVE EMPLOYEE-LEAVE-ENTITLE TO SAVE-EMPLOYEE-ENTITLE.
           MOVE EMPLOYEE-HIRE-DATE TO SAVE-EMPLOYEE-HIRE.
           MOVE EMPLOYEE-SALARY TO SAVE-EMPLOYEE-SALARY.
           MOVE 0 TO REF-COUNT.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
           MOVE SAVE-EMPLOYEE-POSITION TO EMPLOYEE-POSITION.
           MOVE SAVE-EMPLOYEE-ENTITLE TO EMPLOYEE-LEAVE-ENTITLE.
           MOVE SAVE-EMPLOYEE-HIRE TO EMPLOYEE-HIRE-DATE.
           MOVE SAVE-EMPLOYEE-SALARY TO EMPLOYEE-SALARY.
           IF REF-COUNT >= POSITION-AUTHORIZED THEN
               DISPLAY "warning: " REF-COUNT " active employee(s) "
                   "already on this position"
                   DISPLAY "ic:       " EMPLOYEE-IC
                   DISPLAY "name:     " EMPLOYEE-NAME
                   DISPLAY "position: " EMPLOYEE-POSITION
                   DISPLAY "salary:   " EMPLOYEE-SALARY
                   DISPLAY "leave:    " EMPLOYEE-LEAVE-ENTITLE
                       " day(s)/year"
                   IF EMPLOYEE-HIRE-DATE NOT = SPACES THEN
      *    SERVICE-YEARS/SERVICE-MONTHS.
           SERVICE-LENGTH-CALC.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO SERVICE-AS-AT.
           PERFORM SERVICE-LENGTH-AS-AT.

      *    as SERVICE-LENGTH-CALC, but as at SERVICE-AS-AT. the
      *    whole months of service are left in SERVICE-TOT-MONTHS.
           SERVICE-LENGTH-AS-AT.
           IF EMPLOYEE-HIRE-DATE > SERVICE-AS-AT THEN
               MOVE 0 TO SERVICE-TOT-MONTHS
           ELSE
               COMPUTE SERVICE-TOT-MONTHS =
                   (FUNCTION NUMVAL(SERVICE-AS-AT(1:4))
                    - FUNCTION NUMVAL(EMPLOYEE-HIRE-DATE(1:4))) * 12
                   + FUNCTION NUMVAL(SERVICE-AS-AT(6:2))
                   - FUNCTION NUMVAL(EMPLOYEE-HIRE-DATE(6:2))
               IF SERVICE-AS-AT(9:2) < EMPLOYEE-HIRE-DATE(9:2)
                   AND SERVICE-TOT-MONTHS > 0 THEN
                   SUBTRACT 1 FROM SERVICE-TOT-MONTHS
               END-IF
           DISPLAY " ".
           DISPLAY "(1/2) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM LOAN-OWED-SCAN.
           IF LOAN-OWED > 0 THEN
               DISPLAY "warning: " EMPLOYEE-IC " still owes "
                   LOAN-OWED " on staff loans"
           END-IF.
           DISPLAY "(2/2) confirm? 'y':" WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.


      *    assumes EMPLOYEE-IC names the employee to terminate.
      *    runs only from the approval flow - 'emp terminate'
      *    queues the change for a second operator instead. a loan
      *    balance still owed does not stop the termination but is
      *    flagged and audited so it is recovered from the final pay.
      *    open recurring items are stopped at the termination date.
           EMPLOYEE-TERMINATE-APPLY.
           SET COMMIT-FAILED TO TRUE.
           OPEN I-O EMPLOYEE-FILE.
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   PERFORM SET-TODAY-YMD
                   MOVE TODAY-YMD(1:7) TO LOCK-PERIOD
                   PERFORM PERIOD-LOCK-CHECK
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is already terminated"
                   ELSE IF LOCK-PERIOD-LOCKED THEN
                       DISPLAY "period " LOCK-PERIOD " is locked - "
                           "termination refused"
                   ELSE
                       MOVE "T" TO EMPLOYEE-STATUS
                       MOVE TODAY-YMD TO EMPLOYEE-TERM-DATE
                       REWRITE EMPLOYEE-RECORD
                       IF FS-EMPLOYEE = "00" THEN
                           PERFORM AUDIT-WRITE
                           SET COMMIT-OK TO TRUE
                           DISPLAY "employee terminated ok"
                           PERFORM LOAN-TERMINATE-FLAG
                           PERFORM EARNDED-TERMINATE-END
                           DISPLAY "run 'emp settle' for the final "
                               "settlement"
                       ELSE
                           DISPLAY "employee termination failed"
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    works out the final settlement for a terminated employee
      *    as at the termination date - leave earned to the date
      *    against leave taken, notice served against notice due,
      *    and the recurring items stopped at the date. the close
      *    of the final period pays it and prints it on the slip;
      *    the statement is for the leaver to sign. it may be worked
      *    out again until the final period is closed.
           EMPLOYEE-SETTLE.
           DISPLAY "---------------------------------------------".
           DISPLAY "FINAL SETTLEMENT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-SETTLE-IC UNTIL INPUT-VALID.
           PERFORM EMPLOYEE-SETTLE-CHECK.
           IF SETTLE-ALLOWED THEN
               DISPLAY "notice given YYYY-MM-DD - blank if none served"
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-SETTLE-NOTICE UNTIL INPUT-VALID
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-SETTLE-BY UNTIL INPUT-VALID
               PERFORM EMPLOYEE-SETTLE-COMMIT
           END-IF.

           PROMPT-SETTLE-IC.
           DISPLAY "(1/3) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-SETTLE-NOTICE.
           DISPLAY "(2/3) notice given:" WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           IF DATE-CHECK = SPACES THEN
               MOVE SETTLE-NEW-TERM TO DATE-CHECK
           END-IF.
           PERFORM VALIDATE-DATE.
           IF INPUT-VALID THEN
               PERFORM DATE-INT-CALC
               IF DATE-INT = 0 THEN
                   SET INPUT-INVALID TO TRUE
               END-IF
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD"
           ELSE IF DATE-CHECK > SETTLE-NEW-TERM THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "notice cannot be given after the "
                   "termination date " SETTLE-NEW-TERM
           ELSE
               MOVE DATE-CHECK TO SETTLE-NEW-NOTICE
           END-IF
           END-IF.

           PROMPT-SETTLE-BY.
           DISPLAY "(3/3) given by e/c:" WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "e" OR TEMPSTR-A = "c" THEN
               SET INPUT-VALID TO TRUE
               MOVE FUNCTION UPPER-CASE(TEMPSTR-A(1:1))
                   TO SETTLE-NEW-BY
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid answer - 'e' employee resigned or "
                   "'c' company gave notice"
           END-IF.

      *    the employee must be terminated and the settlement not
      *    yet paid. it is paid by the close of the final period -
      *    which refuses to run until this has been done - or, when
      *    the termination was approved after that close, by the
      *    close of the first period still open; SETTLE-NEW-PERIOD
      *    is left holding whichever it is. leaves SETTLE-FOUND set
      *    when a settlement is already on file, to be worked out
      *    again.
           EMPLOYEE-SETTLE-CHECK.
           SET SETTLE-REFUSED TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-ACTIVE THEN
                       DISPLAY "employee is still active - "
                           "run 'emp terminate' first"
                   ELSE
                       SET SETTLE-ALLOWED TO TRUE
                       MOVE EMPLOYEE-TERM-DATE TO SETTLE-NEW-TERM
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF SETTLE-ALLOWED THEN
               PERFORM SETTLE-READ
               IF SETTLE-FOUND AND SETTLE-PAID THEN
                   SET SETTLE-REFUSED TO TRUE
                   DISPLAY "settlement already paid in "
                       SETTLE-PERIOD " - settlement refused"
               ELSE
                   MOVE SETTLE-NEW-TERM(1:7) TO PAY-PERIOD
                   PERFORM PERIOD-CONTROL-READ
                   PERFORM SETTLE-PERIOD-NEXT UNTIL PCTL-STAGE < 3
                   MOVE PAY-PERIOD TO SETTLE-NEW-PERIOD
                   IF SETTLE-NEW-PERIOD NOT = SETTLE-NEW-TERM(1:7)
                       THEN
                       DISPLAY "final period " SETTLE-NEW-TERM(1:7)
                           " is already closed - settlement will be "
                           "paid in " SETTLE-NEW-PERIOD
                   END-IF
                   IF SETTLE-FOUND THEN
                       DISPLAY "warning: settlement worked out on "
                           SETTLE-ON " will be replaced"
                   END-IF
               END-IF
           END-IF.

      *    moves PAY-PERIOD on one month and reads its control row.
           SETTLE-PERIOD-NEXT.
           MOVE PAY-PERIOD(1:4) TO WORK-YEAR.
           MOVE PAY-PERIOD(6:2) TO WORK-MONTH.
           IF WORK-MONTH = 12 THEN
               ADD 1 TO WORK-YEAR
               MOVE 1 TO WORK-MONTH
           ELSE
               ADD 1 TO WORK-MONTH
           END-IF.
           MOVE WORK-YEAR TO PAY-PERIOD(1:4).
           MOVE WORK-MONTH TO PAY-PERIOD(6:2).
           PERFORM PERIOD-CONTROL-READ.

      *    reads EMPLOYEE-IC's settlement into the record area and
      *    sets SETTLE-FOUND or SETTLE-MISSING.
           SETTLE-READ.
           SET SETTLE-MISSING TO TRUE.
           MOVE EMPLOYEE-IC TO SETTLE-EMPLOYEE-IC.
           OPEN INPUT SETTLE-FILE.
           IF FS-SETTLE = "00" THEN
               READ SETTLE-FILE KEY IS SETTLE-EMPLOYEE-IC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SETTLE-FOUND TO TRUE
               END-READ
               CLOSE SETTLE-FILE
           END-IF.

           EMPLOYEE-SETTLE-COMMIT.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   PERFORM EMPLOYEE-SETTLE-CALC
                   PERFORM SETTLE-SAVE
                   IF SETTLE-ALLOWED THEN
                       PERFORM SETTLE-STATEMENT-WRITE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes EMPLOYEE-RECORD holds the leaver and the notice
      *    answers are keyed. builds the settlement record.
           EMPLOYEE-SETTLE-CALC.
           MOVE SPACES TO SETTLE-RECORD.
           MOVE EMPLOYEE-IC TO SETTLE-EMPLOYEE-IC.
           MOVE SETTLE-NEW-PERIOD TO SETTLE-PERIOD.
           MOVE EMPLOYEE-TERM-DATE TO SETTLE-TERM-DATE.
           MOVE SETTLE-NEW-NOTICE TO SETTLE-NOTICE-DATE.
           MOVE SETTLE-NEW-BY TO SETTLE-NOTICE-BY.
           PERFORM SETTLE-NOTICE-CALC.
           PERFORM SETTLE-LEAVE-CALC.
           PERFORM EARNDED-TERMINATE-END.
           PERFORM SETTLE-ITEM-SCAN.
           PERFORM LOAN-OWED-SCAN.
           MOVE LOAN-OWED TO SETTLE-LOAN-OWED.
           MOVE 0 TO SETTLE-UNRECOVERED.
           MOVE "C" TO SETTLE-STATUS.
           MOVE SESSION-OPERATOR-ID TO SETTLE-BY.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO SETTLE-ON.
           PERFORM SETTLE-TOTAL-CALC.

      *    notice due goes by completed service at the termination
      *    date - four weeks under two years, six weeks under five
      *    years and eight weeks after that; a blank hire date
      *    counts as long service. notice served runs in calendar
      *    days from the notice date to the termination date. the
      *    days short are priced at a thirtieth of the monthly
      *    rate - recovered when the employee resigned short, paid
      *    in lieu when the company did not give full notice.
           SETTLE-NOTICE-CALC.
           IF EMPLOYEE-HIRE-DATE = SPACES THEN
               MOVE 999 TO SERVICE-TOT-MONTHS
           ELSE
               MOVE EMPLOYEE-TERM-DATE TO SERVICE-AS-AT
               PERFORM SERVICE-LENGTH-AS-AT
           END-IF.
           IF SERVICE-TOT-MONTHS < 24 THEN
               MOVE 28 TO SETTLE-NOTICE-DUE
           ELSE IF SERVICE-TOT-MONTHS < 60 THEN
               MOVE 42 TO SETTLE-NOTICE-DUE
           ELSE
               MOVE 56 TO SETTLE-NOTICE-DUE
           END-IF
           END-IF.
           MOVE SETTLE-NOTICE-DATE TO DATE-CHECK.
           PERFORM DATE-INT-CALC.
           MOVE DATE-INT TO SETTLE-DATE-INT.
           MOVE SETTLE-TERM-DATE TO DATE-CHECK.
           PERFORM DATE-INT-CALC.
           IF DATE-INT - SETTLE-DATE-INT > 999 THEN
               MOVE 999 TO SETTLE-NOTICE-SERVED
           ELSE
               COMPUTE SETTLE-NOTICE-SERVED =
                   DATE-INT - SETTLE-DATE-INT
           END-IF.
           PERFORM SETTLE-SHORT-CALC.
           MOVE 0 TO SETTLE-LIEU-PAY.
           MOVE 0 TO SETTLE-SHORT-AMT.
           IF SETTLE-RESIGNED THEN
               COMPUTE SETTLE-SHORT-AMT ROUNDED =
                   EMPLOYEE-SALARY * SETTLE-SHORT-DAYS / 30
           ELSE
               COMPUTE SETTLE-LIEU-PAY ROUNDED =
                   EMPLOYEE-SALARY * SETTLE-SHORT-DAYS / 30
           END-IF.

           SETTLE-SHORT-CALC.
           MOVE 0 TO SETTLE-SHORT-DAYS.
           IF SETTLE-NOTICE-SERVED < SETTLE-NOTICE-DUE THEN
               COMPUTE SETTLE-SHORT-DAYS =
                   SETTLE-NOTICE-DUE - SETTLE-NOTICE-SERVED
           END-IF.

      *    leave earned is the year's entitlement in proportion to
      *    the months worked in the leaving year, the month of
      *    leaving counting in full. taken and carried come from
      *    LEAVE-BALANCE-SCAN, less any annual leave booked for
      *    dates after the termination date, which is never taken.
      *    unused leave is paid out, and leave taken beyond what was
      *    earned recovered, at the monthly rate over the final
      *    period's working days.
           SETTLE-LEAVE-CALC.
           MOVE EMPLOYEE-IC TO LEAVE-EMPLOYEE-IC.
           MOVE EMPLOYEE-TERM-DATE(1:4) TO LEAVE-YEAR.
           PERFORM LEAVE-BALANCE-SCAN.
           PERFORM SETTLE-LATE-LEAVE-SCAN.
           IF SETTLE-LATE-DAYS > 0 THEN
               DISPLAY SETTLE-LATE-DAYS " day(s) of leave booked "
                   "after " EMPLOYEE-TERM-DATE " not counted"
               SUBTRACT SETTLE-LATE-DAYS FROM LEAVE-TAKEN
           END-IF.
           MOVE 1 TO SETTLE-START-MONTH.
           IF EMPLOYEE-HIRE-DATE(1:4) = LEAVE-YEAR THEN
               MOVE EMPLOYEE-HIRE-DATE(6:2) TO SETTLE-START-MONTH
           END-IF.
           MOVE EMPLOYEE-TERM-DATE(6:2) TO SETTLE-END-MONTH.
           MOVE 0 TO SETTLE-MONTHS.
           IF SETTLE-END-MONTH >= SETTLE-START-MONTH THEN
               COMPUTE SETTLE-MONTHS =
                   SETTLE-END-MONTH - SETTLE-START-MONTH + 1
           END-IF.
           COMPUTE SETTLE-LEAVE-EARNED ROUNDED =
               EMPLOYEE-LEAVE-ENTITLE * SETTLE-MONTHS / 12.
           MOVE LEAVE-TAKEN TO SETTLE-LEAVE-TAKEN.
           MOVE LEAVE-CARRIED TO SETTLE-LEAVE-CARRIED.
           COMPUTE SETTLE-AVAILABLE =
               SETTLE-LEAVE-EARNED + SETTLE-LEAVE-CARRIED.
           MOVE 0 TO SETTLE-LEAVE-DAYS.
           MOVE 0 TO SETTLE-ADVANCE-DAYS.
           IF SETTLE-AVAILABLE > SETTLE-LEAVE-TAKEN THEN
               COMPUTE SETTLE-LEAVE-DAYS =
                   SETTLE-AVAILABLE - SETTLE-LEAVE-TAKEN
           ELSE
               COMPUTE SETTLE-ADVANCE-DAYS =
                   SETTLE-LEAVE-TAKEN - SETTLE-AVAILABLE
           END-IF.
           MOVE SETTLE-TERM-DATE(1:7) TO PAY-PERIOD.
           PERFORM COUNT-WORKING-DAYS.
           IF WORKING-DAYS > 0 THEN
               MOVE WORKING-DAYS TO SETTLE-RATE-DAYS
           ELSE
               MOVE 30 TO SETTLE-RATE-DAYS
           END-IF.
           COMPUTE SETTLE-LEAVE-PAY ROUNDED =
               EMPLOYEE-SALARY * SETTLE-LEAVE-DAYS / SETTLE-RATE-DAYS.
           COMPUTE SETTLE-ADVANCE-AMT ROUNDED =
               EMPLOYEE-SALARY * SETTLE-ADVANCE-DAYS
               / SETTLE-RATE-DAYS.

      *    totals EMPLOYEE-IC's annual leave in LEAVE-YEAR dated
      *    after the termination date into SETTLE-LATE-DAYS.
           SETTLE-LATE-LEAVE-SCAN.
           MOVE 0 TO SETTLE-LATE-DAYS.
           OPEN INPUT LEAVE-FILE
           IF FS-LEAVE NOT = "00" THEN
               MOVE '99' TO FS-LEAVE
           END-IF
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-EMPLOYEE-IC = EMPLOYEE-IC
                       AND LEAVE-ANNUAL
                       AND LEAVE-DATE(1:4) = LEAVE-YEAR
                       AND LEAVE-DATE > EMPLOYEE-TERM-DATE THEN
                       ADD LEAVE-DAYS TO SETTLE-LATE-DAYS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.

      *    totals the items the close pays with the final salary -
      *    recurring items stopped at the termination date and
      *    one-off items named for the final period.
           SETTLE-ITEM-SCAN.
           MOVE 0 TO SETTLE-ITEM-ALLOW.
           MOVE 0 TO SETTLE-ITEM-DEDUCT.
           OPEN INPUT EARNDED-FILE
           IF FS-EARNDED NOT = "00" THEN
               MOVE '99' TO FS-EARNDED
           END-IF
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = SETTLE-EMPLOYEE-IC
                       AND ((EARNDED-PERIOD = SPACES
                             AND EARNDED-END-DATE = SETTLE-TERM-DATE)
                        OR (EARNDED-PERIOD = SETTLE-TERM-DATE(1:7)
                             AND EARNDED-END-DATE = SPACES)) THEN
                       IF EARNDED-ALLOWANCE THEN
                           ADD EARNDED-AMOUNT TO SETTLE-ITEM-ALLOW
                       ELSE
                           ADD EARNDED-AMOUNT TO SETTLE-ITEM-DEDUCT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.

      *    leaves the settlement's totals in SETTLE-ALLOW,
      *    SETTLE-DEDUCT and SETTLE-NET. the final salary, the
      *    statutory amounts and the loan recovery are left to the
      *    close.
           SETTLE-TOTAL-CALC.
           COMPUTE SETTLE-ALLOW = SETTLE-LEAVE-PAY + SETTLE-LIEU-PAY
               + SETTLE-ITEM-ALLOW.
           COMPUTE SETTLE-DEDUCT = SETTLE-ADVANCE-AMT
               + SETTLE-SHORT-AMT + SETTLE-ITEM-DEDUCT.
           COMPUTE SETTLE-NET = SETTLE-ALLOW - SETTLE-DEDUCT.
           MOVE SETTLE-NET TO SETTLE-NET-ED.

      *    writes a new settlement or replaces the one worked out
      *    before. leaves SETTLE-REFUSED set when it is not stored.
           SETTLE-SAVE.
           OPEN I-O SETTLE-FILE.
           IF SETTLE-FOUND THEN
               MOVE "REWRITE" TO AUDIT-ACTION
               REWRITE SETTLE-RECORD
           ELSE
               MOVE "WRITE" TO AUDIT-ACTION
               WRITE SETTLE-RECORD
           END-IF.
           IF FS-SETTLE = "00" THEN
               MOVE "SETTLE" TO AUDIT-FILE-NAME
               MOVE SETTLE-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "NET" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE SETTLE-NET-ED TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "notice due/served:  " SETTLE-NOTICE-DUE
                   " / " SETTLE-NOTICE-SERVED " day(s)"
               DISPLAY "leave unused:       " SETTLE-LEAVE-DAYS
                   " day(s)  advance: " SETTLE-ADVANCE-DAYS
                   " day(s)"
               DISPLAY "settlement net:     " SETTLE-NET-ED
               IF SETTLE-LOAN-OWED > 0 THEN
                   DISPLAY "loan balance owed:  " SETTLE-LOAN-OWED
               END-IF
               DISPLAY "settlement recorded - paid by the close of "
                   SETTLE-PERIOD
           ELSE
               SET SETTLE-REFUSED TO TRUE
               DISPLAY "settlement record failed - run 'setup' if "
                   "the settlement file is missing"
           END-IF.
           CLOSE SETTLE-FILE.

           EMPLOYEE-SETTLE-PRINT.
           DISPLAY "---------------------------------------------".
           DISPLAY "PRINT A SETTLEMENT STATEMENT".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   PERFORM SETTLE-READ
                   IF SETTLE-FOUND THEN
                       PERFORM SETTLE-TOTAL-CALC
                       PERFORM SETTLE-STATEMENT-WRITE
                   ELSE
                       DISPLAY "no settlement for this employee - "
                           "run 'emp settle'"
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

           EMPLOYEE-SETTLE-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "FINAL SETTLEMENTS".
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "PERIOD  | "
           "TERMINATED | "
           "N | "
           "NET          | "
           "S".
           MOVE 0 TO COUNTER.
           OPEN INPUT SETTLE-FILE
           IF FS-SETTLE NOT = "00" THEN
               MOVE '99' TO FS-SETTLE
           END-IF
           PERFORM UNTIL FS-SETTLE NOT = '00'
               READ SETTLE-FILE NEXT
                   AT END MOVE '99' TO FS-SETTLE
               NOT AT END
                   ADD 1 TO COUNTER
                   PERFORM SETTLE-TOTAL-CALC
                   DISPLAY
                   SETTLE-EMPLOYEE-IC " | "
                   SETTLE-PERIOD " | "
                   SETTLE-TERM-DATE " | "
                   SETTLE-NOTICE-BY " | "
                   SETTLE-NET-ED " | "
                   SETTLE-STATUS
               END-READ
           END-PERFORM
           CLOSE SETTLE-FILE.
           DISPLAY " ".
           DISPLAY "total settlements: " COUNTER.

      *    assumes EMPLOYEE-RECORD and SETTLE-RECORD hold the
      *    leaver and their settlement, totals worked out. one
      *    print file per leaver, with lines for both signatures.
           SETTLE-STATEMENT-WRITE.
           MOVE SPACES TO SETTLE-STMT-NAME.
           STRING
               "settlement." DELIMITED BY SIZE
               SETTLE-EMPLOYEE-IC DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO SETTLE-STMT-NAME
           END-STRING.
           OPEN OUTPUT SETTLE-STATEMENT-FILE.
           MOVE "---------------------------------------------"
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "FINAL SETTLEMENT STATEMENT" TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "ic:             " DELIMITED BY SIZE
               SETTLE-EMPLOYEE-IC DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "name:           " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "position:       " DELIMITED BY SIZE
               EMPLOYEE-POSITION DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "hired:          " DELIMITED BY SIZE
               EMPLOYEE-HIRE-DATE DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "terminated:     " DELIMITED BY SIZE
               SETTLE-TERM-DATE DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "final period:   " DELIMITED BY SIZE
               SETTLE-TERM-DATE(1:7) DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           IF SETTLE-PERIOD NOT = SETTLE-TERM-DATE(1:7) THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "settled in:     " DELIMITED BY SIZE
                   SETTLE-PERIOD DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "monthly rate:   " DELIMITED BY SIZE
               EMPLOYEE-SALARY DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           IF SETTLE-RESIGNED THEN
               STRING
                   "notice given:   " DELIMITED BY SIZE
                   SETTLE-NOTICE-DATE DELIMITED BY SIZE
                   " by the employee" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
           ELSE
               STRING
                   "notice given:   " DELIMITED BY SIZE
                   SETTLE-NOTICE-DATE DELIMITED BY SIZE
                   " by the company" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
           END-IF.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "notice due:     " DELIMITED BY SIZE
               SETTLE-NOTICE-DUE DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "notice served:  " DELIMITED BY SIZE
               SETTLE-NOTICE-SERVED DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "leave earned:   " DELIMITED BY SIZE
               SETTLE-LEAVE-EARNED DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "leave carried:  " DELIMITED BY SIZE
               SETTLE-LEAVE-CARRIED DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "leave taken:    " DELIMITED BY SIZE
               SETTLE-LEAVE-TAKEN DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           PERFORM SETTLE-STMT-AMOUNTS.
           PERFORM SETTLE-STMT-ITEMS.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "allowances:           " DELIMITED BY SIZE
               SETTLE-ALLOW DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "deductions:           " DELIMITED BY SIZE
               SETTLE-DEDUCT DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           STRING
               "settlement net:       " DELIMITED BY SIZE
               SETTLE-NET-ED DELIMITED BY SIZE
               INTO SETTLE-STMT-RECORD
           END-STRING.
           PERFORM SETTLE-STMT-PUT.
           IF SETTLE-UNRECOVERED > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "not recovered:        " DELIMITED BY SIZE
                   SETTLE-UNRECOVERED DELIMITED BY SIZE
                   " still owed" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           IF SETTLE-LOAN-OWED > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "loan balance owed:    " DELIMITED BY SIZE
                   SETTLE-LOAN-OWED DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "the final salary to the termination date, statutory"
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "deductions and any loan balance are settled by the"
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "close of the final period and shown on the payslip."
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           IF SETTLE-PAID THEN
               STRING
                   "status:         paid in " DELIMITED BY SIZE
                   SETTLE-PERIOD DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
           ELSE
               STRING
                   "status:         worked out " DELIMITED BY SIZE
                   SETTLE-ON DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   SETTLE-BY DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
           END-IF.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "received by the employee:" TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "signature: ____________________  date: __________"
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE SPACES TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "for the company:" TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           MOVE "signature: ____________________  date: __________"
               TO SETTLE-STMT-RECORD.
           PERFORM SETTLE-STMT-PUT.
           CLOSE SETTLE-STATEMENT-FILE.
           DISPLAY "statement:          " SETTLE-STMT-NAME.

           SETTLE-STMT-AMOUNTS.
           PERFORM SETTLE-SHORT-CALC.
           IF SETTLE-LEAVE-PAY > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "A LEAVE-ENCASH        " DELIMITED BY SIZE
                   SETTLE-LEAVE-PAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-LEAVE-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           IF SETTLE-ADVANCE-AMT > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "D LEAVE-ADVANCE       " DELIMITED BY SIZE
                   SETTLE-ADVANCE-AMT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-ADVANCE-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           IF SETTLE-LIEU-PAY > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "A NOTICE-IN-LIEU      " DELIMITED BY SIZE
                   SETTLE-LIEU-PAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-SHORT-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.
           IF SETTLE-SHORT-AMT > 0 THEN
               MOVE SPACES TO SETTLE-STMT-RECORD
               STRING
                   "D NOTICE-SHORT        " DELIMITED BY SIZE
                   SETTLE-SHORT-AMT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-SHORT-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO SETTLE-STMT-RECORD
               END-STRING
               PERFORM SETTLE-STMT-PUT
           END-IF.

      *    one line per item paid with the final salary, as
      *    totalled by SETTLE-ITEM-SCAN.
           SETTLE-STMT-ITEMS.
           OPEN INPUT EARNDED-FILE
           IF FS-EARNDED NOT = "00" THEN
               MOVE '99' TO FS-EARNDED
           END-IF
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = SETTLE-EMPLOYEE-IC
                       AND ((EARNDED-PERIOD = SPACES
                             AND EARNDED-END-DATE = SETTLE-TERM-DATE)
                        OR (EARNDED-PERIOD = SETTLE-TERM-DATE(1:7)
                             AND EARNDED-END-DATE = SPACES)) THEN
                       MOVE SPACES TO SETTLE-STMT-RECORD
                       STRING
                           EARNDED-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EARNDED-CODE DELIMITED BY SIZE
                           "           " DELIMITED BY SIZE
                           EARNDED-AMOUNT DELIMITED BY SIZE
                           INTO SETTLE-STMT-RECORD
                       END-STRING
                       PERFORM SETTLE-STMT-PUT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.

           SETTLE-STMT-PUT.
           WRITE SETTLE-STMT-RECORD.
           IF FS-SETTLE-STMT NOT = "00" THEN
               DISPLAY "warning: statement line not written"
           END-IF.

           EMPLOYEE-TRANSFER.
           DISPLAY "---------------------------------------------".
           DISPLAY "TRANSFER AN EMPLOYEE".
           DISPLAY " ".
           DISPLAY "(1/2) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY "(2/2) new position:" WITH NO ADVANCING.
           ACCEPT POSITION-ID.

           OPEN INPUT POSITION-FILE.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "invalid position id"
               NOT INVALID KEY
                   PERFORM EMPLOYEE-TRANSFER-COMMIT
           END-READ.
           CLOSE POSITION-FILE.

      *    assumes EMPLOYEE-IC has been accepted and POSITION-ID holds
      *    a validated destination position.
           EMPLOYEE-TRANSFER-COMMIT.
           OPEN I-O EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - not movable"
                   ELSE IF EMPLOYEE-POSITION = POSITION-ID THEN
                       DISPLAY "employee already holds that position"
                   ELSE
                       MOVE EMPLOYEE-POSITION TO MOVHIST-OLD-POSITION
                       MOVE EMPLOYEE-POSITION TO AUDIT-OLD-VALUE
                       MOVE POSITION-ID TO EMPLOYEE-POSITION
                       REWRITE EMPLOYEE-RECORD
                       IF FS-EMPLOYEE = "00" THEN
                           MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
                           MOVE EMPLOYEE-IC TO AUDIT-KEY
                           MOVE "REWRITE" TO AUDIT-ACTION
                           MOVE "POSITION" TO AUDIT-FIELD
                           MOVE EMPLOYEE-POSITION TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           PERFORM MOVEMENT-HISTORY-WRITE
                           DISPLAY "employee transferred successfully"
                           PERFORM EMPLOYEE-TRANSFER-RATE-CHECK
                       ELSE
                           DISPLAY "employee transfer failed"
                       END-IF
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes POSITION-RECORD holds the new position. the
      *    employee keeps their own rate across a transfer - one
      *    outside the new range is flagged for an 'emp salary'
      *    change rather than repriced without a second operator.
           EMPLOYEE-TRANSFER-RATE-CHECK.
           IF EMPLOYEE-SALARY < POSITION-GRADE-MIN
               OR EMPLOYEE-SALARY > POSITION-GRADE-MAX THEN
               DISPLAY "warning: salary " EMPLOYEE-SALARY
                   " is outside the grade range "
                   POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
               DISPLAY "queue an 'emp salary' change to bring it "
                   "into range"
           END-IF.

      *    assumes EMPLOYEE-IC, MOVHIST-OLD-POSITION and the new
      *    EMPLOYEE-POSITION have already been populated by the caller.
           MOVEMENT-HISTORY-WRITE.
           MOVE EMPLOYEE-IC TO MOVHIST-EMPLOYEE-IC.
           MOVE EMPLOYEE-POSITION TO MOVHIST-NEW-POSITION.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO MOVHIST-EFFECTIVE-DATE.
           OPEN EXTEND MOVEMENT-HISTORY-FILE.
           WRITE MOVEMENT-HISTORY-RECORD.
           IF FS-MOVHIST NOT = "00" THEN
               DISPLAY "warning: movement history entry not recorded"
           END-IF.
           CLOSE MOVEMENT-HISTORY-FILE.

           MOVEMENT-HISTORY-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "MOVEMENT HISTORY".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "EFFECTIVE DATE | "
           "OLD POSITION | "
           "NEW POSITION".
           MOVE 0 TO COUNTER.
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM UNTIL FS-MOVHIST NOT = '00'
               READ MOVEMENT-HISTORY-FILE
                   AT END MOVE '99' TO FS-MOVHIST
               NOT AT END
                   IF MOVHIST-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       MOVHIST-EFFECTIVE-DATE "     | "
                       MOVHIST-OLD-POSITION "   | "
                       MOVHIST-NEW-POSITION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE.
           DISPLAY " ".
           DISPLAY "total transfers: " COUNTER.

      *    an employee's own rate changes through the approval
      *    queue like a position raise, and must stay inside the
      *    grade range of their position.
           EMPLOYEE-SALARY-CHANGE.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHANGE AN EMPLOYEE'S SALARY".
           DISPLAY " ".
           DISPLAY "(1/2) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           SET GRADE-NO-POSITION TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated"
                   ELSE
                       PERFORM EMPLOYEE-GRADE-READ
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF GRADE-IN-RANGE THEN
               DISPLAY "current salary:    " EMPLOYEE-SALARY
               DISPLAY "grade range:       " POSITION-GRADE " "
                   POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-EMPSAL-NEW UNTIL INPUT-VALID
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-SALARY-EFFECTIVE UNTIL INPUT-VALID
               PERFORM PENDING-QUEUE-EMPSAL
           END-IF.

      *    assumes EMPLOYEE-RECORD holds the employee. leaves their
      *    position in POSITION-RECORD and GRADE-IN-RANGE set when
      *    it is on file.
           EMPLOYEE-GRADE-READ.
           MOVE EMPLOYEE-POSITION TO POSITION-ID.
           OPEN INPUT POSITION-FILE.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "position " POSITION-ID " not found"
               NOT INVALID KEY
                   SET GRADE-IN-RANGE TO TRUE
           END-READ.
           CLOSE POSITION-FILE.

           PROMPT-EMPSAL-NEW.
           DISPLAY "(2/2) new salary:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND (SALARY-NUM < POSITION-GRADE-MIN
               OR SALARY-NUM > POSITION-GRADE-MAX) THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid salary - enter a number from "
                   POSITION-GRADE-MIN " to " POSITION-GRADE-MAX
           ELSE IF SALARY-NUM = EMPLOYEE-SALARY THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "that is the current salary"
           ELSE
               MOVE SALARY-CHECK TO TEMPSTR-B
           END-IF
           END-IF.

      *    assumes EMPLOYEE-IC names the employee, TEMPSTR-B holds
      *    the new rate and SALARY-EFFECTIVE-DATE its effective date
      *    (spaces for the approval date) - runs only from the
      *    approval flow. the range is checked again, as the grade
      *    may have moved since the change was queued.
           EMPLOYEE-SALARY-APPLY.
           SET COMMIT-FAILED TO TRUE.
           MOVE FUNCTION NUMVAL(TEMPSTR-B) TO EMPSAL-NEW.
           OPEN I-O EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - salary "
                           "not changed"
                   ELSE
                       PERFORM EMPLOYEE-SALARY-REWRITE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes EMPLOYEE-RECORD holds the employee, open i-o, and
      *    EMPSAL-NEW the approved rate.
           EMPLOYEE-SALARY-REWRITE.
           SET GRADE-NO-POSITION TO TRUE.
           PERFORM EMPLOYEE-GRADE-READ.
           IF GRADE-IN-RANGE
               AND (EMPSAL-NEW < POSITION-GRADE-MIN
                 OR EMPSAL-NEW > POSITION-GRADE-MAX) THEN
               SET GRADE-OUT-OF-RANGE TO TRUE
               DISPLAY "salary outside grade range "
                   POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
           END-IF.
           IF GRADE-IN-RANGE THEN
               MOVE EMPLOYEE-SALARY TO SALHIST-OLD-SALARY
               MOVE EMPLOYEE-SALARY TO AUDIT-OLD-VALUE
               MOVE EMPSAL-NEW TO EMPLOYEE-SALARY
               REWRITE EMPLOYEE-RECORD
               IF FS-EMPLOYEE = "00" THEN
                   MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
                   MOVE EMPLOYEE-IC TO AUDIT-KEY
                   MOVE "REWRITE" TO AUDIT-ACTION
                   MOVE "SALARY" TO AUDIT-FIELD
                   MOVE EMPLOYEE-SALARY TO AUDIT-NEW-VALUE
                   PERFORM AUDIT-WRITE
                   PERFORM SALARY-HISTORY-EMPLOYEE-WRITE
                   SET COMMIT-OK TO TRUE
                   DISPLAY "employee salary updated"
               ELSE
                   DISPLAY "employee salary update failed"
               END-IF
           END-IF.

           EMPLOYEE-SALHIST-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "EMPLOYEE SALARY HISTORY".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "EFFECTIVE DATE | "
           "POSITION   | "
           "OLD SALARY | "
           "NEW SALARY | "
           "ARREARS".
           MOVE 0 TO COUNTER.
           OPEN INPUT SALARY-HISTORY-FILE
           IF FS-SALHIST NOT = "00" THEN
               MOVE '99' TO FS-SALHIST
           END-IF
           PERFORM UNTIL FS-SALHIST NOT = '00'
               READ SALARY-HISTORY-FILE
                   AT END MOVE '99' TO FS-SALHIST
               NOT AT END
                   IF SALHIST-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       SALHIST-EFFECTIVE-DATE "     | "
                       SALHIST-POSITION-ID " | "
                       SALHIST-OLD-SALARY " | "
                       SALHIST-NEW-SALARY " | "
                       SALHIST-ARREARS-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE.
           DISPLAY " ".
           DISPLAY "total changes: " COUNTER.

           EMPLOYEE-LIST.
           MOVE "N" TO INCLUDE-TERMINATED.
           PERFORM EMPLOYEE-LIST-SCAN.

           EMPLOYEE-LIST-ALL.
           MOVE "Y" TO INCLUDE-TERMINATED.
           PERFORM EMPLOYEE-LIST-SCAN.

           EMPLOYEE-LIST-SCAN.
           DISPLAY "---------------------------------------------".
           DISPLAY "LIST ALL EMPLOYEES".
           DISPLAY " ".

           DISPLAY
           "NUM   | "
           "ID               | "
           "NAME                             | "
           "POSITION   | "
           "STATUS".
           DISPLAY
           "------|"
           "------------------|"
           "----------------------------------|"
           "------------|"
           "-----------"
           MOVE 0 TO COUNTER.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99'TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-ACTIVE OR INCLUDE-TERMINATED = "Y" THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       COUNTER " | "
                       EMPLOYEE-IC " | "
                       EMPLOYEE-NAME " | "
                       EMPLOYEE-POSITION " | "
                       EMPLOYEE-STATUS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           DISPLAY " ".
           DISPLAY "total: " COUNTER.

           EMPLOYEE-EXPORT.
           DISPLAY "---------------------------------------------".
           DISPLAY "EXPORT EMPLOYEES TO CSV".
           DISPLAY " ".

           MOVE 0 TO COUNTER.
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT EMPLOYEE-EXPORT-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-ACTIVE THEN
                       ADD 1 TO COUNTER
                       MOVE SPACES TO EMPLOYEE-EXPORT-RECORD
                       STRING
                           FUNCTION TRIM(EMPLOYEE-IC) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(EMPLOYEE-NAME)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(EMPLOYEE-POSITION)
                               DELIMITED BY SIZE
                           INTO EMPLOYEE-EXPORT-RECORD
                       END-STRING
                       WRITE EMPLOYEE-EXPORT-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE EMPLOYEE-EXPORT-FILE.
           DISPLAY "exported " COUNTER " employee(s) to employee.csv".

           EMPLOYEE-BANK.
           DISPLAY "---------------------------------------------".
           DISPLAY "SET EMPLOYEE BANK DETAILS".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BANK-IC UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BANK-CODE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BANK-ACCOUNT UNTIL INPUT-VALID.

           PERFORM PENDING-QUEUE-BANK.

           PROMPT-BANK-IC.
           DISPLAY "(1/3) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-BANK-CODE.
           DISPLAY "(2/3) bank code:   " WITH NO ADVANCING.
           ACCEPT BANK-CODE.
           IF BANK-CODE = SPACES THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid bank code - must not be blank"
           ELSE
               SET INPUT-VALID TO TRUE
           END-IF.

           PROMPT-BANK-ACCOUNT.
           DISPLAY "(3/3) account no:  " WITH NO ADVANCING.
           ACCEPT BANK-ACCOUNT.
           PERFORM VALIDATE-BANK-ACCOUNT.
           IF INPUT-INVALID THEN
               DISPLAY "invalid account - digits only, not blank".

      *    assumes EMPLOYEE-IC, BANK-CODE and BANK-ACCOUNT have
      *    already been accepted and validated. an employee with
      *    details already on file gets them replaced. runs only
      *    from the approval flow - 'emp bank' queues the change
      *    for a second operator instead of committing it.
           EMPLOYEE-BANK-APPLY.
           SET COMMIT-FAILED TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   MOVE EMPLOYEE-IC TO BANK-EMPLOYEE-IC
                   OPEN I-O BANK-FILE
                   WRITE BANK-RECORD
                   IF FS-BANK = "00" THEN
                       MOVE "WRITE" TO AUDIT-ACTION
                       PERFORM EMPLOYEE-BANK-AUDIT
                       SET COMMIT-OK TO TRUE
                       DISPLAY "bank details added"
                   ELSE
                       REWRITE BANK-RECORD
                       IF FS-BANK = "00" THEN
                           MOVE "REWRITE" TO AUDIT-ACTION
                           PERFORM EMPLOYEE-BANK-AUDIT
                           SET COMMIT-OK TO TRUE
                           DISPLAY "bank details updated"
                       ELSE
                           DISPLAY "bank details save failed"
                       END-IF
                   END-IF
                   CLOSE BANK-FILE
           END-READ.
           CLOSE EMPLOYEE-FILE.

           EMPLOYEE-BANK-AUDIT.
           MOVE "BANK" TO AUDIT-FILE-NAME.
           MOVE BANK-EMPLOYEE-IC TO AUDIT-KEY.
           MOVE "ACCOUNT" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE BANK-ACCOUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.

           EARNDED-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD AN ALLOWANCE/DEDUCTION".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EARNDED-IC UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EARNDED-TYPE UNTIL INPUT-VALID.
           DISPLAY "(3/5) code:        " WITH NO ADVANCING.
           ACCEPT EARNDED-CODE.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EARNDED-AMOUNT UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO EARNDED-AMOUNT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-EARNDED-PERIOD UNTIL INPUT-VALID.

           PERFORM EARNDED-ADD-COMMIT.

           PROMPT-EARNDED-IC.
           DISPLAY "(1/5) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-EARNDED-TYPE.
           DISPLAY "(2/5) type a/d:    " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "a" OR TEMPSTR-A = "d" THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid type - 'a' allowance or 'd' deduction"
           END-IF.

           PROMPT-EARNDED-AMOUNT.
           DISPLAY "(4/5) amount:      " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a positive number".

      *    blank means a recurring item; a one-off item must name a
      *    real pay period or it would silently never pay.
           PROMPT-EARNDED-PERIOD.
           DISPLAY "(5/5) period:      " WITH NO ADVANCING.
           ACCEPT EARNDED-PERIOD.
           IF EARNDED-PERIOD = SPACES THEN
               SET INPUT-VALID TO TRUE
           ELSE
               MOVE EARNDED-PERIOD TO PERIOD-CHECK
               PERFORM VALIDATE-PERIOD
               IF INPUT-INVALID THEN
                   DISPLAY "invalid period - YYYY-MM or blank"
               END-IF
           END-IF.

      *    assumes EMPLOYEE-IC, TEMPSTR-A (type), EARNDED-CODE,
      *    EARNDED-AMOUNT and EARNDED-PERIOD (spaces when recurring)
      *    have already been accepted and validated. an end-dated
      *    item no longer pays; leave the end date as spaces.
           EARNDED-ADD-COMMIT.
           PERFORM SET-TODAY-YMD.
           IF EARNDED-PERIOD = SPACES THEN
               MOVE TODAY-YMD(1:7) TO LOCK-PERIOD
           ELSE
               MOVE EARNDED-PERIOD TO LOCK-PERIOD
           END-IF.
           PERFORM PERIOD-LOCK-CHECK.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - not payable"
                   ELSE IF LOCK-PERIOD-LOCKED THEN
                       DISPLAY "period " LOCK-PERIOD " is locked - "
                           "item refused"
                   ELSE
                       MOVE EMPLOYEE-IC TO EARNDED-EMPLOYEE-IC
                       IF TEMPSTR-A = "a" THEN
                           MOVE "A" TO EARNDED-TYPE
                       ELSE
                           MOVE "D" TO EARNDED-TYPE
                       END-IF
                       PERFORM SET-TODAY-YMD
                       MOVE TODAY-YMD TO EARNDED-START-DATE
                       MOVE SPACES TO EARNDED-END-DATE
                       OPEN I-O EARNDED-FILE
                       WRITE EARNDED-RECORD
                       IF FS-EARNDED = "00" THEN
                           MOVE "EARNDED" TO AUDIT-FILE-NAME
                           MOVE EARNDED-EMPLOYEE-IC TO AUDIT-KEY
                           MOVE "WRITE" TO AUDIT-ACTION
                           MOVE EARNDED-CODE TO AUDIT-FIELD
                           MOVE SPACES TO AUDIT-OLD-VALUE
                           MOVE EARNDED-AMOUNT TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY " "
                           DISPLAY "item added successfully."
                       ELSE
                           DISPLAY "item add failed - code already used"
                       END-IF
                       CLOSE EARNDED-FILE
                   END-IF
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

           EARNDED-END.
           DISPLAY "---------------------------------------------".
           DISPLAY "END-DATE AN ALLOWANCE/DEDUCTION".
           DISPLAY " ".
           DISPLAY "(1/2) ic:          " WITH NO ADVANCING.
           ACCEPT EARNDED-EMPLOYEE-IC.
           DISPLAY "(2/2) code:        " WITH NO ADVANCING.
           ACCEPT EARNDED-CODE.

           OPEN I-O EARNDED-FILE.
           READ EARNDED-FILE KEY IS EARNDED-KEY
               INVALID KEY
                   DISPLAY "item not found"
               NOT INVALID KEY
                   PERFORM SET-TODAY-YMD
                   MOVE TODAY-YMD(1:7) TO LOCK-PERIOD
                   PERFORM PERIOD-LOCK-CHECK
                   IF EARNDED-END-DATE NOT = SPACES THEN
                       DISPLAY "item is already end-dated"
                   ELSE IF LOCK-PERIOD-LOCKED THEN
                       DISPLAY "period " LOCK-PERIOD " is locked - "
                           "end date refused"
                   ELSE
                       MOVE TODAY-YMD TO EARNDED-END-DATE
                       REWRITE EARNDED-RECORD
                       IF FS-EARNDED = "00" THEN
                           MOVE "EARNDED" TO AUDIT-FILE-NAME
                           MOVE EARNDED-EMPLOYEE-IC TO AUDIT-KEY
                           MOVE "REWRITE" TO AUDIT-ACTION
                           MOVE EARNDED-CODE TO AUDIT-FIELD
                           MOVE SPACES TO AUDIT-OLD-VALUE
                           MOVE EARNDED-END-DATE TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY "item end-dated successfully"
                       ELSE
                           DISPLAY "item end-date failed"
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           CLOSE EARNDED-FILE.

      *    assumes EMPLOYEE-RECORD holds a terminated employee.
      *    stops every open recurring item at the termination date
      *    so nothing runs on past the final period - the close
      *    still pays them for that period. items already stopped
      *    are left alone, so a second run changes nothing.
           EARNDED-TERMINATE-END.
           MOVE 0 TO SETTLE-ENDED.
           OPEN I-O EARNDED-FILE
           IF FS-EARNDED NOT = "00" THEN
               MOVE '99' TO FS-EARNDED
           END-IF
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = EMPLOYEE-IC
                       AND EARNDED-PERIOD = SPACES
                       AND EARNDED-END-DATE = SPACES THEN
                       PERFORM EARNDED-TERMINATE-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.
           IF SETTLE-ENDED > 0 THEN
               DISPLAY SETTLE-ENDED " recurring item(s) end-dated "
                   EMPLOYEE-TERM-DATE
           END-IF.

           EARNDED-TERMINATE-REWRITE.
           MOVE EMPLOYEE-TERM-DATE TO EARNDED-END-DATE.
           REWRITE EARNDED-RECORD.
           IF FS-EARNDED = "00" THEN
               ADD 1 TO SETTLE-ENDED
               MOVE "EARNDED" TO AUDIT-FILE-NAME
               MOVE EARNDED-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "REWRITE" TO AUDIT-ACTION
               MOVE EARNDED-CODE TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE EARNDED-END-DATE TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
           ELSE
               DISPLAY "warning: item " EARNDED-CODE
                   " not end-dated - end it with 'emp earnded end'"
           END-IF.

           EARNDED-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "ALLOWANCES/DEDUCTIONS".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "TYPE | "
           "CODE       | "
           "AMOUNT     | "
           "PERIOD  | "
           "START      | "
           "END".
           MOVE 0 TO COUNTER.
           OPEN INPUT EARNDED-FILE
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       EARNDED-TYPE "    | "
                       EARNDED-CODE " | "
                       EARNDED-AMOUNT " | "
                       EARNDED-PERIOD " | "
                       EARNDED-START-DATE " | "
                       EARNDED-END-DATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.
           DISPLAY " ".
           DISPLAY "total items: " COUNTER.

      *    issues a staff loan or salary advance. the principal is
      *    paid out off-system; the close recovers it from the
      *    start period on.
           LOAN-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ISSUE A STAFF LOAN/ADVANCE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LOAN-IC UNTIL INPUT-VALID.
           DISPLAY "(2/6) loan id:     " WITH NO ADVANCING.
           ACCEPT LOAN-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LOAN-TYPE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LOAN-PRINCIPAL UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO LOAN-PRINCIPAL.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LOAN-INSTALMENT UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO LOAN-INSTALMENT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LOAN-START UNTIL INPUT-VALID.

           PERFORM LOAN-ADD-COMMIT.

           PROMPT-LOAN-IC.
           DISPLAY "(1/6) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-LOAN-TYPE.
           DISPLAY "(3/6) type l/a:    " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "l" OR TEMPSTR-A = "a" THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid type - 'l' staff loan or 'a' advance"
           END-IF.

           PROMPT-LOAN-PRINCIPAL.
           DISPLAY "(4/6) principal:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a positive number".

           PROMPT-LOAN-INSTALMENT.
           DISPLAY "(5/6) instalment:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a positive number"
           ELSE IF SALARY-NUM > LOAN-PRINCIPAL THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "instalment cannot exceed the principal"
           END-IF
           END-IF.

           PROMPT-LOAN-START.
           DISPLAY "(6/6) start period:" WITH NO ADVANCING.
           ACCEPT LOAN-START-PERIOD.
           MOVE LOAN-START-PERIOD TO PERIOD-CHECK.
           PERFORM VALIDATE-PERIOD.
           IF INPUT-INVALID THEN
               DISPLAY "invalid period - expected format YYYY-MM".

      *    assumes EMPLOYEE-IC, LOAN-ID, TEMPSTR-A (type),
      *    LOAN-PRINCIPAL, LOAN-INSTALMENT and LOAN-START-PERIOD
      *    have been accepted and validated.
           LOAN-ADD-COMMIT.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - no new loans"
                   ELSE
                       PERFORM LOAN-ADD-WRITE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

           LOAN-ADD-WRITE.
           MOVE EMPLOYEE-IC TO LOAN-EMPLOYEE-IC.
           IF TEMPSTR-A = "l" THEN
               MOVE "L" TO LOAN-TYPE
           ELSE
               MOVE "A" TO LOAN-TYPE
           END-IF.
           MOVE LOAN-PRINCIPAL TO LOAN-BALANCE.
           MOVE 0 TO LOAN-CARRIED.
           MOVE SPACES TO LOAN-LAST-PERIOD.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO LOAN-ISSUE-DATE.
           MOVE "A" TO LOAN-STATUS.
           OPEN I-O LOAN-FILE.
           WRITE LOAN-RECORD.
           IF FS-LOAN = "00" THEN
               MOVE LOAN-EMPLOYEE-IC TO LOANHIST-EMPLOYEE-IC
               MOVE LOAN-ID TO LOANHIST-LOAN-ID
               MOVE TODAY-YMD(1:7) TO LOANHIST-PERIOD
               MOVE "I" TO LOANHIST-ENTRY
               MOVE 0 TO LOANHIST-DUE
               MOVE LOAN-PRINCIPAL TO LOANHIST-AMOUNT
               MOVE 0 TO LOANHIST-CARRIED
               MOVE LOAN-BALANCE TO LOANHIST-BALANCE
               PERFORM LOAN-HISTORY-WRITE
               MOVE "LOAN" TO AUDIT-FILE-NAME
               MOVE LOAN-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE LOAN-ID TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE LOAN-PRINCIPAL TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "loan issued successfully."
           ELSE
               DISPLAY "loan issue failed - loan id already used"
           END-IF.
           CLOSE LOAN-FILE.

      *    assumes LOAN-HISTORY-RECORD is built apart from the date.
           LOAN-HISTORY-WRITE.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO LOANHIST-DATE.
           OPEN EXTEND LOAN-HISTORY-FILE.
           WRITE LOAN-HISTORY-RECORD.
           IF FS-LOANHIST NOT = "00" THEN
               DISPLAY "warning: loan ledger entry not recorded"
           END-IF.
           CLOSE LOAN-HISTORY-FILE.

           LOAN-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "STAFF LOANS/ADVANCES".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "LOAN ID    | "
           "TYPE | "
           "PRINCIPAL  | "
           "INSTALMENT | "
           "START   | "
           "BALANCE    | "
           "CARRIED    | "
           "STATUS".
           MOVE 0 TO COUNTER.
           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00" THEN
               MOVE '99' TO FS-LOAN
           END-IF
           PERFORM UNTIL FS-LOAN NOT = '00'
               READ LOAN-FILE NEXT
                   AT END MOVE '99' TO FS-LOAN
               NOT AT END
                   IF LOAN-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       LOAN-ID " | "
                       LOAN-TYPE "    | "
                       LOAN-PRINCIPAL " | "
                       LOAN-INSTALMENT " | "
                       LOAN-START-PERIOD " | "
                       LOAN-BALANCE " | "
                       LOAN-CARRIED " | "
                       LOAN-STATUS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.
           DISPLAY " ".
           DISPLAY "total loans: " COUNTER.

      *    leaves the balance still owed on EMPLOYEE-IC's active
      *    loans in LOAN-OWED.
           LOAN-OWED-SCAN.
           MOVE 0 TO LOAN-OWED.
           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00" THEN
               MOVE '99' TO FS-LOAN
           END-IF
           PERFORM UNTIL FS-LOAN NOT = '00'
               READ LOAN-FILE NEXT
                   AT END MOVE '99' TO FS-LOAN
               NOT AT END
                   IF LOAN-EMPLOYEE-IC = EMPLOYEE-IC
                       AND LOAN-ACTIVE THEN
                       ADD LOAN-BALANCE TO LOAN-OWED
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      *    assumes EMPLOYEE-IC has just been terminated.
           LOAN-TERMINATE-FLAG.
           PERFORM LOAN-OWED-SCAN.
           IF LOAN-OWED > 0 THEN
               DISPLAY "warning: loan balance of " LOAN-OWED
                   " still owed - recover it from the final pay"
               MOVE "LOAN" TO AUDIT-FILE-NAME
               MOVE EMPLOYEE-IC TO AUDIT-KEY
               MOVE "OWED" TO AUDIT-ACTION
               MOVE "TERMINATE" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE LOAN-OWED TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
           END-IF.

      *    loan ledger for finance's receivables reconciliation -
      *    every loan outstanding at the period end or recovered in
      *    the period, with its ledger rows up to the period and
      *    the balance they leave.
           LOAN-LEDGER.
           DISPLAY "---------------------------------------------".
           DISPLAY "STAFF LOAN LEDGER".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.
           PERFORM LOAN-LEDGER-BODY.

      *    assumes PAY-PERIOD names the period - run standalone
      *    after the prompt or from monthpack.
           LOAN-LEDGER-BODY.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "LOAN ID    | "
           "PERIOD  | "
           "E | "
           "DUE        | "
           "AMOUNT     | "
           "CARRIED    | "
           "BALANCE".
           MOVE "loanledger" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "STAFF LOAN LEDGER AS AT " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "IC               | " DELIMITED BY SIZE
               "LOAN ID    | " DELIMITED BY SIZE
               "PERIOD  | " DELIMITED BY SIZE
               "E | " DELIMITED BY SIZE
               "DUE        | " DELIMITED BY SIZE
               "AMOUNT     | " DELIMITED BY SIZE
               "CARRIED    | " DELIMITED BY SIZE
               "BALANCE" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE "E: I issued, R recovered" TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           MOVE 0 TO LEDGER-LOANS.
           MOVE 0 TO LEDGER-TOTAL-RECOVERED.
           MOVE 0 TO LEDGER-TOTAL-BALANCE.
           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00" THEN
               MOVE '99' TO FS-LOAN
           END-IF
           PERFORM UNTIL FS-LOAN NOT = '00'
               READ LOAN-FILE NEXT
                   AT END MOVE '99' TO FS-LOAN
               NOT AT END
                   PERFORM LOAN-LEDGER-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.
           DISPLAY " ".
           DISPLAY "loans listed:            " LEDGER-LOANS.
           DISPLAY "recovered in period:     " LEDGER-TOTAL-RECOVERED.
           DISPLAY "outstanding at period:   " LEDGER-TOTAL-BALANCE.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "loans listed:            " DELIMITED BY SIZE
               LEDGER-LOANS DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "recovered in period:     " DELIMITED BY SIZE
               LEDGER-TOTAL-RECOVERED DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "outstanding at period:   " DELIMITED BY SIZE
               LEDGER-TOTAL-BALANCE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           PERFORM SPOOL-FINISH.

      *    assumes LOAN-RECORD holds the loan. a first pass over the
      *    ledger finds its standing at the period end; only a loan
      *    still owed then, or recovered in the period, is listed.
           LOAN-LEDGER-LOAN.
           SET LEDGER-OUT-OF-SCOPE TO TRUE.
           MOVE 0 TO LEDGER-BALANCE.
           MOVE 0 TO LEDGER-PERIOD-AMOUNT.
           OPEN INPUT LOAN-HISTORY-FILE
           IF FS-LOANHIST NOT = "00" THEN
               MOVE '99' TO FS-LOANHIST
           END-IF
           PERFORM UNTIL FS-LOANHIST NOT = '00'
               READ LOAN-HISTORY-FILE
                   AT END MOVE '99' TO FS-LOANHIST
               NOT AT END
                   IF LOANHIST-EMPLOYEE-IC = LOAN-EMPLOYEE-IC
                       AND LOANHIST-LOAN-ID = LOAN-ID
                       AND LOANHIST-PERIOD NOT > PAY-PERIOD THEN
                       MOVE LOANHIST-BALANCE TO LEDGER-BALANCE
                       IF LOANHIST-PERIOD = PAY-PERIOD
                           AND LOANHIST-RECOVERY THEN
                           ADD LOANHIST-AMOUNT TO LEDGER-PERIOD-AMOUNT
                           SET LEDGER-IN-SCOPE TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE.
           IF LEDGER-BALANCE > 0 THEN
               SET LEDGER-IN-SCOPE TO TRUE
           END-IF.
           IF LEDGER-IN-SCOPE THEN
               ADD 1 TO LEDGER-LOANS
               ADD LEDGER-PERIOD-AMOUNT TO LEDGER-TOTAL-RECOVERED
               ADD LEDGER-BALANCE TO LEDGER-TOTAL-BALANCE
               PERFORM LOAN-LEDGER-ENTRIES
           END-IF.

           LOAN-LEDGER-ENTRIES.
           OPEN INPUT LOAN-HISTORY-FILE
           PERFORM UNTIL FS-LOANHIST NOT = '00'
               READ LOAN-HISTORY-FILE
                   AT END MOVE '99' TO FS-LOANHIST
               NOT AT END
                   IF LOANHIST-EMPLOYEE-IC = LOAN-EMPLOYEE-IC
                       AND LOANHIST-LOAN-ID = LOAN-ID
                       AND LOANHIST-PERIOD NOT > PAY-PERIOD THEN
                       PERFORM LOAN-LEDGER-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE.

           LOAN-LEDGER-ROW.
           DISPLAY
           LOANHIST-EMPLOYEE-IC " | "
           LOANHIST-LOAN-ID " | "
           LOANHIST-PERIOD " | "
           LOANHIST-ENTRY " | "
           LOANHIST-DUE " | "
           LOANHIST-AMOUNT " | "
           LOANHIST-CARRIED " | "
           LOANHIST-BALANCE.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               LOANHIST-EMPLOYEE-IC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-LOAN-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-PERIOD DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-ENTRY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-DUE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-CARRIED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LOANHIST-BALANCE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
       PROCEDURE-DEPARTMENT.
           DISPLAY "---------------------------------------------".
           DISPLAY "DEPARTMENT MANAGEMENT OVERVIEW".
           DISPLAY " ".
           DISPLAY "[dept list]        list all departments".
           DISPLAY "[dept add]         add a new department".
           DISPLAY "[dept edit]        edit a department".
           DISPLAY "[dept delete]      delete a department".
           DISPLAY "[dept headcount]   headcount report".
           DISPLAY "[dept budget]      set a department's budget".
           DISPLAY "[dept budget list] list department budgets".
           DISPLAY "[dept variance]    budget-versus-actual report".

           DEPARTMENT-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD A NEW DEPARTMENT".
           DISPLAY " ".
           DISPLAY "(1/3) id:          " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-ID.
           DISPLAY "(2/3) name:        " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-NAME.
           DISPLAY "(3/3) manager ic:  " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-MANAGER-IC.

           OPEN I-O DEPARTMENT-FILE.
           WRITE DEPARTMENT-RECORD.
           IF FS-DEPARTMENT = "00" THEN
               MOVE "DEPARTMENT" TO AUDIT-FILE-NAME
               MOVE DEPARTMENT-ID TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE "ALL" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE DEPARTMENT-NAME TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "department added successfully."
           ELSE
               DISPLAY "department add failed - id already in use"
           END-IF.
           CLOSE DEPARTMENT-FILE.

           DEPARTMENT-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "LIST ALL DEPARTMENTS".
           DISPLAY " ".

           DISPLAY
           "NUM   | "
           "ID         | "
           "NAME                 | "
           "MANAGER IC".
           DISPLAY
           "------|"
           "------------|"
           "----------------------|"
           "------------------"
           MOVE 0 TO COUNTER.
           OPEN INPUT DEPARTMENT-FILE
           PERFORM UNTIL FS-DEPARTMENT NOT = '00'
               READ DEPARTMENT-FILE NEXT
                   AT END MOVE '99' TO FS-DEPARTMENT
               NOT AT END
                   ADD 1 TO COUNTER
                   DISPLAY
                   COUNTER " | "
                   DEPARTMENT-ID " | "
                   DEPARTMENT-NAME " | "
                   DEPARTMENT-MANAGER-IC
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE.
           DISPLAY " ".
           DISPLAY "total: " COUNTER.

           DEPARTMENT-EDIT.
           DISPLAY "---------------------------------------------".
           DISPLAY "EDIT A DEPARTMENT".
           DISPLAY " ".
           DISPLAY "properties:".
           DISPLAY "[name]             name of the department".
           DISPLAY "[manager]          manager ic of the department".
           DISPLAY " ".

           DISPLAY "(1/3) id:          " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-ID.
           DISPLAY "(2/3) property:    " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           DISPLAY "(3/3) new value:   " WITH NO ADVANCING.
           ACCEPT TEMPSTR-B.

           IF TEMPSTR-A = "name" THEN
               OPEN I-O DEPARTMENT-FILE
               READ DEPARTMENT-FILE KEY IS DEPARTMENT-ID
                   INVALID KEY
                       DISPLAY "invalid department id"
                   NOT INVALID KEY
                       MOVE DEPARTMENT-NAME TO AUDIT-OLD-VALUE
                       MOVE TEMPSTR-B TO DEPARTMENT-NAME
                       REWRITE DEPARTMENT-RECORD
                       IF FS-DEPARTMENT = "00" THEN
                           MOVE DEPARTMENT-NAME TO AUDIT-NEW-VALUE
                           MOVE "NAME" TO AUDIT-FIELD
                           PERFORM DEPARTMENT-EDIT-AUDIT
                           DISPLAY "department name updated"
                       ELSE
                           DISPLAY "department update failed"
                       END-IF
               END-READ
               CLOSE DEPARTMENT-FILE
           ELSE IF TEMPSTR-A = "manager" THEN
               OPEN I-O DEPARTMENT-FILE
               READ DEPARTMENT-FILE KEY IS DEPARTMENT-ID
                   INVALID KEY
                       DISPLAY "invalid department id"
                   NOT INVALID KEY
                       MOVE DEPARTMENT-MANAGER-IC TO AUDIT-OLD-VALUE
                       MOVE TEMPSTR-B TO DEPARTMENT-MANAGER-IC
                       REWRITE DEPARTMENT-RECORD
                       IF FS-DEPARTMENT = "00" THEN
                           MOVE DEPARTMENT-MANAGER-IC TO AUDIT-NEW-VALUE
                           MOVE "MANAGER" TO AUDIT-FIELD
                           PERFORM DEPARTMENT-EDIT-AUDIT
                           DISPLAY "department manager updated"
                       ELSE
                           DISPLAY "department update failed"
                       END-IF
               END-READ
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY "invalid property name"
           END-IF.

           DEPARTMENT-EDIT-AUDIT.
           MOVE "DEPARTMENT" TO AUDIT-FILE-NAME.
           MOVE DEPARTMENT-ID TO AUDIT-KEY.
           MOVE "REWRITE" TO AUDIT-ACTION.
           PERFORM AUDIT-WRITE.

           DEPARTMENT-DELETE.
           DISPLAY "---------------------------------------------".
           DISPLAY "DELETE A DEPARTMENT".
           DISPLAY " ".

           DISPLAY "(1/2) id:          " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-ID.

           MOVE 0 TO REF-COUNT.
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-POSITION NOT = '00'
               READ POSITION-FILE NEXT
                   AT END MOVE '99' TO FS-POSITION
               NOT AT END
                   IF POSITION-DEPARTMENT = DEPARTMENT-ID THEN
                       ADD 1 TO REF-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.

           IF REF-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY REF-COUNT " position(s) still in department."
               DISPLAY "reassign them before deleting the department."
           ELSE
               DISPLAY "(2/2) confirm? 'y':" WITH NO ADVANCING
               ACCEPT TEMPSTR-A
               IF TEMPSTR-A = "y" THEN
                   OPEN I-O DEPARTMENT-FILE
                   READ DEPARTMENT-FILE KEY IS DEPARTMENT-ID
                       INVALID KEY
                           DISPLAY "department not found"
                       NOT INVALID KEY
                           MOVE "DEPARTMENT" TO AUDIT-FILE-NAME
                           MOVE DEPARTMENT-ID TO AUDIT-KEY
                           MOVE "DELETE" TO AUDIT-ACTION
                           MOVE "ALL" TO AUDIT-FIELD
                           MOVE DEPARTMENT-NAME TO AUDIT-OLD-VALUE
                           MOVE SPACES TO AUDIT-NEW-VALUE
                           DELETE DEPARTMENT-FILE
                           IF FS-DEPARTMENT = "00" THEN
                               PERFORM AUDIT-WRITE
                               DISPLAY "department deleted successfully"
                           ELSE
                               DISPLAY "department delete failed"
                           END-IF
                   END-READ
                   CLOSE DEPARTMENT-FILE
               ELSE
                   DISPLAY "operation cancelled"
               END-IF
           END-IF.

           DEPARTMENT-HEADCOUNT.
           DISPLAY "---------------------------------------------".
           DISPLAY "HEADCOUNT BY DEPARTMENT".
           DISPLAY " ".
           DISPLAY
           "DEPARTMENT            | "
           "FILLED  | "
           "UNFILLED".
           DISPLAY
           "-----------------------|"
           "---------|"
           "---------"
           MOVE "headcount" TO SPOOL-REPORT-NAME.
           MOVE "HEADCOUNT BY DEPARTMENT" TO SPOOL-TITLE.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "DEPARTMENT            | " DELIMITED BY SIZE
               "FILLED  | " DELIMITED BY SIZE
               "UNFILLED" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           OPEN INPUT DEPARTMENT-FILE
           PERFORM UNTIL FS-DEPARTMENT NOT = '00'
               READ DEPARTMENT-FILE NEXT
                   AT END MOVE '99' TO FS-DEPARTMENT
               NOT AT END
                   PERFORM DEPARTMENT-HEADCOUNT-ROW
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE.
           PERFORM SPOOL-FINISH.

      *    assumes DEPARTMENT-ID/DEPARTMENT-NAME hold the department
      *    currently being reported on.
           DEPARTMENT-HEADCOUNT-ROW.
           MOVE 0 TO FILLED-COUNT.
           MOVE 0 TO UNFILLED-COUNT.
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-POSITION NOT = '00'
               READ POSITION-FILE NEXT
                   AT END MOVE '99' TO FS-POSITION
               NOT AT END
                   IF POSITION-DEPARTMENT = DEPARTMENT-ID THEN
                       PERFORM DEPARTMENT-HEADCOUNT-POSITION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.
           DISPLAY
           DEPARTMENT-NAME " | "
           FILLED-COUNT " | "
           UNFILLED-COUNT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               DEPARTMENT-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FILLED-COUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               UNFILLED-COUNT DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    assumes POSITION-ID holds the position currently being
      *    checked for an assigned, active employee.
           DEPARTMENT-HEADCOUNT-POSITION.
           MOVE 0 TO REF-COUNT.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-POSITION = POSITION-ID
                       AND EMPLOYEE-ACTIVE THEN
                       ADD 1 TO REF-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           IF REF-COUNT > 0 THEN
               ADD 1 TO FILLED-COUNT
           ELSE
               ADD 1 TO UNFILLED-COUNT.

      *    sets a department's payroll budget for a year - a second
      *    entry for the same department and year replaces the first.
           BUDGET-SET.
           DISPLAY "---------------------------------------------".
           DISPLAY "SET A DEPARTMENT PAYROLL BUDGET".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BUDGET-DEPARTMENT UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BUDGET-YEAR UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BUDGET-MONTHLY UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BUDGET-HEADCOUNT UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-BUDGET-TOLERANCE UNTIL INPUT-VALID.

           PERFORM BUDGET-SET-COMMIT.

           PROMPT-BUDGET-DEPARTMENT.
           DISPLAY "(1/5) department:  " WITH NO ADVANCING.
           ACCEPT DEPARTMENT-ID.
           OPEN INPUT DEPARTMENT-FILE.
           READ DEPARTMENT-FILE KEY IS DEPARTMENT-ID
               INVALID KEY
                   SET INPUT-INVALID TO TRUE
                   DISPLAY "invalid department id"
               NOT INVALID KEY
                   SET INPUT-VALID TO TRUE
           END-READ.
           CLOSE DEPARTMENT-FILE.

           PROMPT-BUDGET-YEAR.
           DISPLAY "(2/5) year YYYY:   " WITH NO ADVANCING.
           ACCEPT CLOSE-YEAR.
           IF CLOSE-YEAR IS NUMERIC THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid year - expected format YYYY"
           END-IF.

           PROMPT-BUDGET-MONTHLY.
           DISPLAY "(3/5) monthly:     " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number"
           ELSE
               MOVE SALARY-NUM TO BUDGET-NEW-MONTHLY
           END-IF.

           PROMPT-BUDGET-HEADCOUNT.
           DISPLAY "(4/5) headcount:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 999 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid headcount - enter 0 to 999"
           ELSE
               MOVE SALARY-NUM TO BUDGET-NEW-HEADCOUNT
           END-IF.

           PROMPT-BUDGET-TOLERANCE.
           DISPLAY "(5/5) tolerance %: " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 100 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid tolerance - enter 0 to 100"
           ELSE
               MOVE SALARY-NUM TO BUDGET-NEW-TOLERANCE
           END-IF.

      *    assumes DEPARTMENT-ID, CLOSE-YEAR and the budget amounts
      *    have been accepted/validated.
           BUDGET-SET-COMMIT.
           MOVE DEPARTMENT-ID TO BUDGET-DEPARTMENT.
           MOVE CLOSE-YEAR TO BUDGET-YEAR.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           SET BUDGET-ON-FILE TO TRUE.
           OPEN I-O BUDGET-FILE.
           READ BUDGET-FILE KEY IS BUDGET-KEY
               INVALID KEY
                   SET BUDGET-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   MOVE BUDGET-MONTHLY TO AUDIT-OLD-VALUE
           END-READ.
           MOVE BUDGET-NEW-MONTHLY TO BUDGET-MONTHLY.
           MOVE BUDGET-NEW-HEADCOUNT TO BUDGET-HEADCOUNT.
           MOVE BUDGET-NEW-TOLERANCE TO BUDGET-TOLERANCE.
           IF BUDGET-ON-FILE THEN
               REWRITE BUDGET-RECORD
               MOVE "UPDATE" TO AUDIT-ACTION
           ELSE
               WRITE BUDGET-RECORD
               MOVE "WRITE" TO AUDIT-ACTION
           END-IF.
           IF FS-BUDGET = "00" THEN
               MOVE "BUDGET" TO AUDIT-FILE-NAME
               MOVE BUDGET-KEY TO AUDIT-KEY
               MOVE "MONTHLY" TO AUDIT-FIELD
               MOVE BUDGET-MONTHLY TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "budget saved successfully."
           ELSE
               DISPLAY "budget save failed"
           END-IF.
           CLOSE BUDGET-FILE.

           BUDGET-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "DEPARTMENT PAYROLL BUDGETS".
           DISPLAY " ".
           DISPLAY
           "DEPARTMENT | "
           "YEAR | "
           "MONTHLY    | "
           "HC  | "
           "TOL %".
           MOVE 0 TO COUNTER.
           OPEN INPUT BUDGET-FILE
           IF FS-BUDGET NOT = "00" THEN
               MOVE '99' TO FS-BUDGET
           END-IF
           PERFORM UNTIL FS-BUDGET NOT = '00'
               READ BUDGET-FILE NEXT
                   AT END MOVE '99' TO FS-BUDGET
               NOT AT END
                   ADD 1 TO COUNTER
                   DISPLAY
                   BUDGET-DEPARTMENT " | "
                   BUDGET-YEAR " | "
                   BUDGET-MONTHLY " | "
                   BUDGET-HEADCOUNT " | "
                   BUDGET-TOLERANCE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.
           DISPLAY " ".
           DISPLAY "total budgets: " COUNTER.

      *    budget-versus-actual for a closed period, per department.
      *    pay-run rows resolve to departments through their position
      *    the same way the journal does.
           BUDGET-VARIANCE.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAYROLL BUDGET VARIANCE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.
           PERFORM PAYRUN-PERIOD-CHECK.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE
               PERFORM BUDGET-VARIANCE-BODY
           END-IF.

      *    assumes PAY-PERIOD names a closed period - run standalone
      *    after the prompt or from monthpack.
           BUDGET-VARIANCE-BODY.
           MOVE PAY-PERIOD(6:2) TO VAR-MONTHS.
           MOVE 0 TO VAR-OVER-COUNT.
           MOVE 0 TO VAR-TOTAL-MONTH-ACTUAL.
           MOVE 0 TO VAR-TOTAL-MONTH-BUDGET.
           MOVE 0 TO VAR-TOTAL-YTD-ACTUAL.
           MOVE 0 TO VAR-TOTAL-YTD-BUDGET.
           DISPLAY " ".
           DISPLAY
           "DEPARTMENT | "
           "HC/BUD   | "
           "MONTH ACTUAL   | "
           "MONTH BUDGET   | "
           "VARIANCE       | "
           "PCT    | "
           "YTD ACTUAL     | "
           "YTD BUDGET     | "
           "VARIANCE       | "
           "PCT    | "
           "FLAG".
           MOVE "budgetvar" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "PAYROLL BUDGET VARIANCE " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "DEPARTMENT | " DELIMITED BY SIZE
               "HC/BUD   | " DELIMITED BY SIZE
               "MONTH ACTUAL   | " DELIMITED BY SIZE
               "MONTH BUDGET   | " DELIMITED BY SIZE
               "VARIANCE       | " DELIMITED BY SIZE
               "PCT    | " DELIMITED BY SIZE
               "YTD ACTUAL     | " DELIMITED BY SIZE
               "YTD BUDGET     | " DELIMITED BY SIZE
               "VARIANCE       | " DELIMITED BY SIZE
               "PCT    | " DELIMITED BY SIZE
               "FLAG" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           STRING
               "flag: M month / Y ytd over budget beyond "
                   DELIMITED BY SIZE
               "tolerance, NOBUD no budget set" DELIMITED BY SIZE
               INTO SPOOL-HEAD-2
           END-STRING.
           PERFORM SPOOL-START.
           OPEN INPUT DEPARTMENT-FILE
           PERFORM UNTIL FS-DEPARTMENT NOT = '00'
               READ DEPARTMENT-FILE NEXT
                   AT END MOVE '99' TO FS-DEPARTMENT
               NOT AT END
                   PERFORM BUDGET-VARIANCE-DEPARTMENT
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE.
           PERFORM BUDGET-VARIANCE-TOTAL.
           PERFORM SPOOL-FINISH.

      *    assumes DEPARTMENT-RECORD holds the department. one with
      *    no budget and no cost to date this year prints nothing.
           BUDGET-VARIANCE-DEPARTMENT.
           MOVE 0 TO VAR-MONTH-ACTUAL.
           MOVE 0 TO VAR-YTD-ACTUAL.
           MOVE 0 TO VAR-HEADCOUNT.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD(1:4) = PAY-PERIOD(1:4)
                       AND PAYRUN-PERIOD NOT > PAY-PERIOD THEN
                       PERFORM BUDGET-VARIANCE-RESOLVE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE
           CLOSE POSITION-FILE.
           MOVE DEPARTMENT-ID TO BUDGET-DEPARTMENT.
           MOVE PAY-PERIOD(1:4) TO BUDGET-YEAR.
           SET BUDGET-ON-FILE TO TRUE.
           OPEN INPUT BUDGET-FILE.
           IF FS-BUDGET = "00" THEN
               READ BUDGET-FILE KEY IS BUDGET-KEY
                   INVALID KEY
                       SET BUDGET-NOT-ON-FILE TO TRUE
               END-READ
               CLOSE BUDGET-FILE
           ELSE
               SET BUDGET-NOT-ON-FILE TO TRUE
           END-IF.
           IF BUDGET-NOT-ON-FILE THEN
               MOVE 0 TO BUDGET-MONTHLY
               MOVE 0 TO BUDGET-HEADCOUNT
               MOVE 0 TO BUDGET-TOLERANCE
           END-IF.
           IF BUDGET-ON-FILE OR VAR-YTD-ACTUAL > 0 THEN
               PERFORM BUDGET-VARIANCE-LINE
           END-IF.

      *    assumes PAYRUN-RECORD holds a row of the year to date and
      *    POSITION-FILE is open. supplementary arrears rows add
      *    their cost but not another head.
           BUDGET-VARIANCE-RESOLVE-ROW.
           MOVE PAYRUN-POSITION TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POSITION-DEPARTMENT = DEPARTMENT-ID THEN
                       ADD PAYRUN-GROSS PAYRUN-ALLOWANCE
                           PAYRUN-EPF-ER PAYRUN-SOCSO-ER
                           TO VAR-YTD-ACTUAL
                       IF PAYRUN-PERIOD = PAY-PERIOD THEN
                           ADD PAYRUN-GROSS PAYRUN-ALLOWANCE
                               PAYRUN-EPF-ER PAYRUN-SOCSO-ER
                               TO VAR-MONTH-ACTUAL
                           IF PAYRUN-REGULAR THEN
                               ADD 1 TO VAR-HEADCOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    assumes the department's actuals and BUDGET-RECORD are
      *    set. a percent over a zero budget is left at zero, but
      *    any cost against it is still flagged.
           BUDGET-VARIANCE-LINE.
           MOVE SPACES TO VAR-FLAG.
           MOVE BUDGET-MONTHLY TO VAR-MONTH-BUDGET.
           COMPUTE VAR-YTD-BUDGET = BUDGET-MONTHLY * VAR-MONTHS.
           ADD VAR-MONTH-ACTUAL TO VAR-TOTAL-MONTH-ACTUAL.
           ADD VAR-MONTH-BUDGET TO VAR-TOTAL-MONTH-BUDGET.
           ADD VAR-YTD-ACTUAL TO VAR-TOTAL-YTD-ACTUAL.
           ADD VAR-YTD-BUDGET TO VAR-TOTAL-YTD-BUDGET.
           COMPUTE VAR-AMOUNT = VAR-MONTH-ACTUAL - VAR-MONTH-BUDGET.
           MOVE VAR-AMOUNT TO VAR-MONTH-ED.
           MOVE 0 TO VAR-PCT.
           IF VAR-MONTH-BUDGET > 0 THEN
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / VAR-MONTH-BUDGET
           END-IF.
           MOVE VAR-PCT TO VAR-MONTH-PCT-ED.
           IF BUDGET-NOT-ON-FILE THEN
               MOVE "NOBUD" TO VAR-FLAG
           ELSE IF VAR-AMOUNT > 0 AND (VAR-MONTH-BUDGET = 0
               OR VAR-PCT > BUDGET-TOLERANCE) THEN
               MOVE "M" TO VAR-FLAG
           END-IF
           END-IF.
           COMPUTE VAR-AMOUNT = VAR-YTD-ACTUAL - VAR-YTD-BUDGET.
           MOVE VAR-AMOUNT TO VAR-YTD-ED.
           MOVE 0 TO VAR-PCT.
           IF VAR-YTD-BUDGET > 0 THEN
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / VAR-YTD-BUDGET
           END-IF.
           MOVE VAR-PCT TO VAR-YTD-PCT-ED.
           IF BUDGET-ON-FILE AND VAR-AMOUNT > 0
               AND (VAR-YTD-BUDGET = 0
               OR VAR-PCT > BUDGET-TOLERANCE) THEN
               IF VAR-FLAG = SPACES THEN
                   MOVE "Y" TO VAR-FLAG
               ELSE
                   MOVE "MY" TO VAR-FLAG
               END-IF
           END-IF.
           IF VAR-FLAG = "M" OR VAR-FLAG = "Y" OR VAR-FLAG = "MY"
               THEN
               ADD 1 TO VAR-OVER-COUNT
           END-IF.
           MOVE DEPARTMENT-ID TO TEMPSTR-A.
           PERFORM BUDGET-VARIANCE-PUT.

      *    assumes TEMPSTR-A holds the line's label and the line's
      *    figures and edited variances are set.
           BUDGET-VARIANCE-PUT.
           DISPLAY
           TEMPSTR-A(1:10) " | "
           VAR-HEADCOUNT "/" BUDGET-HEADCOUNT " | "
           VAR-MONTH-ACTUAL " | "
           VAR-MONTH-BUDGET " | "
           VAR-MONTH-ED " | "
           VAR-MONTH-PCT-ED " | "
           VAR-YTD-ACTUAL " | "
           VAR-YTD-BUDGET " | "
           VAR-YTD-ED " | "
           VAR-YTD-PCT-ED " | "
           VAR-FLAG.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               TEMPSTR-A(1:10) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-HEADCOUNT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BUDGET-HEADCOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-MONTH-ACTUAL DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-MONTH-BUDGET DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-MONTH-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-MONTH-PCT-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-YTD-ACTUAL DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-YTD-BUDGET DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-YTD-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-YTD-PCT-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               VAR-FLAG DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    the *TOTAL line sums the department lines. cost on rows
      *    whose position or department is off file is shown apart
      *    so the month still ties to the close.
           BUDGET-VARIANCE-TOTAL.
           MOVE 0 TO VAR-COMPANY-MONTH.
           MOVE 0 TO VAR-HEADCOUNT.
           OPEN INPUT PAYRUN-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       ADD PAYRUN-GROSS PAYRUN-ALLOWANCE
                           PAYRUN-EPF-ER PAYRUN-SOCSO-ER
                           TO VAR-COMPANY-MONTH
                       IF PAYRUN-REGULAR THEN
                           ADD 1 TO VAR-HEADCOUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.
           MOVE VAR-TOTAL-MONTH-ACTUAL TO VAR-MONTH-ACTUAL.
           MOVE VAR-TOTAL-MONTH-BUDGET TO VAR-MONTH-BUDGET.
           MOVE VAR-TOTAL-YTD-ACTUAL TO VAR-YTD-ACTUAL.
           MOVE VAR-TOTAL-YTD-BUDGET TO VAR-YTD-BUDGET.
           COMPUTE VAR-AMOUNT = VAR-MONTH-ACTUAL - VAR-MONTH-BUDGET.
           MOVE VAR-AMOUNT TO VAR-MONTH-ED.
           MOVE 0 TO VAR-PCT.
           IF VAR-MONTH-BUDGET > 0 THEN
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / VAR-MONTH-BUDGET
           END-IF.
           MOVE VAR-PCT TO VAR-MONTH-PCT-ED.
           COMPUTE VAR-AMOUNT = VAR-YTD-ACTUAL - VAR-YTD-BUDGET.
           MOVE VAR-AMOUNT TO VAR-YTD-ED.
           MOVE 0 TO VAR-PCT.
           IF VAR-YTD-BUDGET > 0 THEN
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / VAR-YTD-BUDGET
           END-IF.
           MOVE VAR-PCT TO VAR-YTD-PCT-ED.
           MOVE 0 TO BUDGET-HEADCOUNT.
           MOVE SPACES TO VAR-FLAG.
           MOVE "*TOTAL" TO TEMPSTR-A.
           PERFORM BUDGET-VARIANCE-PUT.
           MOVE 0 TO VAR-UNRESOLVED.
           IF VAR-COMPANY-MONTH > VAR-TOTAL-MONTH-ACTUAL THEN
               COMPUTE VAR-UNRESOLVED =
                   VAR-COMPANY-MONTH - VAR-TOTAL-MONTH-ACTUAL
           END-IF.
           DISPLAY " ".
           DISPLAY "departments over tolerance: " VAR-OVER-COUNT.
           DISPLAY "month cost with no dept:    " VAR-UNRESOLVED.
           DISPLAY "month cost per close:       " VAR-COMPANY-MONTH.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "departments over tolerance: " DELIMITED BY SIZE
               VAR-OVER-COUNT DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "month cost with no dept:    " DELIMITED BY SIZE
               VAR-UNRESOLVED DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "month cost per close:       " DELIMITED BY SIZE
               VAR-COMPANY-MONTH DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
       PROCEDURE-LEAVE.
           DISPLAY "---------------------------------------------".
           DISPLAY "LEAVE RECORDING OVERVIEW".
           DISPLAY " ".
           DISPLAY "[leave add]        record a leave application".
           DISPLAY "[leave list]       list an employee's leave".
           DISPLAY "[leave entitle]    set annual leave entitlement".
           DISPLAY "[leave report]     monthly leave by department".
           DISPLAY "[leave close]      year-end close with carry-fwd".

           LEAVE-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "RECORD A LEAVE APPLICATION".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-IC UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-DATE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-TYPE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-DAYS UNTIL INPUT-VALID.

           PERFORM LEAVE-ADD-COMMIT.

           PROMPT-LEAVE-IC.
           DISPLAY "(1/4) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-LEAVE-DATE.
           DISPLAY "(2/4) from date:   " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD".

           PROMPT-LEAVE-TYPE.
           DISPLAY "(3/4) type a/u/m:  " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "a" OR TEMPSTR-A = "u"
               OR TEMPSTR-A = "m" THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid type - 'a' annual, 'u' unpaid, "
                   "'m' medical"
           END-IF.

           PROMPT-LEAVE-DAYS.
           DISPLAY "(4/4) days:        " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID AND SALARY-NUM > 365 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid days - enter a number from 1 to 365".

      *    assumes EMPLOYEE-IC, DATE-CHECK, TEMPSTR-A (type) and
      *    SALARY-NUM (days) have already been accepted and
      *    validated. an annual application that overdraws the
      *    employee's remaining balance for that year is refused, as
      *    is leave dated in a locked pay period.
           LEAVE-ADD-COMMIT.
           MOVE DATE-CHECK(1:7) TO LOCK-PERIOD.
           PERFORM PERIOD-LOCK-CHECK.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - no leave"
                   ELSE IF LOCK-PERIOD-LOCKED THEN
                       DISPLAY "period " LOCK-PERIOD " is locked - "
                           "leave refused"
                   ELSE
                       PERFORM LEAVE-ADD-CHECKED
                   END-IF
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes the employee record is current and active and
      *    DATE-CHECK still holds the accepted from date. a
      *    non-working day is warned about, not refused - half the
      *    point of the calendar is catching fat-fingered dates.
           LEAVE-ADD-CHECKED.
           PERFORM WORKING-DAY-CHECK.
           IF WORKING-DAY-FLAG = "N" THEN
               DISPLAY "warning: " DATE-CHECK " is not a working "
                   "day - recording anyway"
           END-IF.
           MOVE EMPLOYEE-IC TO LEAVE-EMPLOYEE-IC.
           MOVE DATE-CHECK TO LEAVE-DATE.
           MOVE SALARY-NUM TO LEAVE-DAYS.
           IF TEMPSTR-A = "a" THEN
               MOVE "A" TO LEAVE-TYPE
           ELSE IF TEMPSTR-A = "u" THEN
               MOVE "U" TO LEAVE-TYPE
           ELSE
               MOVE "M" TO LEAVE-TYPE
           END-IF
           END-IF.
           IF LEAVE-TYPE = "A" THEN
               MOVE LEAVE-DATE(1:4) TO LEAVE-YEAR
               PERFORM LEAVE-BALANCE-SCAN
               IF LEAVE-BALANCE < LEAVE-DAYS THEN
                   DISPLAY "refused - annual balance is only "
                       LEAVE-BALANCE " day(s)"
               ELSE
                   PERFORM LEAVE-WRITE
               END-IF
           ELSE
               PERFORM LEAVE-WRITE
           END-IF.

           LEAVE-WRITE.
           OPEN I-O LEAVE-FILE.
           WRITE LEAVE-RECORD.
           IF FS-LEAVE = "00" THEN
               MOVE "LEAVE" TO AUDIT-FILE-NAME
               MOVE LEAVE-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE LEAVE-TYPE TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE LEAVE-DAYS TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY "leave recorded successfully."
           ELSE
               DISPLAY "leave add failed - date already recorded"
           END-IF.
           CLOSE LEAVE-FILE.

      *    totals the annual leave already taken by the employee in
      *    LEAVE-YEAR, plus any carry-forward opening balance the
      *    year-end close wrote for that year, and leaves the
      *    remaining balance in LEAVE-BALANCE. the scan reuses the
      *    leave record area, so the pending application is saved
      *    and put back afterwards. assumes the employee record is
      *    current for the entitlement figure.
           LEAVE-BALANCE-SCAN.
           MOVE LEAVE-EMPLOYEE-IC TO SAVE-LEAVE-IC.
           MOVE LEAVE-DATE TO SAVE-LEAVE-DATE.
           MOVE LEAVE-TYPE TO SAVE-LEAVE-TYPE.
           MOVE LEAVE-DAYS TO SAVE-LEAVE-DAYS.
           MOVE 0 TO LEAVE-TAKEN.
           MOVE 0 TO LEAVE-CARRIED.
           OPEN INPUT LEAVE-FILE
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-EMPLOYEE-IC = SAVE-LEAVE-IC
                       AND LEAVE-DATE(1:4) = LEAVE-YEAR THEN
                       IF LEAVE-ANNUAL THEN
                           ADD LEAVE-DAYS TO LEAVE-TAKEN
                       ELSE IF LEAVE-CARRY THEN
                           ADD LEAVE-DAYS TO LEAVE-CARRIED
                       END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.
           MOVE SAVE-LEAVE-IC TO LEAVE-EMPLOYEE-IC.
           MOVE SAVE-LEAVE-DATE TO LEAVE-DATE.
           MOVE SAVE-LEAVE-TYPE TO LEAVE-TYPE.
           MOVE SAVE-LEAVE-DAYS TO LEAVE-DAYS.
           IF LEAVE-TAKEN <
               EMPLOYEE-LEAVE-ENTITLE + LEAVE-CARRIED THEN
               COMPUTE LEAVE-BALANCE = EMPLOYEE-LEAVE-ENTITLE
                   + LEAVE-CARRIED - LEAVE-TAKEN
           ELSE
               MOVE 0 TO LEAVE-BALANCE
           END-IF.

           LEAVE-ENTITLE.
           DISPLAY "---------------------------------------------".
           DISPLAY "SET ANNUAL LEAVE ENTITLEMENT".
           DISPLAY " ".
           DISPLAY "(1/2) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-ENTITLE UNTIL INPUT-VALID.

           OPEN I-O EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   MOVE EMPLOYEE-LEAVE-ENTITLE TO AUDIT-OLD-VALUE
                   MOVE SALARY-NUM TO EMPLOYEE-LEAVE-ENTITLE
                   REWRITE EMPLOYEE-RECORD
                   IF FS-EMPLOYEE = "00" THEN
                       MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
                       MOVE EMPLOYEE-IC TO AUDIT-KEY
                       MOVE "REWRITE" TO AUDIT-ACTION
                       MOVE "ENTITLE" TO AUDIT-FIELD
                       MOVE EMPLOYEE-LEAVE-ENTITLE
                           TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY "entitlement updated"
                   ELSE
                       DISPLAY "entitlement update failed"
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

           PROMPT-LEAVE-ENTITLE.
           DISPLAY "(2/2) days/year:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           IF FUNCTION TRIM(SALARY-CHECK) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(SALARY-CHECK) TO SALARY-NUM
               IF SALARY-NUM > 999 THEN
                   SET INPUT-INVALID TO TRUE
               ELSE
                   SET INPUT-VALID TO TRUE
               END-IF
           ELSE
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid days - enter a number from 0 to 999".

           LEAVE-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "LEAVE TAKEN".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "FROM DATE  | "
           "TYPE | "
           "DAYS".
           MOVE 0 TO COUNTER.
           MOVE 0 TO LEAVE-TAKEN.
           MOVE 0 TO LEAVE-CARRIED.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD(1:4) TO LEAVE-YEAR.
           OPEN INPUT LEAVE-FILE
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
      *            carry records are an opening balance, not leave
      *            taken - they feed the carried-forward line only
                   IF LEAVE-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       IF LEAVE-CARRY THEN
                           IF LEAVE-DATE(1:4) = LEAVE-YEAR THEN
                               ADD LEAVE-DAYS TO LEAVE-CARRIED
                           END-IF
                       ELSE
                           ADD 1 TO COUNTER
                           IF LEAVE-ANNUAL
                               AND LEAVE-DATE(1:4) = LEAVE-YEAR THEN
                               ADD LEAVE-DAYS TO LEAVE-TAKEN
                           END-IF
                           DISPLAY
                           LEAVE-DATE " | "
                           LEAVE-TYPE "    | "
                           LEAVE-DAYS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.
           DISPLAY " ".
           DISPLAY "total applications: " COUNTER.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEAVE-TAKEN <
                       EMPLOYEE-LEAVE-ENTITLE + LEAVE-CARRIED THEN
                       COMPUTE LEAVE-BALANCE = EMPLOYEE-LEAVE-ENTITLE
                           + LEAVE-CARRIED - LEAVE-TAKEN
                   ELSE
                       MOVE 0 TO LEAVE-BALANCE
                   END-IF
                   DISPLAY "entitlement:        "
                       EMPLOYEE-LEAVE-ENTITLE
                   DISPLAY "carried forward:    " LEAVE-CARRIED
                   DISPLAY "annual balance:     " LEAVE-BALANCE
           END-READ.
           CLOSE EMPLOYEE-FILE.

           LEAVE-REPORT.
           DISPLAY "---------------------------------------------".
           DISPLAY "MONTHLY LEAVE BY DEPARTMENT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-LEAVE-PERIOD UNTIL INPUT-VALID.
           PERFORM LEAVE-REPORT-BODY.

      *    assumes PAY-PERIOD names the reported month - run
      *    standalone after the prompt or from monthpack.
           LEAVE-REPORT-BODY.
           DISPLAY " ".
           DISPLAY
           "DEPARTMENT            | "
           "ANNUAL | "
           "UNPAID | "
           "MEDICAL".
           MOVE "leave" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "MONTHLY LEAVE BY DEPARTMENT " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "DEPARTMENT            | " DELIMITED BY SIZE
               "ANNUAL | " DELIMITED BY SIZE
               "UNPAID | " DELIMITED BY SIZE
               "MEDICAL" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-DEPARTMENT NOT = '00'
               READ DEPARTMENT-FILE NEXT
                   AT END MOVE '99' TO FS-DEPARTMENT
               NOT AT END
                   PERFORM LEAVE-REPORT-ROW
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE POSITION-FILE.
           PERFORM SPOOL-FINISH.

           PROMPT-LEAVE-PERIOD.
           DISPLAY "month YYYY-MM:     " WITH NO ADVANCING.
           ACCEPT PAY-PERIOD.
           MOVE PAY-PERIOD TO PERIOD-CHECK.
           PERFORM VALIDATE-PERIOD.
           IF INPUT-INVALID THEN
               DISPLAY "invalid month - expected format YYYY-MM".

      *    assumes DEPARTMENT-RECORD holds the department being
      *    reported on and PAY-PERIOD the month. each leave row is
      *    traced to its department via the employee's position.
           LEAVE-REPORT-ROW.
           MOVE 0 TO DEPT-ANNUAL-DAYS.
           MOVE 0 TO DEPT-UNPAID-DAYS.
           MOVE 0 TO DEPT-MEDICAL-DAYS.
           OPEN INPUT LEAVE-FILE
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-DATE(1:7) = PAY-PERIOD THEN
                       PERFORM LEAVE-REPORT-TALLY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.
           DISPLAY
           DEPARTMENT-NAME " | "
           DEPT-ANNUAL-DAYS "  | "
           DEPT-UNPAID-DAYS "  | "
           DEPT-MEDICAL-DAYS.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               DEPARTMENT-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DEPT-ANNUAL-DAYS DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DEPT-UNPAID-DAYS DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DEPT-MEDICAL-DAYS DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    assumes LEAVE-RECORD holds a row in the reported month
      *    and DEPARTMENT-ID the department being totalled.
           LEAVE-REPORT-TALLY.
           MOVE LEAVE-EMPLOYEE-IC TO EMPLOYEE-IC.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLOYEE-POSITION TO POSITION-ID
                   READ POSITION-FILE KEY IS POSITION-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF POSITION-DEPARTMENT = DEPARTMENT-ID
                               THEN
                               PERFORM LEAVE-REPORT-BUCKET
                           END-IF
                   END-READ
           END-READ.

           LEAVE-REPORT-BUCKET.
           IF LEAVE-ANNUAL THEN
               ADD LEAVE-DAYS TO DEPT-ANNUAL-DAYS
           ELSE IF LEAVE-UNPAID THEN
               ADD LEAVE-DAYS TO DEPT-UNPAID-DAYS
           ELSE IF LEAVE-MEDICAL THEN
               ADD LEAVE-DAYS TO DEPT-MEDICAL-DAYS
           END-IF
           END-IF
           END-IF.

      *    year-end close - nets every active employee's annual
      *    balance for the closed year, carries up to CARRY-CAP
      *    days into the new year as a type-C opening record the
      *    balance scan recognises, and prints a closing statement
      *    per employee. carry records are dated YYYY-00-00 so they
      *    never collide with a real leave application's key.
           LEAVE-YEAR-CLOSE.
           DISPLAY "---------------------------------------------".
           DISPLAY "YEAR-END LEAVE CLOSE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLOSE-YEAR UNTIL INPUT-VALID.
           COMPUTE NEXT-YEAR-N = FUNCTION NUMVAL(CLOSE-YEAR) + 1.
           MOVE NEXT-YEAR-N TO NEXT-YEAR-X.

           SET YEAR-NOT-CLOSED TO TRUE.
           OPEN INPUT LEAVE-FILE
           IF FS-LEAVE NOT = "00" THEN
               MOVE '99' TO FS-LEAVE
           END-IF
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-CARRY
                       AND LEAVE-DATE(1:4) = NEXT-YEAR-X THEN
                       SET YEAR-CLOSED TO TRUE
                       MOVE '99' TO FS-LEAVE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.

           IF YEAR-CLOSED THEN
               DISPLAY "year " CLOSE-YEAR " is already closed."
               DISPLAY "refusing to close the same year twice."
           ELSE
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-CARRY-CAP UNTIL INPUT-VALID
               MOVE SALARY-NUM TO CARRY-CAP
               PERFORM LEAVE-CLOSE-RUN
           END-IF.

           PROMPT-CLOSE-YEAR.
           DISPLAY "year YYYY:         " WITH NO ADVANCING.
           ACCEPT CLOSE-YEAR.
           IF CLOSE-YEAR IS NUMERIC THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid year - expected format YYYY"
           END-IF.

           PROMPT-CARRY-CAP.
           DISPLAY "carry cap days:    " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 999 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid days - enter a number from 0 to 999".

      *    assumes CLOSE-YEAR/NEXT-YEAR-X/CARRY-CAP are validated
      *    and the year is not already closed. every active
      *    employee gets a carry record - zero days included - so
      *    the record doubles as the closed marker for the year.
           LEAVE-CLOSE-RUN.
           MOVE SPACES TO LEAVECLOSE-FILE-NAME.
           STRING
               "leaveclose." DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO LEAVECLOSE-FILE-NAME
           END-STRING.
           MOVE 0 TO CLOSE-COUNT.
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT LEAVE-CLOSE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-ACTIVE THEN
                       ADD 1 TO CLOSE-COUNT
                       PERFORM LEAVE-CLOSE-EMPLOYEE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE LEAVE-CLOSE-FILE.
           MOVE "LEAVE" TO AUDIT-FILE-NAME.
           MOVE CLOSE-YEAR TO AUDIT-KEY.
           MOVE "CLOSE" TO AUDIT-ACTION.
           MOVE "ALL" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE CLOSE-COUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "year " CLOSE-YEAR " closed - " CLOSE-COUNT
               " employee(s)".
           DISPLAY "statements:       " LEAVECLOSE-FILE-NAME.

      *    assumes EMPLOYEE-RECORD holds an active employee and
      *    LEAVE-CLOSE-FILE is open. tallies the closed year,
      *    writes the carry record and prints the statement.
           LEAVE-CLOSE-EMPLOYEE.
           MOVE 0 TO ANNUAL-TAKEN.
           MOVE 0 TO UNPAID-TAKEN.
           MOVE 0 TO MEDICAL-TAKEN.
           MOVE 0 TO CARRIED-IN.
           OPEN INPUT LEAVE-FILE
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-EMPLOYEE-IC = EMPLOYEE-IC
                       AND LEAVE-DATE(1:4) = CLOSE-YEAR THEN
                       PERFORM LEAVE-CLOSE-TALLY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.
           IF ANNUAL-TAKEN <
               EMPLOYEE-LEAVE-ENTITLE + CARRIED-IN THEN
               COMPUTE UNUSED-DAYS = EMPLOYEE-LEAVE-ENTITLE
                   + CARRIED-IN - ANNUAL-TAKEN
           ELSE
               MOVE 0 TO UNUSED-DAYS
           END-IF.
           IF UNUSED-DAYS > CARRY-CAP THEN
               MOVE CARRY-CAP TO CARRY-OUT
           ELSE
               MOVE UNUSED-DAYS TO CARRY-OUT
           END-IF.
           COMPUTE FORFEIT-DAYS = UNUSED-DAYS - CARRY-OUT.
           PERFORM LEAVE-CARRY-WRITE.
           PERFORM LEAVE-CLOSE-STATEMENT.

           LEAVE-CLOSE-TALLY.
           IF LEAVE-ANNUAL THEN
               ADD LEAVE-DAYS TO ANNUAL-TAKEN
           ELSE IF LEAVE-UNPAID THEN
               ADD LEAVE-DAYS TO UNPAID-TAKEN
           ELSE IF LEAVE-MEDICAL THEN
               ADD LEAVE-DAYS TO MEDICAL-TAKEN
           ELSE IF LEAVE-CARRY THEN
               ADD LEAVE-DAYS TO CARRIED-IN
           END-IF
           END-IF
           END-IF
           END-IF.

      *    assumes EMPLOYEE-IC, NEXT-YEAR-X and CARRY-OUT are set.
           LEAVE-CARRY-WRITE.
           MOVE EMPLOYEE-IC TO LEAVE-EMPLOYEE-IC.
           MOVE SPACES TO LEAVE-DATE.
           STRING
               NEXT-YEAR-X DELIMITED BY SIZE
               "-00-00" DELIMITED BY SIZE
               INTO LEAVE-DATE
           END-STRING.
           MOVE "C" TO LEAVE-TYPE.
           MOVE CARRY-OUT TO LEAVE-DAYS.
           OPEN I-O LEAVE-FILE.
           WRITE LEAVE-RECORD.
           IF FS-LEAVE NOT = "00" THEN
               DISPLAY "warning: carry record not written for "
                   EMPLOYEE-IC
           END-IF.
           CLOSE LEAVE-FILE.

      *    assumes the close figures for EMPLOYEE-RECORD are set
      *    and LEAVE-CLOSE-FILE is open for output.
           LEAVE-CLOSE-STATEMENT.
           MOVE "---------------------------------------------"
               TO LEAVE-CLOSE-RECORD.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "LEAVE CLOSE " DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMPLOYEE-IC DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "name:        " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "entitled:    " DELIMITED BY SIZE
               EMPLOYEE-LEAVE-ENTITLE DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "carried in:  " DELIMITED BY SIZE
               CARRIED-IN DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "annual:      " DELIMITED BY SIZE
               ANNUAL-TAKEN DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "unpaid:      " DELIMITED BY SIZE
               UNPAID-TAKEN DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "medical:     " DELIMITED BY SIZE
               MEDICAL-TAKEN DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "forfeited:   " DELIMITED BY SIZE
               FORFEIT-DAYS DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           STRING
               "carried out: " DELIMITED BY SIZE
               CARRY-OUT DELIMITED BY SIZE
               INTO LEAVE-CLOSE-RECORD
           END-STRING.
           PERFORM LEAVE-CLOSE-PUT.
           MOVE SPACES TO LEAVE-CLOSE-RECORD.
           PERFORM LEAVE-CLOSE-PUT.

           LEAVE-CLOSE-PUT.
           WRITE LEAVE-CLOSE-RECORD.
           IF FS-LEAVECLOSE NOT = "00" THEN
               DISPLAY "warning: statement line not written"
           END-IF.
       PROCEDURE-CLAIM.
           DISPLAY "---------------------------------------------".
           DISPLAY "EXPENSE CLAIMS OVERVIEW".
           DISPLAY " ".
           DISPLAY "types: m medical, t travel, p phone".
           DISPLAY " ".
           DISPLAY "[claim add]        record a submitted claim".
           DISPLAY "[claim list]       list an employee's claims".
           DISPLAY "[claim approve]    approve a submitted claim".
           DISPLAY "[claim reject]     reject a submitted claim".
           DISPLAY "[claim limit]      set an annual claim limit".
           DISPLAY "[claim limit list] list annual claim limits".
           DISPLAY "[claim report]     usage against limit for a year".

      *    records a claim as submitted. a claim that would take the
      *    employee past the year's limit for the type is warned
      *    about; one made once the limit is used up is refused.
           CLAIM-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "RECORD AN EXPENSE CLAIM".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLAIM-IC UNTIL INPUT-VALID.
           DISPLAY "(2/5) claim id:    " WITH NO ADVANCING.
           ACCEPT CLAIM-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLAIM-TYPE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLAIM-DATE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLAIM-AMOUNT UNTIL INPUT-VALID.

           PERFORM CLAIM-ADD-COMMIT.

           PROMPT-CLAIM-IC.
           DISPLAY "(1/5) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-CLAIM-TYPE.
           DISPLAY "(3/5) type m/t/p:  " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "m" OR TEMPSTR-A = "t"
               OR TEMPSTR-A = "p" THEN
               SET INPUT-VALID TO TRUE
               MOVE FUNCTION UPPER-CASE(TEMPSTR-A(1:1))
                   TO CLAIM-NEW-TYPE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid type - 'm' medical, 't' travel or "
                   "'p' phone"
           END-IF.

           PROMPT-CLAIM-DATE.
           DISPLAY "(4/5) receipt date:" WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD"
           ELSE
               MOVE DATE-CHECK TO CLAIM-NEW-DATE
           END-IF.

           PROMPT-CLAIM-AMOUNT.
           DISPLAY "(5/5) amount:      " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a positive number"
           ELSE
               MOVE SALARY-NUM TO CLAIM-NEW-AMOUNT
           END-IF.

           CLAIM-ADD-COMMIT.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is terminated - no new claims"
                   ELSE
                       PERFORM CLAIM-ADD-CHECKED
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes EMPLOYEE-RECORD holds the claimant and the new
      *    claim's fields are validated. pending claims count
      *    against the limit here so two claims keyed together
      *    cannot both pass.
           CLAIM-ADD-CHECKED.
           MOVE CLAIM-ID TO TEMPSTR-B.
           MOVE CLAIM-NEW-DATE(1:4) TO CLAIM-YEAR.
           MOVE SPACES TO CLAIM-SKIP-ID.
           PERFORM CLAIM-LIMIT-FIND.
           PERFORM CLAIM-USAGE-SCAN.
           MOVE 0 TO CLAIM-REMAINING.
           IF CLAIM-LIMIT-AMOUNT > CLAIM-USED + CLAIM-PENDING THEN
               COMPUTE CLAIM-REMAINING =
                   CLAIM-LIMIT-AMOUNT - CLAIM-USED - CLAIM-PENDING
           END-IF.
           IF CLAIM-LIMIT-FOUND AND CLAIM-REMAINING = 0 THEN
               DISPLAY "claim refused - the " CLAIM-YEAR " limit of "
                   CLAIM-LIMIT-AMOUNT " is used up"
           ELSE
               IF CLAIM-LIMIT-NONE THEN
                   DISPLAY "warning: no limit set for claim type "
                       CLAIM-NEW-TYPE
               ELSE IF CLAIM-NEW-AMOUNT > CLAIM-REMAINING THEN
                   DISPLAY "warning: claim exceeds the remaining "
                       "limit of " CLAIM-REMAINING
                   DISPLAY "only the remaining limit can be approved"
               END-IF
               END-IF
               PERFORM CLAIM-ADD-WRITE
           END-IF.

           CLAIM-ADD-WRITE.
           MOVE EMPLOYEE-IC TO CLAIM-EMPLOYEE-IC.
           MOVE TEMPSTR-B TO CLAIM-ID.
           MOVE CLAIM-NEW-TYPE TO CLAIM-TYPE.
           MOVE CLAIM-NEW-DATE TO CLAIM-RECEIPT-DATE.
           MOVE CLAIM-NEW-AMOUNT TO CLAIM-AMOUNT.
           MOVE 0 TO CLAIM-APPROVED.
           MOVE "S" TO CLAIM-STATUS.
           MOVE SPACES TO CLAIM-PAID-PERIOD.
           MOVE SESSION-OPERATOR-ID TO CLAIM-ENTERED-BY.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO CLAIM-ENTERED-ON.
           MOVE SPACES TO CLAIM-APPROVED-BY.
           OPEN I-O CLAIM-FILE.
           WRITE CLAIM-RECORD.
           IF FS-CLAIM = "00" THEN
               MOVE "CLAIM" TO AUDIT-FILE-NAME
               MOVE CLAIM-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE CLAIM-ID TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE CLAIM-AMOUNT TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "claim recorded successfully."
           ELSE
               DISPLAY "claim add failed - claim id already used"
           END-IF.
           CLOSE CLAIM-FILE.

      *    assumes CLAIM-NEW-TYPE holds the claim type and
      *    EMPLOYEE-POSITION the claimant's position. a limit set
      *    for the position wins over the all-positions limit.
           CLAIM-LIMIT-FIND.
           SET CLAIM-LIMIT-FOUND TO TRUE.
           MOVE 0 TO CLAIM-LIMIT-AMOUNT.
           MOVE CLAIM-NEW-TYPE TO CLMLIM-TYPE.
           MOVE EMPLOYEE-POSITION TO CLMLIM-POSITION.
           OPEN INPUT CLAIM-LIMIT-FILE.
           IF FS-CLAIM-LIMIT NOT = "00" THEN
               SET CLAIM-LIMIT-NONE TO TRUE
           ELSE
               READ CLAIM-LIMIT-FILE KEY IS CLMLIM-KEY
                   INVALID KEY
                       MOVE SPACES TO CLMLIM-POSITION
                       READ CLAIM-LIMIT-FILE KEY IS CLMLIM-KEY
                           INVALID KEY
                               SET CLAIM-LIMIT-NONE TO TRUE
                       END-READ
               END-READ
               CLOSE CLAIM-LIMIT-FILE
           END-IF.
           IF CLAIM-LIMIT-FOUND THEN
               MOVE CLMLIM-ANNUAL TO CLAIM-LIMIT-AMOUNT
           END-IF.

      *    totals EMPLOYEE-IC's claims of type CLAIM-NEW-TYPE with a
      *    receipt date in CLAIM-YEAR, leaving out CLAIM-SKIP-ID -
      *    approved and paid claims into CLAIM-USED, submitted ones
      *    into CLAIM-PENDING.
           CLAIM-USAGE-SCAN.
           MOVE 0 TO CLAIM-USED.
           MOVE 0 TO CLAIM-PENDING.
           OPEN INPUT CLAIM-FILE
           IF FS-CLAIM NOT = "00" THEN
               MOVE '99' TO FS-CLAIM
           END-IF
           PERFORM UNTIL FS-CLAIM NOT = '00'
               READ CLAIM-FILE NEXT
                   AT END MOVE '99' TO FS-CLAIM
               NOT AT END
                   IF CLAIM-EMPLOYEE-IC = EMPLOYEE-IC
                       AND CLAIM-TYPE = CLAIM-NEW-TYPE
                       AND CLAIM-RECEIPT-DATE(1:4) = CLAIM-YEAR
                       AND CLAIM-ID NOT = CLAIM-SKIP-ID THEN
                       IF CLAIM-ACCEPTED OR CLAIM-PAID THEN
                           ADD CLAIM-APPROVED TO CLAIM-USED
                       ELSE IF CLAIM-SUBMITTED THEN
                           ADD CLAIM-AMOUNT TO CLAIM-PENDING
                       END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

           CLAIM-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "EXPENSE CLAIMS".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           DISPLAY " ".
           DISPLAY
           "CLAIM ID   | "
           "T | "
           "RECEIPT    | "
           "CLAIMED    | "
           "APPROVED   | "
           "S | "
           "PAID".
           MOVE 0 TO COUNTER.
           OPEN INPUT CLAIM-FILE
           IF FS-CLAIM NOT = "00" THEN
               MOVE '99' TO FS-CLAIM
           END-IF
           PERFORM UNTIL FS-CLAIM NOT = '00'
               READ CLAIM-FILE NEXT
                   AT END MOVE '99' TO FS-CLAIM
               NOT AT END
                   IF CLAIM-EMPLOYEE-IC = EMPLOYEE-IC THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       CLAIM-ID " | "
                       CLAIM-TYPE " | "
                       CLAIM-RECEIPT-DATE " | "
                       CLAIM-AMOUNT " | "
                       CLAIM-APPROVED " | "
                       CLAIM-STATUS " | "
                       CLAIM-PAID-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.
           DISPLAY " ".
           DISPLAY "total claims: " COUNTER.

      *    approval is dual control - the operator who keyed the
      *    claim cannot approve it. the approved amount may be cut
      *    to what is left of the year's limit but never past it.
           CLAIM-APPROVE.
           DISPLAY "---------------------------------------------".
           DISPLAY "APPROVE AN EXPENSE CLAIM".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLAIM-KEY UNTIL INPUT-VALID.
           IF CLAIM-SKIP-ID NOT = SPACES THEN
               SET INPUT-INVALID TO TRUE
               PERFORM PROMPT-CLAIM-APPROVED UNTIL INPUT-VALID
               PERFORM CLAIM-APPROVE-COMMIT
           END-IF.

      *    reads the claim named by EMPLOYEE-IC and an accepted
      *    claim id. leaves CLAIM-SKIP-ID spaces when the claim
      *    cannot be approved, else the claim id with its limit,
      *    usage and amount staged for the approval.
           PROMPT-CLAIM-KEY.
           DISPLAY "(1/3) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN"
           ELSE
               DISPLAY "(2/3) claim id:    " WITH NO ADVANCING
               ACCEPT CLAIM-ID
               PERFORM CLAIM-APPROVE-CHECK
           END-IF.

           CLAIM-APPROVE-CHECK.
           MOVE SPACES TO CLAIM-SKIP-ID.
           MOVE EMPLOYEE-IC TO CLAIM-EMPLOYEE-IC.
           OPEN INPUT CLAIM-FILE.
           READ CLAIM-FILE KEY IS CLAIM-KEY
               INVALID KEY
                   DISPLAY "claim not found"
               NOT INVALID KEY
                   IF NOT CLAIM-SUBMITTED THEN
                       DISPLAY "claim is not awaiting approval"
                   ELSE IF CLAIM-ENTERED-BY = SESSION-OPERATOR-ID
                       THEN
                       DISPLAY "dual control - a different operator "
                           "must approve"
                   ELSE
                       MOVE CLAIM-ID TO CLAIM-SKIP-ID
                       MOVE CLAIM-TYPE TO CLAIM-NEW-TYPE
                       MOVE CLAIM-RECEIPT-DATE(1:4) TO CLAIM-YEAR
                       MOVE CLAIM-AMOUNT TO CLAIM-NEW-AMOUNT
                   END-IF
                   END-IF
           END-READ.
           CLOSE CLAIM-FILE.
           IF CLAIM-SKIP-ID NOT = SPACES THEN
               OPEN INPUT EMPLOYEE-FILE
               READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
                   INVALID KEY
                       MOVE SPACES TO EMPLOYEE-POSITION
               END-READ
               CLOSE EMPLOYEE-FILE
               PERFORM CLAIM-LIMIT-FIND
               PERFORM CLAIM-USAGE-SCAN
               MOVE 0 TO CLAIM-REMAINING
               IF CLAIM-LIMIT-AMOUNT > CLAIM-USED THEN
                   COMPUTE CLAIM-REMAINING =
                       CLAIM-LIMIT-AMOUNT - CLAIM-USED
               END-IF
               DISPLAY "claimed:           " CLAIM-NEW-AMOUNT
               IF CLAIM-LIMIT-NONE THEN
                   DISPLAY "limit remaining:   (no limit set)"
               ELSE IF CLAIM-REMAINING = 0 THEN
                   DISPLAY "the " CLAIM-YEAR " limit is used up - "
                       "reject the claim instead"
                   MOVE SPACES TO CLAIM-SKIP-ID
               ELSE
                   DISPLAY "limit remaining:   " CLAIM-REMAINING
               END-IF
               END-IF
           END-IF.
           SET INPUT-VALID TO TRUE.

           PROMPT-CLAIM-APPROVED.
           DISPLAY "(3/3) approved:    " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a positive number"
           ELSE IF SALARY-NUM > CLAIM-NEW-AMOUNT THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "cannot approve more than was claimed"
           ELSE IF CLAIM-LIMIT-FOUND
               AND SALARY-NUM > CLAIM-REMAINING THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "exceeds the remaining limit of "
                   CLAIM-REMAINING
           END-IF
           END-IF
           END-IF.

      *    assumes CLAIM-SKIP-ID/EMPLOYEE-IC name a claim cleared by
      *    CLAIM-APPROVE-CHECK and SALARY-NUM the approved amount.
           CLAIM-APPROVE-COMMIT.
           MOVE EMPLOYEE-IC TO CLAIM-EMPLOYEE-IC.
           MOVE CLAIM-SKIP-ID TO CLAIM-ID.
           OPEN I-O CLAIM-FILE.
           READ CLAIM-FILE KEY IS CLAIM-KEY
               INVALID KEY
                   DISPLAY "claim not found"
               NOT INVALID KEY
                   MOVE SALARY-NUM TO CLAIM-APPROVED
                   MOVE "A" TO CLAIM-STATUS
                   MOVE SESSION-OPERATOR-ID TO CLAIM-APPROVED-BY
                   REWRITE CLAIM-RECORD
                   IF FS-CLAIM = "00" THEN
                       MOVE "CLAIM" TO AUDIT-FILE-NAME
                       MOVE CLAIM-EMPLOYEE-IC TO AUDIT-KEY
                       MOVE "APPROVE" TO AUDIT-ACTION
                       MOVE CLAIM-ID TO AUDIT-FIELD
                       MOVE CLAIM-AMOUNT TO AUDIT-OLD-VALUE
                       MOVE CLAIM-APPROVED TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY " "
                       DISPLAY "claim approved - paid at the next "
                           "payroll close."
                   ELSE
                       DISPLAY "claim approval failed"
                   END-IF
           END-READ.
           CLOSE CLAIM-FILE.

           CLAIM-REJECT.
           DISPLAY "---------------------------------------------".
           DISPLAY "REJECT AN EXPENSE CLAIM".
           DISPLAY " ".
           DISPLAY "ic:                " WITH NO ADVANCING.
           ACCEPT CLAIM-EMPLOYEE-IC.
           DISPLAY "claim id:          " WITH NO ADVANCING.
           ACCEPT CLAIM-ID.
           OPEN I-O CLAIM-FILE.
           READ CLAIM-FILE KEY IS CLAIM-KEY
               INVALID KEY
                   DISPLAY "claim not found"
               NOT INVALID KEY
                   IF NOT CLAIM-SUBMITTED THEN
                       DISPLAY "claim is not awaiting approval"
                   ELSE
                       MOVE "R" TO CLAIM-STATUS
                       MOVE SESSION-OPERATOR-ID TO CLAIM-APPROVED-BY
                       REWRITE CLAIM-RECORD
                       IF FS-CLAIM = "00" THEN
                           MOVE "CLAIM" TO AUDIT-FILE-NAME
                           MOVE CLAIM-EMPLOYEE-IC TO AUDIT-KEY
                           MOVE "REJECT" TO AUDIT-ACTION
                           MOVE CLAIM-ID TO AUDIT-FIELD
                           MOVE CLAIM-AMOUNT TO AUDIT-OLD-VALUE
                           MOVE SPACES TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY " "
                           DISPLAY "claim rejected."
                       ELSE
                           DISPLAY "claim rejection failed"
                       END-IF
                   END-IF
           END-READ.
           CLOSE CLAIM-FILE.

      *    a blank position sets the limit for every position that
      *    has none of its own.
           CLAIM-LIMIT-SET.
           DISPLAY "---------------------------------------------".
           DISPLAY "SET AN ANNUAL CLAIM LIMIT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLMLIM-TYPE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLMLIM-POSITION UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLMLIM-ANNUAL UNTIL INPUT-VALID.

           PERFORM CLAIM-LIMIT-SET-COMMIT.

           PROMPT-CLMLIM-TYPE.
           DISPLAY "(1/3) type m/t/p:  " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "m" OR TEMPSTR-A = "t"
               OR TEMPSTR-A = "p" THEN
               SET INPUT-VALID TO TRUE
               MOVE FUNCTION UPPER-CASE(TEMPSTR-A(1:1))
                   TO CLAIM-NEW-TYPE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid type - 'm' medical, 't' travel or "
                   "'p' phone"
           END-IF.

           PROMPT-CLMLIM-POSITION.
           DISPLAY "(2/3) position:    " WITH NO ADVANCING.
           ACCEPT POSITION-ID.
           IF POSITION-ID = SPACES THEN
               SET INPUT-VALID TO TRUE
           ELSE
               OPEN INPUT POSITION-FILE
               READ POSITION-FILE KEY IS POSITION-ID
                   INVALID KEY
                       SET INPUT-INVALID TO TRUE
                       DISPLAY "invalid position id - blank for all "
                           "positions"
                   NOT INVALID KEY
                       SET INPUT-VALID TO TRUE
               END-READ
               CLOSE POSITION-FILE
           END-IF.

           PROMPT-CLMLIM-ANNUAL.
           DISPLAY "(3/3) annual limit:" WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number".

           CLAIM-LIMIT-SET-COMMIT.
           MOVE CLAIM-NEW-TYPE TO CLMLIM-TYPE.
           MOVE POSITION-ID TO CLMLIM-POSITION.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE "WRITE" TO AUDIT-ACTION.
           OPEN I-O CLAIM-LIMIT-FILE.
           READ CLAIM-LIMIT-FILE KEY IS CLMLIM-KEY
               INVALID KEY
                   MOVE SALARY-NUM TO CLMLIM-ANNUAL
                   WRITE CLAIM-LIMIT-RECORD
               NOT INVALID KEY
                   MOVE CLMLIM-ANNUAL TO AUDIT-OLD-VALUE
                   MOVE "UPDATE" TO AUDIT-ACTION
                   MOVE SALARY-NUM TO CLMLIM-ANNUAL
                   REWRITE CLAIM-LIMIT-RECORD
           END-READ.
           IF FS-CLAIM-LIMIT = "00" THEN
               MOVE "CLAIMLIM" TO AUDIT-FILE-NAME
               MOVE CLMLIM-KEY TO AUDIT-KEY
               MOVE "ANNUAL" TO AUDIT-FIELD
               MOVE CLMLIM-ANNUAL TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "claim limit saved successfully."
           ELSE
               DISPLAY "claim limit save failed"
           END-IF.
           CLOSE CLAIM-LIMIT-FILE.

           CLAIM-LIMIT-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "ANNUAL CLAIM LIMITS".
           DISPLAY " ".
           DISPLAY
           "T | "
           "POSITION   | "
           "ANNUAL".
           MOVE 0 TO COUNTER.
           OPEN INPUT CLAIM-LIMIT-FILE
           IF FS-CLAIM-LIMIT NOT = "00" THEN
               MOVE '99' TO FS-CLAIM-LIMIT
           END-IF
           PERFORM UNTIL FS-CLAIM-LIMIT NOT = '00'
               READ CLAIM-LIMIT-FILE NEXT
                   AT END MOVE '99' TO FS-CLAIM-LIMIT
               NOT AT END
                   ADD 1 TO COUNTER
                   IF CLMLIM-POSITION = SPACES THEN
                       DISPLAY
                       CLMLIM-TYPE " | "
                       "(all)      | "
                       CLMLIM-ANNUAL
                   ELSE
                       DISPLAY
                       CLMLIM-TYPE " | "
                       CLMLIM-POSITION " | "
                       CLMLIM-ANNUAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-LIMIT-FILE.
           DISPLAY " ".
           DISPLAY "total limits: " COUNTER.

      *    each employee's usage against limit for a year, one line
      *    per claim type they have a limit or a claim for.
           CLAIM-REPORT.
           DISPLAY "---------------------------------------------".
           DISPLAY "CLAIM USAGE AGAINST LIMIT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLOSE-YEAR UNTIL INPUT-VALID.
           MOVE CLOSE-YEAR TO CLAIM-YEAR.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "NAME                             | "
           "T | "
           "LIMIT      | "
           "USED        | "
           "PENDING     | "
           "REMAINING".
           MOVE "claims" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "CLAIM USAGE AGAINST LIMIT " DELIMITED BY SIZE
               CLAIM-YEAR DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "IC               | " DELIMITED BY SIZE
               "NAME                             | " DELIMITED BY SIZE
               "T | " DELIMITED BY SIZE
               "LIMIT      | " DELIMITED BY SIZE
               "USED        | " DELIMITED BY SIZE
               "PENDING     | " DELIMITED BY SIZE
               "REMAINING" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE "T: M medical, T travel, P phone" TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           MOVE 0 TO COUNTER.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   MOVE "M" TO CLAIM-NEW-TYPE
                   PERFORM CLAIM-REPORT-ROW
                   MOVE "T" TO CLAIM-NEW-TYPE
                   PERFORM CLAIM-REPORT-ROW
                   MOVE "P" TO CLAIM-NEW-TYPE
                   PERFORM CLAIM-REPORT-ROW
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           DISPLAY " ".
           DISPLAY "lines listed: " COUNTER.
           PERFORM SPOOL-FINISH.

      *    assumes EMPLOYEE-RECORD holds the employee and
      *    CLAIM-NEW-TYPE the claim type being reported.
           CLAIM-REPORT-ROW.
           MOVE SPACES TO CLAIM-SKIP-ID.
           PERFORM CLAIM-LIMIT-FIND.
           PERFORM CLAIM-USAGE-SCAN.
           MOVE 0 TO CLAIM-REMAINING.
           IF CLAIM-LIMIT-AMOUNT > CLAIM-USED THEN
               COMPUTE CLAIM-REMAINING =
                   CLAIM-LIMIT-AMOUNT - CLAIM-USED
           END-IF.
           IF (CLAIM-LIMIT-FOUND AND EMPLOYEE-ACTIVE)
               OR CLAIM-USED > 0 OR CLAIM-PENDING > 0 THEN
               ADD 1 TO COUNTER
               DISPLAY
               EMPLOYEE-IC " | "
               EMPLOYEE-NAME " | "
               CLAIM-NEW-TYPE " | "
               CLAIM-LIMIT-AMOUNT " | "
               CLAIM-USED " | "
               CLAIM-PENDING " | "
               CLAIM-REMAINING
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   EMPLOYEE-IC DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EMPLOYEE-NAME DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CLAIM-NEW-TYPE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CLAIM-LIMIT-AMOUNT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CLAIM-USED DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CLAIM-PENDING DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CLAIM-REMAINING DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
           END-IF.
       PROCEDURE-CALENDAR.
           DISPLAY "---------------------------------------------".
           DISPLAY "COMPANY CALENDAR OVERVIEW".
           DISPLAY " ".
           DISPLAY "[cal list]         list holidays and the week".
           DISPLAY "[cal add]          add a public holiday".
           DISPLAY "[cal delete]       delete a public holiday".
           DISPLAY "[cal week]         set the working-week pattern".

           CALENDAR-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD A PUBLIC HOLIDAY".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CALENDAR-DATE UNTIL INPUT-VALID.
           MOVE DATE-CHECK TO CAL-DATE.
           DISPLAY "(2/2) name:        " WITH NO ADVANCING.
           ACCEPT CAL-NAME.

           OPEN I-O CALENDAR-FILE.
           WRITE CALENDAR-RECORD.
           IF FS-CALENDAR = "00" THEN
               MOVE "CALENDAR" TO AUDIT-FILE-NAME
               MOVE CAL-DATE TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE "ALL" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE CAL-NAME TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "holiday added successfully."
           ELSE
               DISPLAY "holiday add failed - date already on file"
           END-IF.
           CLOSE CALENDAR-FILE.

           PROMPT-CALENDAR-DATE.
           DISPLAY "(1/2) date:        " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD".

           CALENDAR-DELETE.
           DISPLAY "---------------------------------------------".
           DISPLAY "DELETE A PUBLIC HOLIDAY".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CALENDAR-DATE UNTIL INPUT-VALID.
           MOVE DATE-CHECK TO CAL-DATE.
           DISPLAY "(2/2) confirm? 'y':" WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "y" THEN
               OPEN I-O CALENDAR-FILE
               READ CALENDAR-FILE KEY IS CAL-DATE
                   INVALID KEY
                       DISPLAY "holiday not found"
                   NOT INVALID KEY
                       MOVE "CALENDAR" TO AUDIT-FILE-NAME
                       MOVE CAL-DATE TO AUDIT-KEY
                       MOVE "DELETE" TO AUDIT-ACTION
                       MOVE "ALL" TO AUDIT-FIELD
                       MOVE CAL-NAME TO AUDIT-OLD-VALUE
                       MOVE SPACES TO AUDIT-NEW-VALUE
                       DELETE CALENDAR-FILE
                       IF FS-CALENDAR = "00" THEN
                           PERFORM AUDIT-WRITE
                           DISPLAY "holiday deleted successfully"
                       ELSE
                           DISPLAY "holiday delete failed"
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "operation cancelled"
           END-IF.

           CALENDAR-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "COMPANY CALENDAR".
           DISPLAY " ".
           PERFORM GET-WEEK-PATTERN.
           DISPLAY "working week (mon-sun): " WEEK-PATTERN.
           DISPLAY " ".
           DISPLAY
           "DATE       | "
           "NAME".
           MOVE 0 TO COUNTER.
           OPEN INPUT CALENDAR-FILE
           PERFORM UNTIL FS-CALENDAR NOT = '00'
               READ CALENDAR-FILE NEXT
                   AT END MOVE '99' TO FS-CALENDAR
               NOT AT END
                   IF CAL-DATE NOT = "0000-00-00" THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       CAL-DATE " | "
                       CAL-NAME
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
           DISPLAY " ".
           DISPLAY "total holidays: " COUNTER.

      *    the pattern lives on the 0000-00-00 control row so the
      *    calendar stays a single keyed file.
           CALENDAR-WEEK.
           DISPLAY "---------------------------------------------".
           DISPLAY "SET THE WORKING-WEEK PATTERN".
           DISPLAY " ".
           DISPLAY "seven Y/N flags, monday first - e.g. YYYYYNN".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-WEEK-PATTERN UNTIL INPUT-VALID.

           MOVE "0000-00-00" TO CAL-DATE.
           MOVE SPACES TO CAL-NAME.
           MOVE WEEK-PATTERN TO CAL-NAME(1:7).
           OPEN I-O CALENDAR-FILE.
           WRITE CALENDAR-RECORD.
           IF FS-CALENDAR = "00" THEN
               MOVE "WRITE" TO AUDIT-ACTION
               PERFORM CALENDAR-WEEK-AUDIT
               DISPLAY "working week set"
           ELSE
               REWRITE CALENDAR-RECORD
               IF FS-CALENDAR = "00" THEN
                   MOVE "REWRITE" TO AUDIT-ACTION
                   PERFORM CALENDAR-WEEK-AUDIT
                   DISPLAY "working week updated"
               ELSE
                   DISPLAY "working week save failed"
               END-IF
           END-IF.
           CLOSE CALENDAR-FILE.

           PROMPT-WEEK-PATTERN.
           DISPLAY "pattern:           " WITH NO ADVANCING.
           ACCEPT WEEK-PATTERN.
           MOVE 1 TO CAL-DAY-NUM.
           SET INPUT-VALID TO TRUE.
           PERFORM UNTIL CAL-DAY-NUM > 7
               IF WEEK-PATTERN(CAL-DAY-NUM:1) NOT = "Y"
                   AND WEEK-PATTERN(CAL-DAY-NUM:1) NOT = "N" THEN
                   SET INPUT-INVALID TO TRUE
               END-IF
               ADD 1 TO CAL-DAY-NUM
           END-PERFORM.
           IF INPUT-INVALID THEN
               DISPLAY "invalid pattern - seven Y or N flags".

           CALENDAR-WEEK-AUDIT.
           MOVE "CALENDAR" TO AUDIT-FILE-NAME.
           MOVE CAL-DATE TO AUDIT-KEY.
           MOVE "WEEK" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE WEEK-PATTERN TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
       PROCEDURE-REQUISITION.
           DISPLAY "---------------------------------------------".
           DISPLAY "VACANCY REQUISITION OVERVIEW".
           DISPLAY " ".
           DISPLAY "[req list]         list all requisitions".
           DISPLAY "[req add]          open a new requisition".
           DISPLAY "[req status]       update a requisition status".

           REQUISITION-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "OPEN A NEW REQUISITION".
           DISPLAY " ".
           DISPLAY "(1/2) id:          " WITH NO ADVANCING.
           ACCEPT REQ-ID.
           DISPLAY "(2/2) position:    " WITH NO ADVANCING.
           ACCEPT REQ-POSITION-ID.

           OPEN INPUT POSITION-FILE.
           MOVE REQ-POSITION-ID TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "invalid position id"
               NOT INVALID KEY
                   MOVE "O" TO REQ-STATUS
                   PERFORM SET-TODAY-YMD
                   MOVE TODAY-YMD TO REQ-OPEN-DATE
                   OPEN I-O REQUISITION-FILE
                   WRITE REQUISITION-RECORD
                   IF FS-REQUISITION = "00" THEN
                       MOVE "REQUIS" TO AUDIT-FILE-NAME
                       MOVE REQ-ID TO AUDIT-KEY
                       MOVE "WRITE" TO AUDIT-ACTION
                       MOVE "ALL" TO AUDIT-FIELD
                       MOVE SPACES TO AUDIT-OLD-VALUE
                       MOVE REQ-POSITION-ID TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY " "
                       DISPLAY "requisition opened successfully."
                   ELSE
                       DISPLAY "requisition add failed - id in use"
                   END-IF
                   CLOSE REQUISITION-FILE
           END-READ.
           CLOSE POSITION-FILE.

           REQUISITION-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "LIST ALL REQUISITIONS".
           DISPLAY " ".
           DISPLAY
           "NUM   | "
           "ID         | "
           "POSITION   | "
           "STATUS | "
           "OPENED".
           DISPLAY
           "------|"
           "------------|"
           "------------|"
           "--------|"
           "------------"
           MOVE 0 TO COUNTER.
           OPEN INPUT REQUISITION-FILE
           PERFORM UNTIL FS-REQUISITION NOT = '00'
               READ REQUISITION-FILE NEXT
                   AT END MOVE '99' TO FS-REQUISITION
               NOT AT END
                   ADD 1 TO COUNTER
                   DISPLAY
                   COUNTER " | "
                   REQ-ID " | "
                   REQ-POSITION-ID " | "
                   REQ-STATUS "      | "
                   REQ-OPEN-DATE
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE.
           DISPLAY " ".
           DISPLAY "total: " COUNTER.

           REQUISITION-STATUS.
           DISPLAY "---------------------------------------------".
           DISPLAY "UPDATE A REQUISITION STATUS".
           DISPLAY " ".
           DISPLAY "statuses: 'o' open, 'a' approved, 'f' filled".
           DISPLAY " ".
           DISPLAY "(1/2) id:          " WITH NO ADVANCING.
           ACCEPT REQ-ID.
           DISPLAY "(2/2) status:      " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.

           IF TEMPSTR-A = "o" OR TEMPSTR-A = "a"
               OR TEMPSTR-A = "f" THEN
               PERFORM REQUISITION-STATUS-COMMIT
           ELSE
               DISPLAY "invalid status - 'o', 'a' or 'f'"
           END-IF.

      *    assumes REQ-ID and TEMPSTR-A (new status, lower case)
      *    have already been accepted and validated.
           REQUISITION-STATUS-COMMIT.
           OPEN I-O REQUISITION-FILE.
           READ REQUISITION-FILE KEY IS REQ-ID
               INVALID KEY
                   DISPLAY "requisition not found"
               NOT INVALID KEY
                   MOVE REQ-STATUS TO AUDIT-OLD-VALUE
                   IF TEMPSTR-A = "o" THEN
                       MOVE "O" TO REQ-STATUS
                   ELSE IF TEMPSTR-A = "a" THEN
                       MOVE "A" TO REQ-STATUS
                   ELSE
                       MOVE "F" TO REQ-STATUS
                   END-IF
                   END-IF
                   REWRITE REQUISITION-RECORD
                   IF FS-REQUISITION = "00" THEN
                       MOVE "REQUIS" TO AUDIT-FILE-NAME
                       MOVE REQ-ID TO AUDIT-KEY
                       MOVE "REWRITE" TO AUDIT-ACTION
                       MOVE "STATUS" TO AUDIT-FIELD
                       MOVE REQ-STATUS TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY "requisition status updated"
                   ELSE
                       DISPLAY "requisition update failed"
                   END-IF
           END-READ.
           CLOSE REQUISITION-FILE.
       PROCEDURE-CANDIDATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "CANDIDATE TRACKING OVERVIEW".
           DISPLAY " ".
           DISPLAY "[cand list]        list candidates for a req".
           DISPLAY "[cand add]         add a candidate to a req".
           DISPLAY "[cand stage]       update a candidate's stage".
           DISPLAY "[cand hire]        hire a candidate into a seat".

           CANDIDATE-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD A CANDIDATE".
           DISPLAY " ".
           DISPLAY "(1/4) req id:      " WITH NO ADVANCING.
           ACCEPT REQ-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CANDIDATE-IC UNTIL INPUT-VALID.
           DISPLAY "(3/4) name:        " WITH NO ADVANCING.
           ACCEPT CAND-NAME.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CANDIDATE-DATE UNTIL INPUT-VALID.

           OPEN INPUT REQUISITION-FILE.
           READ REQUISITION-FILE KEY IS REQ-ID
               INVALID KEY
                   DISPLAY "invalid requisition id"
               NOT INVALID KEY
                   MOVE REQ-ID TO CAND-REQ-ID
                   MOVE EMPLOYEE-IC TO CAND-IC
                   MOVE DATE-CHECK TO CAND-APPLIED-DATE
                   MOVE "A" TO CAND-STAGE
                   MOVE SPACES TO CAND-HIRE-DATE
                   OPEN I-O CANDIDATE-FILE
                   WRITE CANDIDATE-RECORD
                   IF FS-CANDIDATE = "00" THEN
                       MOVE "CANDIDATE" TO AUDIT-FILE-NAME
                       MOVE CAND-IC TO AUDIT-KEY
                       MOVE "WRITE" TO AUDIT-ACTION
                       MOVE CAND-REQ-ID TO AUDIT-FIELD
                       MOVE SPACES TO AUDIT-OLD-VALUE
                       MOVE CAND-NAME TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY " "
                       DISPLAY "candidate added successfully."
                   ELSE
                       DISPLAY "candidate add failed - already on file"
                   END-IF
                   CLOSE CANDIDATE-FILE
           END-READ.
           CLOSE REQUISITION-FILE.

           PROMPT-CANDIDATE-IC.
           DISPLAY "(2/4) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-CANDIDATE-DATE.
           DISPLAY "(4/4) applied:     " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD".

           CANDIDATE-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "CANDIDATES FOR A REQUISITION".
           DISPLAY " ".
           DISPLAY "req id:            " WITH NO ADVANCING.
           ACCEPT REQ-ID.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "NAME                             | "
           "STAGE | "
           "APPLIED    | "
           "HIRED".
           MOVE 0 TO COUNTER.
           OPEN INPUT CANDIDATE-FILE
           PERFORM UNTIL FS-CANDIDATE NOT = '00'
               READ CANDIDATE-FILE NEXT
                   AT END MOVE '99' TO FS-CANDIDATE
               NOT AT END
                   IF CAND-REQ-ID = REQ-ID THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       CAND-IC " | "
                       CAND-NAME " | "
                       CAND-STAGE "     | "
                       CAND-APPLIED-DATE " | "
                       CAND-HIRE-DATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE.
           DISPLAY " ".
           DISPLAY "total candidates: " COUNTER.

           CANDIDATE-STAGE.
           DISPLAY "---------------------------------------------".
           DISPLAY "UPDATE A CANDIDATE STAGE".
           DISPLAY " ".
           DISPLAY "stages: 'a' applied, 'i' interviewed, "
               "'o' offered, 'r' rejected".
           DISPLAY "hiring goes through 'cand hire'.".
           DISPLAY " ".
           DISPLAY "(1/3) req id:      " WITH NO ADVANCING.
           ACCEPT CAND-REQ-ID.
           DISPLAY "(2/3) ic:          " WITH NO ADVANCING.
           ACCEPT CAND-IC.
           DISPLAY "(3/3) stage:       " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.

           IF TEMPSTR-A = "a" OR TEMPSTR-A = "i"
               OR TEMPSTR-A = "o" OR TEMPSTR-A = "r" THEN
               PERFORM CANDIDATE-STAGE-COMMIT
           ELSE
               DISPLAY "invalid stage - 'a', 'i', 'o' or 'r'"
           END-IF.

      *    assumes CAND-KEY and TEMPSTR-A (new stage, lower case)
      *    have already been accepted and validated.
           CANDIDATE-STAGE-COMMIT.
           OPEN I-O CANDIDATE-FILE.
           READ CANDIDATE-FILE KEY IS CAND-KEY
               INVALID KEY
                   DISPLAY "candidate not found"
               NOT INVALID KEY
                   IF CAND-HIRED THEN
                       DISPLAY "candidate is already hired"
                   ELSE
                       MOVE CAND-STAGE TO AUDIT-OLD-VALUE
                       IF TEMPSTR-A = "a" THEN
                           MOVE "A" TO CAND-STAGE
                       ELSE IF TEMPSTR-A = "i" THEN
                           MOVE "I" TO CAND-STAGE
                       ELSE IF TEMPSTR-A = "o" THEN
                           MOVE "O" TO CAND-STAGE
                       ELSE
                           MOVE "R" TO CAND-STAGE
                       END-IF
                       END-IF
                       END-IF
                       REWRITE CANDIDATE-RECORD
                       IF FS-CANDIDATE = "00" THEN
                           MOVE "CANDIDATE" TO AUDIT-FILE-NAME
                           MOVE CAND-IC TO AUDIT-KEY
                           MOVE "REWRITE" TO AUDIT-ACTION
                           MOVE "STAGE" TO AUDIT-FIELD
                           MOVE CAND-STAGE TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY "candidate stage updated"
                       ELSE
                           DISPLAY "candidate update failed"
                       END-IF
                   END-IF
           END-READ.
           CLOSE CANDIDATE-FILE.

      *    converts a candidate into the employee master. the
      *    requisition must be approved - this is the control that
      *    every hire traces to an approved seat. on success the
      *    requisition is filled and the candidate stamped hired.
           CANDIDATE-HIRE.
           DISPLAY "---------------------------------------------".
           DISPLAY "HIRE A CANDIDATE".
           DISPLAY " ".
           DISPLAY "(1/5) req id:      " WITH NO ADVANCING.
           ACCEPT REQ-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CAND-HIRE-IC UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CAND-HIRE-ENTITLE UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO EMPLOYEE-LEAVE-ENTITLE.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CAND-HIRE-SALARY UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CAND-HIRE-DATE UNTIL INPUT-VALID.
           MOVE DATE-CHECK TO EMPLOYEE-HIRE-DATE.

           OPEN I-O REQUISITION-FILE.
           READ REQUISITION-FILE KEY IS REQ-ID
               INVALID KEY
                   DISPLAY "invalid requisition id"
               NOT INVALID KEY
                   IF REQ-FILLED THEN
                       DISPLAY "requisition is already filled"
                   ELSE IF NOT REQ-APPROVED THEN
                       DISPLAY "requisition is not approved - "
                           "cannot hire against it"
                   ELSE
                       PERFORM CANDIDATE-HIRE-COMMIT
                   END-IF
                   END-IF
           END-READ.
           CLOSE REQUISITION-FILE.

           PROMPT-CAND-HIRE-IC.
           DISPLAY "(2/5) ic:          " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid ic - expected format NNNNNN-NN-NNNN".

           PROMPT-CAND-HIRE-ENTITLE.
           DISPLAY "(3/5) leave days:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 999 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid days - enter a number from 0 to 999".

      *    blank hires on the standard rate of the requisition's
      *    position.
           PROMPT-CAND-HIRE-SALARY.
           DISPLAY "(4/5) salary:      " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           IF SALARY-CHECK = SPACES THEN
               MOVE 0 TO EMPLOYEE-SALARY
               SET INPUT-VALID TO TRUE
           ELSE
               PERFORM VALIDATE-SALARY
               IF INPUT-VALID THEN
                   MOVE SALARY-NUM TO EMPLOYEE-SALARY
               ELSE
                   DISPLAY "invalid salary - enter a positive number "
                       "or blank"
               END-IF
           END-IF.

           PROMPT-CAND-HIRE-DATE.
           DISPLAY "(5/5) hire date:   " WITH NO ADVANCING.
           ACCEPT DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID THEN
               DISPLAY "invalid date - expected format YYYY-MM-DD".

      *    assumes REQUISITION-RECORD holds an approved requisition
      *    open i-o and EMPLOYEE-IC, EMPLOYEE-LEAVE-ENTITLE,
      *    EMPLOYEE-SALARY and EMPLOYEE-HIRE-DATE the hire details.
      *    the employee add runs through the same commit as
      *    'emp add', seat check and grade range included.
           CANDIDATE-HIRE-COMMIT.
           MOVE REQ-ID TO CAND-REQ-ID.
           MOVE EMPLOYEE-IC TO CAND-IC.
           OPEN I-O CANDIDATE-FILE.
           READ CANDIDATE-FILE KEY IS CAND-KEY
               INVALID KEY
                   DISPLAY "candidate not found on this requisition"
               NOT INVALID KEY
                   IF CAND-HIRED THEN
                       DISPLAY "candidate is already hired"
                   ELSE IF CAND-DECLINED THEN
                       DISPLAY "candidate was rejected - not hirable"
                   ELSE
                       PERFORM CANDIDATE-HIRE-APPLY
                   END-IF
                   END-IF
           END-READ.
           CLOSE CANDIDATE-FILE.

      *    assumes the candidate and requisition records are both
      *    current and open i-o.
           CANDIDATE-HIRE-APPLY.
           MOVE CAND-NAME TO EMPLOYEE-NAME.
           MOVE REQ-POSITION-ID TO EMPLOYEE-POSITION.
           PERFORM EMPLOYEE-ADD-COMMIT.
           IF COMMIT-OK THEN
               MOVE CAND-STAGE TO AUDIT-OLD-VALUE
               MOVE "H" TO CAND-STAGE
               MOVE EMPLOYEE-HIRE-DATE TO CAND-HIRE-DATE
               REWRITE CANDIDATE-RECORD
               IF FS-CANDIDATE = "00" THEN
                   MOVE "CANDIDATE" TO AUDIT-FILE-NAME
                   MOVE CAND-IC TO AUDIT-KEY
                   MOVE "REWRITE" TO AUDIT-ACTION
                   MOVE "STAGE" TO AUDIT-FIELD
                   MOVE "H" TO AUDIT-NEW-VALUE
                   PERFORM AUDIT-WRITE
               ELSE
                   DISPLAY "warning: candidate not stamped hired"
               END-IF
               MOVE REQ-STATUS TO AUDIT-OLD-VALUE
               MOVE "F" TO REQ-STATUS
               REWRITE REQUISITION-RECORD
               IF FS-REQUISITION = "00" THEN
                   MOVE "REQUIS" TO AUDIT-FILE-NAME
                   MOVE REQ-ID TO AUDIT-KEY
                   MOVE "REWRITE" TO AUDIT-ACTION
                   MOVE "STATUS" TO AUDIT-FIELD
                   MOVE "F" TO AUDIT-NEW-VALUE
                   PERFORM AUDIT-WRITE
                   DISPLAY "requisition " REQ-ID " filled"
               ELSE
                   DISPLAY "warning: requisition not marked filled"
               END-IF
           END-IF.
       PROCEDURE-RATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "STATUTORY RATE BAND OVERVIEW".
           DISPLAY " ".
           DISPLAY "[rate list]        list all rate bands".
           DISPLAY "[rate add]         add a rate band".
           DISPLAY "[rate delete]      delete a rate band".

           RATE-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD A STATUTORY RATE BAND".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-BAND-LOW UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-BAND-LOW.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-BAND-HIGH UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-BAND-HIGH.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-TAX-PCT UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-TAX-PCT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-EPF-EMP UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-EPF-EMP-PCT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-EPF-ER UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-EPF-ER-PCT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-SOCSO-EMP UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-SOCSO-EMP-AMT.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-SOCSO-ER UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-SOCSO-ER-AMT.

           PERFORM RATE-ADD-COMMIT.

           PROMPT-RATE-BAND-LOW.
           DISPLAY "(1/7) band low:    " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number".

           PROMPT-RATE-BAND-HIGH.
           DISPLAY "(2/7) band high:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM <= RATE-BAND-LOW THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - must exceed the band low".

           PROMPT-RATE-TAX-PCT.
           DISPLAY "(3/7) tax pct:     " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 100 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid pct - enter a number from 0 to 100".

           PROMPT-RATE-EPF-EMP.
           DISPLAY "(4/7) epf emp pct: " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 100 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid pct - enter a number from 0 to 100".

           PROMPT-RATE-EPF-ER.
           DISPLAY "(5/7) epf er pct:  " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-VALID AND SALARY-NUM > 100 THEN
               SET INPUT-INVALID TO TRUE
           END-IF.
           IF INPUT-INVALID THEN
               DISPLAY "invalid pct - enter a number from 0 to 100".

           PROMPT-RATE-SOCSO-EMP.
           DISPLAY "(6/7) socso emp:   " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number".

           PROMPT-RATE-SOCSO-ER.
           DISPLAY "(7/7) socso er:    " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number".

      *    assumes the RATE-TABLE-RECORD fields have already been
      *    accepted and validated. bands are keyed on their low
      *    bound - overlapping bands are the operator's to avoid.
           RATE-ADD-COMMIT.
           OPEN I-O RATE-TABLE-FILE.
           WRITE RATE-TABLE-RECORD.
           IF FS-RATETAB = "00" THEN
               MOVE "RATETAB" TO AUDIT-FILE-NAME
               MOVE RATE-BAND-LOW TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE "ALL" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE RATE-BAND-HIGH TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "rate band added successfully."
           ELSE
               DISPLAY "rate band add failed - low bound in use"
           END-IF.
           CLOSE RATE-TABLE-FILE.

           RATE-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "LIST ALL RATE BANDS".
           DISPLAY " ".
           DISPLAY
           "BAND LOW   | "
           "BAND HIGH  | "
           "TAX | "
           "EPF EMP | "
           "EPF ER | "
           "SOCSO EMP  | "
           "SOCSO ER".
           DISPLAY
           "------------|"
           "------------|"
           "-----|"
           "---------|"
           "--------|"
           "------------|"
           "------------"
           MOVE 0 TO COUNTER.
           OPEN INPUT RATE-TABLE-FILE
           PERFORM UNTIL FS-RATETAB NOT = '00'
               READ RATE-TABLE-FILE NEXT
                   AT END MOVE '99' TO FS-RATETAB
               NOT AT END
                   ADD 1 TO COUNTER
                   DISPLAY
                   RATE-BAND-LOW " | "
                   RATE-BAND-HIGH " | "
                   RATE-TAX-PCT " | "
                   RATE-EPF-EMP-PCT "     | "
                   RATE-EPF-ER-PCT "    | "
                   RATE-SOCSO-EMP-AMT " | "
                   RATE-SOCSO-ER-AMT
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.
           DISPLAY " ".
           DISPLAY "total: " COUNTER.

           RATE-DELETE.
           DISPLAY "---------------------------------------------".
           DISPLAY "DELETE A RATE BAND".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-RATE-DELETE-LOW UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO RATE-BAND-LOW.
           DISPLAY "(2/2) confirm? 'y':" WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "y" THEN
               OPEN I-O RATE-TABLE-FILE
               READ RATE-TABLE-FILE KEY IS RATE-BAND-LOW
                   INVALID KEY
                       DISPLAY "rate band not found"
                   NOT INVALID KEY
                       MOVE "RATETAB" TO AUDIT-FILE-NAME
                       MOVE RATE-BAND-LOW TO AUDIT-KEY
                       MOVE "DELETE" TO AUDIT-ACTION
                       MOVE "ALL" TO AUDIT-FIELD
                       MOVE RATE-BAND-HIGH TO AUDIT-OLD-VALUE
                       MOVE SPACES TO AUDIT-NEW-VALUE
                       DELETE RATE-TABLE-FILE
                       IF FS-RATETAB = "00" THEN
                           PERFORM AUDIT-WRITE
                           DISPLAY "rate band deleted successfully"
                       ELSE
                           DISPLAY "rate band delete failed"
                       END-IF
               END-READ
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY "operation cancelled"
           END-IF.

           PROMPT-RATE-DELETE-LOW.
           DISPLAY "(1/2) band low:    " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-NUMERIC.
           IF INPUT-INVALID THEN
               DISPLAY "invalid amount - enter a number".
      *    dual-control queue - salary, employee rate, bank-detail
      *    and termination changes wait here until a second operator
      *    releases them.
      *    only on approval do the rewrite and the audit entry
      *    (carrying the approver) happen.
       APPROVE-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHANGES AWAITING APPROVAL".
           DISPLAY " ".
           DISPLAY
           "ID         | "
           "TYPE   | "
           "KEY              | "
           "VALUE 1          | "
           "VALUE 2          | "
           "BY         | "
           "REQUESTED".
           MOVE 0 TO COUNTER.
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL FS-PENDING NOT = '00'
               READ PENDING-FILE NEXT
                   AT END MOVE '99' TO FS-PENDING
               NOT AT END
                   IF PEND-WAITING THEN
                       ADD 1 TO COUNTER
                       DISPLAY
                       PEND-ID " | "
                       PEND-TYPE " | "
                       PEND-KEY " | "
                       PEND-VALUE-1 " | "
                       PEND-VALUE-2 " | "
                       PEND-REQUESTED-BY " | "
                       PEND-REQUEST-DATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.
           DISPLAY " ".
           DISPLAY "awaiting approval: " COUNTER.

           APPROVE-ACTION.
           DISPLAY "---------------------------------------------".
           DISPLAY "APPROVE A PENDING CHANGE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PEND-ID UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO PEND-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-APPROVER-ID UNTIL INPUT-VALID.

           OPEN I-O PENDING-FILE.
           READ PENDING-FILE KEY IS PEND-ID
               INVALID KEY
                   DISPLAY "pending change not found"
               NOT INVALID KEY
                   IF NOT PEND-WAITING THEN
                       DISPLAY "change is not awaiting approval"
                   ELSE IF PEND-REQUESTED-BY = APPROVER-ID THEN
                       DISPLAY "dual control - a different operator "
                           "must approve"
                   ELSE
                       PERFORM APPROVE-APPLY
                   END-IF
                   END-IF
           END-READ.
           CLOSE PENDING-FILE.

      *    assumes PENDING-RECORD holds a waiting change and the
      *    pending file is open i-o. applies the underlying change
      *    and releases the record only when the apply commits -
      *    a failed apply leaves it waiting.
           APPROVE-APPLY.
           SET COMMIT-FAILED TO TRUE.
           MOVE APPROVER-ID TO AUDIT-OPERATOR-ID.
           IF PEND-SALARY THEN
               MOVE PEND-KEY(1:10) TO POSITION-ID
               MOVE "salary" TO TEMPSTR-A
               MOVE PEND-VALUE-1 TO TEMPSTR-B
               MOVE PEND-VALUE-2(1:10) TO SALARY-EFFECTIVE-DATE
               PERFORM POSITION-EDIT-COMMIT
               MOVE SPACES TO SALARY-EFFECTIVE-DATE
           ELSE IF PEND-EMPSAL THEN
               MOVE PEND-KEY TO EMPLOYEE-IC
               MOVE PEND-VALUE-1 TO TEMPSTR-B
               MOVE PEND-VALUE-2(1:10) TO SALARY-EFFECTIVE-DATE
               PERFORM EMPLOYEE-SALARY-APPLY
               MOVE SPACES TO SALARY-EFFECTIVE-DATE
           ELSE IF PEND-BANK THEN
               MOVE PEND-KEY TO EMPLOYEE-IC
               MOVE PEND-VALUE-1(1:10) TO BANK-CODE
               MOVE PEND-VALUE-2 TO BANK-ACCOUNT
               PERFORM EMPLOYEE-BANK-APPLY
           ELSE
               MOVE PEND-KEY TO EMPLOYEE-IC
               PERFORM EMPLOYEE-TERMINATE-APPLY
           END-IF
           END-IF
           END-IF.
           IF COMMIT-OK THEN
               MOVE "A" TO PEND-STATUS
               MOVE APPROVER-ID TO PEND-APPROVED-BY
               PERFORM SET-TODAY-YMD
               MOVE TODAY-YMD TO PEND-ACTION-DATE
               REWRITE PENDING-RECORD
               IF FS-PENDING = "00" THEN
                   MOVE "PENDING" TO AUDIT-FILE-NAME
                   MOVE PEND-ID TO AUDIT-KEY
                   MOVE "APPROVE" TO AUDIT-ACTION
                   MOVE PEND-TYPE TO AUDIT-FIELD
                   MOVE "W" TO AUDIT-OLD-VALUE
                   MOVE "A" TO AUDIT-NEW-VALUE
                   MOVE APPROVER-ID TO AUDIT-OPERATOR-ID
                   PERFORM AUDIT-WRITE
                   DISPLAY "change " PEND-ID " approved and applied"
               ELSE
                   DISPLAY "pending status update failed"
               END-IF
           ELSE
               MOVE SPACES TO AUDIT-OPERATOR-ID
               DISPLAY "apply failed - change left pending"
           END-IF.

           REJECT-ACTION.
           DISPLAY "---------------------------------------------".
           DISPLAY "REJECT A PENDING CHANGE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PEND-ID UNTIL INPUT-VALID.
           MOVE SALARY-NUM TO PEND-ID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-APPROVER-ID UNTIL INPUT-VALID.

           OPEN I-O PENDING-FILE.
           READ PENDING-FILE KEY IS PEND-ID
               INVALID KEY
                   DISPLAY "pending change not found"
               NOT INVALID KEY
                   IF NOT PEND-WAITING THEN
                       DISPLAY "change is not awaiting approval"
                   ELSE
                       MOVE "R" TO PEND-STATUS
                       MOVE APPROVER-ID TO PEND-APPROVED-BY
                       PERFORM SET-TODAY-YMD
                       MOVE TODAY-YMD TO PEND-ACTION-DATE
                       REWRITE PENDING-RECORD
                       IF FS-PENDING = "00" THEN
                           MOVE "PENDING" TO AUDIT-FILE-NAME
                           MOVE PEND-ID TO AUDIT-KEY
                           MOVE "REJECT" TO AUDIT-ACTION
                           MOVE PEND-TYPE TO AUDIT-FIELD
                           MOVE "W" TO AUDIT-OLD-VALUE
                           MOVE "R" TO AUDIT-NEW-VALUE
                           MOVE APPROVER-ID TO AUDIT-OPERATOR-ID
                           PERFORM AUDIT-WRITE
                           DISPLAY "change " PEND-ID " rejected"
                       ELSE
                           DISPLAY "pending status update failed"
                       END-IF
                   END-IF
           END-READ.
           CLOSE PENDING-FILE.

           PROMPT-PEND-ID.
           DISPLAY "change id:         " WITH NO ADVANCING.
           ACCEPT SALARY-CHECK.
           PERFORM VALIDATE-SALARY.
           IF INPUT-INVALID THEN
               DISPLAY "invalid id - enter a positive number".

      *    the approver and requester are always the signed-on
      *    operator, so dual control cannot be met by keying in
      *    someone else's id.
           PROMPT-APPROVER-ID.
           MOVE SESSION-OPERATOR-ID TO APPROVER-ID.
           DISPLAY "approver id:       " APPROVER-ID.
           SET INPUT-VALID TO TRUE.

           PROMPT-OPERATOR-ID.
           MOVE SESSION-OPERATOR-ID TO OPERATOR-ID.
           DISPLAY "operator id:       " OPERATOR-ID.
           SET INPUT-VALID TO TRUE.

      *    assumes POSITION-ID, TEMPSTR-B (new salary text) and
      *    SALARY-EFFECTIVE-DATE (spaces for today) are validated -
      *    the raise waits for a second operator.
           PENDING-QUEUE-SALARY.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPERATOR-ID UNTIL INPUT-VALID.
           PERFORM PENDING-QUEUE-SALARY-CORE.

      *    assumes OPERATOR-ID is also set - the batch run queues
      *    under the signed-on operator with no prompting.
           PENDING-QUEUE-SALARY-CORE.
           SET COMMIT-FAILED TO TRUE.
           OPEN INPUT POSITION-FILE.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   DISPLAY "invalid position id"
               NOT INVALID KEY
                   IF FUNCTION NUMVAL(TEMPSTR-B) < POSITION-GRADE-MIN
                       OR FUNCTION NUMVAL(TEMPSTR-B)
                           > POSITION-GRADE-MAX THEN
                       DISPLAY "salary outside grade range "
                           POSITION-GRADE-MIN " - " POSITION-GRADE-MAX
                   ELSE
                       MOVE "SALARY" TO PEND-TYPE
                       MOVE POSITION-ID TO PEND-KEY
                       MOVE TEMPSTR-B TO PEND-VALUE-1
                       MOVE SALARY-EFFECTIVE-DATE TO PEND-VALUE-2
                       PERFORM PENDING-WRITE
                   END-IF
           END-READ.
           CLOSE POSITION-FILE.

      *    assumes EMPLOYEE-IC, TEMPSTR-B (new salary text) and
      *    SALARY-EFFECTIVE-DATE are validated - the employee's new
      *    rate waits for a second operator.
           PENDING-QUEUE-EMPSAL.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPERATOR-ID UNTIL INPUT-VALID.
           SET COMMIT-FAILED TO TRUE.
           MOVE "EMPSAL" TO PEND-TYPE.
           MOVE EMPLOYEE-IC TO PEND-KEY.
           MOVE TEMPSTR-B TO PEND-VALUE-1.
           MOVE SALARY-EFFECTIVE-DATE TO PEND-VALUE-2.
           PERFORM PENDING-WRITE.
           MOVE SPACES TO SALARY-EFFECTIVE-DATE.

      *    assumes EMPLOYEE-IC, BANK-CODE and BANK-ACCOUNT are
      *    validated - the detail change waits for a second
      *    operator.
           PENDING-QUEUE-BANK.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPERATOR-ID UNTIL INPUT-VALID.
           SET COMMIT-FAILED TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   MOVE "BANK" TO PEND-TYPE
                   MOVE EMPLOYEE-IC TO PEND-KEY
                   MOVE BANK-CODE TO PEND-VALUE-1
                   MOVE BANK-ACCOUNT TO PEND-VALUE-2
                   PERFORM PENDING-WRITE
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes EMPLOYEE-IC names the employee - the
      *    termination waits for a second operator.
           PENDING-QUEUE-TERM.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPERATOR-ID UNTIL INPUT-VALID.
           SET COMMIT-FAILED TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   DISPLAY "invalid employee ic"
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED THEN
                       DISPLAY "employee is already terminated"
                   ELSE
                       MOVE "TERM" TO PEND-TYPE
                       MOVE EMPLOYEE-IC TO PEND-KEY
                       MOVE SPACES TO PEND-VALUE-1
                       MOVE SPACES TO PEND-VALUE-2
                       PERFORM PENDING-WRITE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    assumes PEND-TYPE, PEND-KEY, the value fields and
      *    OPERATOR-ID are set. allocates the next id, writes the
      *    waiting record and audits the request.
           PENDING-WRITE.
           PERFORM PENDING-NEXT-ID.
           MOVE NEXT-PEND-ID TO PEND-ID.
           MOVE OPERATOR-ID TO PEND-REQUESTED-BY.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD TO PEND-REQUEST-DATE.
           MOVE "W" TO PEND-STATUS.
           MOVE SPACES TO PEND-APPROVED-BY.
           MOVE SPACES TO PEND-ACTION-DATE.
           OPEN I-O PENDING-FILE.
           WRITE PENDING-RECORD.
           IF FS-PENDING = "00" THEN
               MOVE "PENDING" TO AUDIT-FILE-NAME
               MOVE PEND-ID TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE PEND-TYPE TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE PEND-KEY TO AUDIT-NEW-VALUE
               MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
               PERFORM AUDIT-WRITE
               SET COMMIT-OK TO TRUE
               DISPLAY "change " PEND-ID " queued for approval"
           ELSE
               DISPLAY "pending write failed"
           END-IF.
           CLOSE PENDING-FILE.

      *    leaves one more than the highest id on file in
      *    NEXT-PEND-ID. the scan reuses the pending record area,
      *    so the queued change is saved and put back afterwards.
           PENDING-NEXT-ID.
           MOVE PEND-TYPE TO SAVE-PEND-TYPE.
           MOVE PEND-KEY TO SAVE-PEND-KEY.
           MOVE PEND-VALUE-1 TO SAVE-PEND-V1.
           MOVE PEND-VALUE-2 TO SAVE-PEND-V2.
           MOVE 0 TO NEXT-PEND-ID.
           OPEN INPUT PENDING-FILE
           IF FS-PENDING NOT = "00" THEN
               MOVE '99' TO FS-PENDING
           END-IF
           PERFORM UNTIL FS-PENDING NOT = '00'
               READ PENDING-FILE NEXT
                   AT END MOVE '99' TO FS-PENDING
               NOT AT END
                   IF PEND-ID > NEXT-PEND-ID THEN
                       MOVE PEND-ID TO NEXT-PEND-ID
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.
           ADD 1 TO NEXT-PEND-ID.
           MOVE SAVE-PEND-TYPE TO PEND-TYPE.
           MOVE SAVE-PEND-KEY TO PEND-KEY.
           MOVE SAVE-PEND-V1 TO PEND-VALUE-1.
           MOVE SAVE-PEND-V2 TO PEND-VALUE-2.
       PAYROLL-REGISTER.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD(1:7) TO PAY-PERIOD.
           PERFORM PAYROLL-REGISTER-BODY.
           MOVE 2 TO PCTL-NEW-STAGE.
           PERFORM PERIOD-CONTROL-ADVANCE.

      *    assumes PAY-PERIOD is set - standalone runs pay the
      *    current month, monthpack feeds a chosen one.
           PAYROLL-REGISTER-BODY.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAYROLL REGISTER".
           DISPLAY " ".
           DISPLAY
           "NUM   | "
           "IC               | "
           "NAME                             | "
           "POSITION              | "
           "GROSS      | "
           "ALLOWANCE  | "
           "DEDUCTION  | "
           "TAX        | "
           "EPF        | "
           "SOCSO      | "
           "NET".
           DISPLAY
           "------|"
           "------------------|"
           "----------------------------------|"
           "-----------------------|"
           "------------|"
           "------------|"
           "------------|"
           "------------|"
           "------------|"
           "------------|"
           "------------"
           MOVE "payroll" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "PAYROLL REGISTER " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "NUM   | " DELIMITED BY SIZE
               "IC               | " DELIMITED BY SIZE
               "NAME                             | " DELIMITED BY SIZE
               "POSITION              | " DELIMITED BY SIZE
               "GROSS      | " DELIMITED BY SIZE
               "ALLOWANCE  | " DELIMITED BY SIZE
               "DEDUCTION  | " DELIMITED BY SIZE
               "TAX        | " DELIMITED BY SIZE
               "EPF        | " DELIMITED BY SIZE
               "SOCSO      | " DELIMITED BY SIZE
               "NET" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           MOVE 0 TO COUNTER.
           MOVE 0 TO TOTAL-LOAN.
           MOVE 0 TO TOTAL-OVERTIME.
           MOVE 0 TO TOTAL-REIMBURSE.
           MOVE 0 TO TOTAL-SALARY-COST.
           MOVE 0 TO TOTAL-ALLOWANCE.
           MOVE 0 TO TOTAL-DEDUCTION.
           MOVE 0 TO TOTAL-TAX.
           MOVE 0 TO TOTAL-EPF-EMP.
           MOVE 0 TO TOTAL-EPF-ER.
           MOVE 0 TO TOTAL-SOCSO-EMP.
           MOVE 0 TO TOTAL-SOCSO-ER.
           MOVE 0 TO TOTAL-NET-PAY.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   PERFORM PAYROLL-SELECT-CHECK
                   IF PAY-SELECTED THEN
                       MOVE EMPLOYEE-POSITION TO POSITION-ID
                       READ POSITION-FILE KEY IS POSITION-ID
                           INVALID KEY
                               DISPLAY
                               EMPLOYEE-IC " | "
                               EMPLOYEE-NAME " | position not found"
                           NOT INVALID KEY
                               ADD 1 TO COUNTER
                               PERFORM PAYROLL-EMPLOYEE-PAY
                               DISPLAY
                               COUNTER " | "
                               EMPLOYEE-IC " | "
                               EMPLOYEE-NAME " | "
                               POSITION-NAME " | "
                               EMP-BASE-PAY " | "
                               EMP-ALLOWANCE " | "
                               EMP-DEDUCTION " | "
                               EMP-TAX " | "
                               EMP-EPF-EMP " | "
                               EMP-SOCSO-EMP " | "
                               EMP-NET-PAY
                               PERFORM PAYROLL-REGISTER-SPOOL-ROW
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE POSITION-FILE.
           DISPLAY " ".
           DISPLAY "employees on payroll:    " COUNTER.
           DISPLAY "grand total gross:       " TOTAL-SALARY-COST.
           DISPLAY "grand total allowances:  " TOTAL-ALLOWANCE.
           DISPLAY "  of which overtime:     " TOTAL-OVERTIME.
           DISPLAY "grand total deductions:  " TOTAL-DEDUCTION.
           DISPLAY "  of which loans:        " TOTAL-LOAN.
           DISPLAY "grand total tax:         " TOTAL-TAX.
           DISPLAY "grand total epf (emp):   " TOTAL-EPF-EMP.
           DISPLAY "grand total epf (er):    " TOTAL-EPF-ER.
           DISPLAY "grand total socso (emp): " TOTAL-SOCSO-EMP.
           DISPLAY "grand total socso (er):  " TOTAL-SOCSO-ER.
           DISPLAY "grand total reimbursed:  " TOTAL-REIMBURSE.
           DISPLAY "grand total net pay:     " TOTAL-NET-PAY.
           PERFORM PAYROLL-REGISTER-SPOOL-TOTALS.
           PERFORM SPOOL-FINISH.

      *    assumes the pay figures for the displayed row are still
      *    current and the spool is started.
           PAYROLL-REGISTER-SPOOL-ROW.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               COUNTER DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMPLOYEE-IC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               POSITION-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-BASE-PAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-ALLOWANCE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-DEDUCTION DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-TAX DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-EPF-EMP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-SOCSO-EMP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMP-NET-PAY DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

           PAYROLL-REGISTER-SPOOL-TOTALS.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "employees on payroll:    " DELIMITED BY SIZE
               COUNTER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total gross:       " DELIMITED BY SIZE
               TOTAL-SALARY-COST DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total allowances:  " DELIMITED BY SIZE
               TOTAL-ALLOWANCE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "  of which overtime:     " DELIMITED BY SIZE
               TOTAL-OVERTIME DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total deductions:  " DELIMITED BY SIZE
               TOTAL-DEDUCTION DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "  of which loans:        " DELIMITED BY SIZE
               TOTAL-LOAN DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total tax:         " DELIMITED BY SIZE
               TOTAL-TAX DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total epf (emp):   " DELIMITED BY SIZE
               TOTAL-EPF-EMP DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total epf (er):    " DELIMITED BY SIZE
               TOTAL-EPF-ER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total socso (emp): " DELIMITED BY SIZE
               TOTAL-SOCSO-EMP DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total socso (er):  " DELIMITED BY SIZE
               TOTAL-SOCSO-ER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total reimbursed:  " DELIMITED BY SIZE
               TOTAL-REIMBURSE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "grand total net pay:     " DELIMITED BY SIZE
               TOTAL-NET-PAY DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    assumes EMPLOYEE-RECORD and PAY-PERIOD hold the employee
      *    currently being paid, who is paid on their own rate in
      *    EMPLOYEE-SALARY. leaves the
      *    employee's pro-rated base, allowance/deduction totals
      *    and net pay in EMP-BASE-PAY, EMP-ALLOWANCE,
      *    EMP-DEDUCTION and EMP-NET-PAY and rolls the grand totals.
      *    loan recoveries land in EMP-DEDUCTION as well as EMP-LOAN,
      *    overtime in EMP-ALLOWANCE as well as EMP-OVERTIME. claim
      *    reimbursements are added to net pay after everything else
      *    and left out of the statutory base. a leaver's final
      *    period also pays their final settlement. a settlement
      *    paid after the final period (SETTLE-LATE, set by
      *    PAYROLL-SELECT-CHECK) is paid on its own - no salary, no
      *    recurring items and no overtime - though the loans still
      *    owed and the claims still due are settled with it, as
      *    they would have been with the final salary.
           PAYROLL-EMPLOYEE-PAY.
           MOVE EMPLOYEE-SALARY TO EMP-BASE-RATE.
           MOVE 0 TO EMP-ALLOWANCE.
           MOVE 0 TO EMP-DEDUCTION.
           MOVE SPACES TO FINAL-TERM-DATE.
           IF EMPLOYEE-TERMINATED
               AND (EMPLOYEE-TERM-DATE(1:7) = PAY-PERIOD
                    OR SETTLE-LATE) THEN
               MOVE EMPLOYEE-TERM-DATE TO FINAL-TERM-DATE
           END-IF.
           SET SETTLE-NOT-DUE TO TRUE.
           MOVE 0 TO SETTLE-RECOVER-DUE.
           IF SETTLE-LATE THEN
               MOVE 0 TO EMP-BASE-PAY
               MOVE 0 TO EMP-OVERTIME
               PERFORM PAYROLL-SETTLE-SCAN
           ELSE
               PERFORM PAYROLL-EMPLOYEE-EARN
           END-IF.
           COMPUTE EMP-GROSS-ALLOW = EMP-BASE-PAY + EMP-ALLOWANCE.
           PERFORM PAYROLL-STATUTORY-SCAN.
           COMPUTE EMP-STAT-DED =
               EMP-TAX + EMP-EPF-EMP + EMP-SOCSO-EMP.
           IF EMP-DEDUCTION + EMP-STAT-DED > EMP-GROSS-ALLOW THEN
               MOVE 0 TO EMP-NET-PAY
               DISPLAY "warning: deductions exceed pay for "
                   EMPLOYEE-IC " - net floored to zero"
           ELSE
               COMPUTE EMP-NET-PAY =
                   EMP-GROSS-ALLOW - EMP-DEDUCTION - EMP-STAT-DED
           END-IF.
           IF SETTLE-DUE THEN
               PERFORM PAYROLL-SETTLE-RECOVER
           END-IF.
           PERFORM PAYROLL-LOAN-SCAN.
           PERFORM PAYROLL-CLAIM-SCAN.
           ADD EMP-REIMBURSE TO EMP-NET-PAY.
           ADD EMP-REIMBURSE TO TOTAL-REIMBURSE.
           ADD EMP-LOAN TO TOTAL-LOAN.
           ADD EMP-OVERTIME TO TOTAL-OVERTIME.
           ADD EMP-BASE-PAY TO TOTAL-SALARY-COST.
           ADD EMP-ALLOWANCE TO TOTAL-ALLOWANCE.
           ADD EMP-DEDUCTION TO TOTAL-DEDUCTION.
           ADD EMP-TAX TO TOTAL-TAX.
           ADD EMP-EPF-EMP TO TOTAL-EPF-EMP.
           ADD EMP-EPF-ER TO TOTAL-EPF-ER.
           ADD EMP-SOCSO-EMP TO TOTAL-SOCSO-EMP.
           ADD EMP-SOCSO-ER TO TOTAL-SOCSO-ER.
           ADD EMP-NET-PAY TO TOTAL-NET-PAY.

           PAYROLL-EMPLOYEE-EARN.
           PERFORM PAYROLL-PRORATE-PAY.
           PERFORM PAYROLL-EARNDED-SCAN.
           IF FINAL-TERM-DATE NOT = SPACES THEN
               PERFORM PAYROLL-SETTLE-SCAN
           END-IF.
           PERFORM PAYROLL-OVERTIME-SCAN.
           PERFORM PAYROLL-UNPAID-SCAN.

      *    assumes EMPLOYEE-RECORD holds the employee. sets
      *    PAY-SELECTED for an active employee, a leaver in their
      *    final period, and a leaver whose settlement is to be paid
      *    in PAY-PERIOD after their final period has closed - the
      *    last also sets SETTLE-LATE.
           PAYROLL-SELECT-CHECK.
           SET PAY-NOT-SELECTED TO TRUE.
           SET SETTLE-ON-TIME TO TRUE.
           IF EMPLOYEE-ACTIVE THEN
               SET PAY-SELECTED TO TRUE
           ELSE IF EMPLOYEE-TERMINATED
               AND EMPLOYEE-TERM-DATE(1:7) = PAY-PERIOD THEN
               SET PAY-SELECTED TO TRUE
           ELSE IF EMPLOYEE-TERMINATED
               AND EMPLOYEE-TERM-DATE(1:7) < PAY-PERIOD THEN
               PERFORM SETTLE-READ
               IF SETTLE-FOUND AND SETTLE-CALCULATED
                   AND SETTLE-PERIOD = PAY-PERIOD THEN
                   SET PAY-SELECTED TO TRUE
                   SET SETTLE-LATE TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF.

      *    pro-rates the monthly salary by calendar days when the
      *    employee was hired or terminated inside the pay period.
      *    a full month passes EMP-BASE-RATE through untouched;
      *    a blank hire date is treated as hired long ago.
           PAYROLL-PRORATE-PAY.
           MOVE PAY-PERIOD(1:4) TO WORK-YEAR.
           MOVE PAY-PERIOD(6:2) TO WORK-MONTH.
           PERFORM SET-MONTH-DAYS.
           MOVE 1 TO FIRST-PAY-DAY.
           MOVE MONTH-DAYS TO LAST-PAY-DAY.
           IF EMPLOYEE-HIRE-DATE NOT = SPACES
               AND EMPLOYEE-HIRE-DATE(1:7) = PAY-PERIOD THEN
               MOVE EMPLOYEE-HIRE-DATE(9:2) TO FIRST-PAY-DAY
           END-IF.
           IF EMPLOYEE-TERMINATED
               AND EMPLOYEE-TERM-DATE(1:7) = PAY-PERIOD THEN
               MOVE EMPLOYEE-TERM-DATE(9:2) TO LAST-PAY-DAY
           END-IF.
           IF EMPLOYEE-HIRE-DATE NOT = SPACES
               AND EMPLOYEE-HIRE-DATE(1:7) > PAY-PERIOD THEN
               MOVE 0 TO EMP-BASE-PAY
           ELSE IF LAST-PAY-DAY < FIRST-PAY-DAY THEN
               MOVE 0 TO EMP-BASE-PAY
           ELSE
               COMPUTE PRORATE-DAYS =
                   LAST-PAY-DAY - FIRST-PAY-DAY + 1
               IF PRORATE-DAYS >= MONTH-DAYS THEN
                   MOVE EMP-BASE-RATE TO EMP-BASE-PAY
               ELSE
                   COMPUTE EMP-BASE-PAY ROUNDED =
                       EMP-BASE-RATE * PRORATE-DAYS / MONTH-DAYS
               END-IF
           END-IF
           END-IF.

      *    leaves the calendar day count of WORK-YEAR/WORK-MONTH
      *    in MONTH-DAYS.
           SET-MONTH-DAYS.
           MOVE 31 TO MONTH-DAYS.
           IF WORK-MONTH = 04 OR WORK-MONTH = 06
               OR WORK-MONTH = 09 OR WORK-MONTH = 11 THEN
               MOVE 30 TO MONTH-DAYS
           END-IF.
           IF WORK-MONTH = 02 THEN
               IF FUNCTION MOD(WORK-YEAR, 4) = 0
                   AND (FUNCTION MOD(WORK-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WORK-YEAR, 400) = 0) THEN
                   MOVE 29 TO MONTH-DAYS
               ELSE
                   MOVE 28 TO MONTH-DAYS
               END-IF
           END-IF.

      *    finds the rate band covering gross plus allowances and
      *    computes the statutory amounts from it. manual EARNDED
      *    deductions are untouched - these ride on top. a pay not
      *    covered by any band attracts no statutory amounts, so
      *    the table must span every salary in use.
           PAYROLL-STATUTORY-SCAN.
           MOVE 0 TO EMP-TAX.
           MOVE 0 TO EMP-EPF-EMP.
           MOVE 0 TO EMP-EPF-ER.
           MOVE 0 TO EMP-SOCSO-EMP.
           MOVE 0 TO EMP-SOCSO-ER.
           MOVE "N" TO RATE-FOUND.
           OPEN INPUT RATE-TABLE-FILE
           IF FS-RATETAB NOT = "00" THEN
               MOVE '99' TO FS-RATETAB
           END-IF
           PERFORM UNTIL FS-RATETAB NOT = '00'
               READ RATE-TABLE-FILE NEXT
                   AT END MOVE '99' TO FS-RATETAB
               NOT AT END
                   IF RATE-FOUND = "N"
                       AND EMP-GROSS-ALLOW >= RATE-BAND-LOW
                       AND EMP-GROSS-ALLOW <= RATE-BAND-HIGH THEN
                       MOVE "Y" TO RATE-FOUND
                       COMPUTE EMP-TAX ROUNDED =
                           EMP-GROSS-ALLOW * RATE-TAX-PCT / 100
                       COMPUTE EMP-EPF-EMP ROUNDED =
                           EMP-GROSS-ALLOW * RATE-EPF-EMP-PCT / 100
                       COMPUTE EMP-EPF-ER ROUNDED =
                           EMP-GROSS-ALLOW * RATE-EPF-ER-PCT / 100
                       MOVE RATE-SOCSO-EMP-AMT TO EMP-SOCSO-EMP
                       MOVE RATE-SOCSO-ER-AMT TO EMP-SOCSO-ER
                       MOVE '99' TO FS-RATETAB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

      *    a recurring item pays while its end date is spaces; a
      *    one-off item pays only in its named period. a leaver's
      *    recurring items, stopped at the termination date, still
      *    pay for the final period.
           PAYROLL-EARNDED-SCAN.
           OPEN INPUT EARNDED-FILE
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = EMPLOYEE-IC
                       AND (EARNDED-END-DATE = SPACES
                            OR (EARNDED-PERIOD = SPACES
                                AND EARNDED-END-DATE = FINAL-TERM-DATE))
                       AND (EARNDED-PERIOD = SPACES
                            OR EARNDED-PERIOD = PAY-PERIOD) THEN
                       IF EARNDED-ALLOWANCE THEN
                           ADD EARNDED-AMOUNT TO EMP-ALLOWANCE
                       ELSE
                           ADD EARNDED-AMOUNT TO EMP-DEDUCTION
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.

      *    assumes PAY-PERIOD is the employee's final period, or
      *    the later one their settlement was put into. the
      *    leave and notice pay of the settlement ride in the
      *    allowances, so they are taxed and posted with the rest
      *    of the pay; its recoveries are left in SETTLE-RECOVER-DUE
      *    for PAYROLL-SETTLE-RECOVER. the close itself refuses to
      *    run while a leaver has no settlement (PAYROLL-SETTLE-
      *    CHECK), so the warning here is only ever seen from the
      *    register.
           PAYROLL-SETTLE-SCAN.
           SET SETTLE-MISSING TO TRUE.
           MOVE EMPLOYEE-IC TO SETTLE-EMPLOYEE-IC.
           OPEN INPUT SETTLE-FILE.
           IF FS-SETTLE = "00" THEN
               READ SETTLE-FILE KEY IS SETTLE-EMPLOYEE-IC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SETTLE-FOUND TO TRUE
                       IF SETTLE-CALCULATED
                           AND SETTLE-PERIOD = PAY-PERIOD THEN
                           SET SETTLE-DUE TO TRUE
                           COMPUTE EMP-ALLOWANCE = EMP-ALLOWANCE
                               + SETTLE-LEAVE-PAY + SETTLE-LIEU-PAY
                           COMPUTE SETTLE-RECOVER-DUE =
                               SETTLE-ADVANCE-AMT + SETTLE-SHORT-AMT
                       END-IF
               END-READ
               CLOSE SETTLE-FILE
           END-IF.
           IF SETTLE-MISSING THEN
               DISPLAY "warning: no final settlement for "
                   EMPLOYEE-IC " - run 'emp settle'"
           END-IF.

      *    leave taken in advance and notice short are recovered
      *    from the net pay left after statutory deductions, never
      *    past it. what the final pay cannot cover is kept on the
      *    settlement as unrecovered and flagged, as a loan balance
      *    still owed at termination is.
           PAYROLL-SETTLE-RECOVER.
           MOVE 0 TO SETTLE-SHORTFALL.
           IF SETTLE-RECOVER-DUE > EMP-NET-PAY THEN
               MOVE EMP-NET-PAY TO SETTLE-RECOVERED
               COMPUTE SETTLE-SHORTFALL =
                   SETTLE-RECOVER-DUE - SETTLE-RECOVERED
               DISPLAY "warning: net pay short of the settlement "
                   "recovery for " EMPLOYEE-IC " - "
                   SETTLE-SHORTFALL " unrecovered"
           ELSE
               MOVE SETTLE-RECOVER-DUE TO SETTLE-RECOVERED
           END-IF.
           SUBTRACT SETTLE-RECOVERED FROM EMP-NET-PAY.
           ADD SETTLE-RECOVERED TO EMP-DEDUCTION.
           IF PAY-POSTING THEN
               PERFORM PAYROLL-SETTLE-POST
           END-IF.

      *    marks the settlement paid with whatever was left
      *    unrecovered, and audits both.
           PAYROLL-SETTLE-POST.
           MOVE EMPLOYEE-IC TO SETTLE-EMPLOYEE-IC.
           OPEN I-O SETTLE-FILE.
           IF FS-SETTLE NOT = "00" THEN
               DISPLAY "warning: settlement for " EMPLOYEE-IC
                   " not marked paid"
           ELSE
               READ SETTLE-FILE KEY IS SETTLE-EMPLOYEE-IC
                   INVALID KEY
                       DISPLAY "warning: settlement for " EMPLOYEE-IC
                           " not marked paid"
                   NOT INVALID KEY
                       MOVE "P" TO SETTLE-STATUS
                       MOVE SETTLE-SHORTFALL TO SETTLE-UNRECOVERED
                       REWRITE SETTLE-RECORD
                       IF FS-SETTLE = "00" THEN
                           PERFORM PAYROLL-SETTLE-AUDIT
                       ELSE
                           DISPLAY "warning: settlement for "
                               EMPLOYEE-IC " not marked paid"
                       END-IF
               END-READ
               CLOSE SETTLE-FILE
           END-IF.

           PAYROLL-SETTLE-AUDIT.
           ADD 1 TO SETTLE-PAID-COUNT.
           MOVE "SETTLE" TO AUDIT-FILE-NAME.
           MOVE SETTLE-EMPLOYEE-IC TO AUDIT-KEY.
           MOVE "PAID" TO AUDIT-ACTION.
           MOVE "STATUS" TO AUDIT-FIELD.
           MOVE "C" TO AUDIT-OLD-VALUE.
           MOVE PAY-PERIOD TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           IF SETTLE-UNRECOVERED > 0 THEN
               MOVE "SETTLE" TO AUDIT-FILE-NAME
               MOVE SETTLE-EMPLOYEE-IC TO AUDIT-KEY
               MOVE "OWED" TO AUDIT-ACTION
               MOVE "UNRECOVERED" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE SETTLE-UNRECOVERED TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
           END-IF.

      *    unpaid leave taken in the pay period docks pay at the
      *    monthly salary over the period's actual working days per
      *    the company calendar. a calendar that yields no working
      *    days at all falls back to the old flat thirtieth.
           PAYROLL-UNPAID-SCAN.
           MOVE 0 TO UNPAID-DAYS.
           OPEN INPUT LEAVE-FILE
           PERFORM UNTIL FS-LEAVE NOT = '00'
               READ LEAVE-FILE NEXT
                   AT END MOVE '99' TO FS-LEAVE
               NOT AT END
                   IF LEAVE-EMPLOYEE-IC = EMPLOYEE-IC
                       AND LEAVE-UNPAID
                       AND LEAVE-DATE(1:7) = PAY-PERIOD THEN
                       ADD LEAVE-DAYS TO UNPAID-DAYS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.
           IF UNPAID-DAYS > 0 THEN
               PERFORM COUNT-WORKING-DAYS
               IF WORKING-DAYS > 0 THEN
                   COMPUTE UNPAID-DEDUCTION ROUNDED =
                       EMP-BASE-RATE * UNPAID-DAYS / WORKING-DAYS
               ELSE
                   COMPUTE UNPAID-DEDUCTION ROUNDED =
                       EMP-BASE-RATE * UNPAID-DAYS / 30
               END-IF
               ADD UNPAID-DEDUCTION TO EMP-DEDUCTION
           END-IF.

      *    overtime worked in the pay period is paid as a taxable
      *    allowance. the working-day count is only fetched for an
      *    employee who has overtime to price.
           PAYROLL-OVERTIME-SCAN.
           MOVE 0 TO EMP-OVERTIME.
           SET OT-RATE-UNSET TO TRUE.
           IF PAY-POSTING THEN
               OPEN I-O OVERTIME-FILE
           ELSE
               OPEN INPUT OVERTIME-FILE
           END-IF
           IF FS-OVERTIME NOT = "00" THEN
               MOVE '99' TO FS-OVERTIME
           END-IF
           PERFORM UNTIL FS-OVERTIME NOT = '00'
               READ OVERTIME-FILE NEXT
                   AT END MOVE '99' TO FS-OVERTIME
               NOT AT END
                   IF OT-EMPLOYEE-IC = EMPLOYEE-IC
                       AND OT-DATE(1:7) = PAY-PERIOD THEN
                       PERFORM PAYROLL-OVERTIME-PRICE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OVERTIME-FILE.
           ADD EMP-OVERTIME TO EMP-ALLOWANCE.

      *    assumes OVERTIME-RECORD holds a row of the pay period. a
      *    calendar that yields no working days at all falls back to
      *    the flat thirty used for unpaid leave.
           PAYROLL-OVERTIME-PRICE.
           IF OT-RATE-UNSET THEN
               PERFORM COUNT-WORKING-DAYS
               IF WORKING-DAYS > 0 THEN
                   MOVE WORKING-DAYS TO OT-RATE-DAYS
               ELSE
                   MOVE 30 TO OT-RATE-DAYS
               END-IF
               SET OT-RATE-SET TO TRUE
           END-IF.
           IF OT-PUBLIC-HOLIDAY THEN
               MOVE OT-MULT-HOLIDAY TO OT-MULT
           ELSE IF OT-REST-DAY THEN
               MOVE OT-MULT-REST TO OT-MULT
           ELSE
               MOVE OT-MULT-NORMAL TO OT-MULT
           END-IF
           END-IF.
           COMPUTE OT-AMOUNT ROUNDED =
               EMP-BASE-RATE * OT-HOURS * OT-MULT
               / (OT-RATE-DAYS * OT-DAY-HOURS).
           ADD OT-AMOUNT TO EMP-OVERTIME.
           IF PAY-POSTING THEN
               MOVE PAY-PERIOD TO OT-PAID-PERIOD
               REWRITE OVERTIME-RECORD
               IF FS-OVERTIME NOT = "00" THEN
                   DISPLAY "warning: overtime " OT-DATE " for "
                       EMPLOYEE-IC " not marked paid"
               END-IF
           END-IF.

      *    approved claims not yet paid are reimbursed whole. only the
      *    close marks them paid; the register previews the same sum.
           PAYROLL-CLAIM-SCAN.
           MOVE 0 TO EMP-REIMBURSE.
           IF PAY-POSTING THEN
               OPEN I-O CLAIM-FILE
           ELSE
               OPEN INPUT CLAIM-FILE
           END-IF
           IF FS-CLAIM NOT = "00" THEN
               MOVE '99' TO FS-CLAIM
           END-IF
           PERFORM UNTIL FS-CLAIM NOT = '00'
               READ CLAIM-FILE NEXT
                   AT END MOVE '99' TO FS-CLAIM
               NOT AT END
                   IF CLAIM-EMPLOYEE-IC = EMPLOYEE-IC
                       AND CLAIM-ACCEPTED THEN
                       PERFORM PAYROLL-CLAIM-PAY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

           PAYROLL-CLAIM-PAY.
           ADD CLAIM-APPROVED TO EMP-REIMBURSE.
           IF PAY-POSTING THEN
               MOVE "P" TO CLAIM-STATUS
               MOVE PAY-PERIOD TO CLAIM-PAID-PERIOD
               REWRITE CLAIM-RECORD
               IF FS-CLAIM NOT = "00" THEN
                   DISPLAY "warning: claim " CLAIM-ID " for "
                       EMPLOYEE-IC " not marked paid"
               END-IF
           END-IF.

      *    staff loans recover last, from whatever net pay is left,
      *    so a loan never drives net pay below zero - the shortfall
      *    is carried into the next period's amount due instead. a
      *    leaver's final period asks for the whole balance left.
           PAYROLL-LOAN-SCAN.
           MOVE 0 TO EMP-LOAN.
           IF PAY-POSTING THEN
               OPEN I-O LOAN-FILE
           ELSE
               OPEN INPUT LOAN-FILE
           END-IF
           IF FS-LOAN NOT = "00" THEN
               MOVE '99' TO FS-LOAN
           END-IF
           PERFORM UNTIL FS-LOAN NOT = '00'
               READ LOAN-FILE NEXT
                   AT END MOVE '99' TO FS-LOAN
               NOT AT END
                   IF LOAN-EMPLOYEE-IC = EMPLOYEE-IC
                       AND LOAN-ACTIVE
                       AND (LOAN-START-PERIOD NOT > PAY-PERIOD
                            OR FINAL-TERM-DATE NOT = SPACES)
                       AND LOAN-LAST-PERIOD < PAY-PERIOD THEN
                       PERFORM PAYROLL-LOAN-RECOVER
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      *    assumes LOAN-RECORD holds a loan due this period.
           PAYROLL-LOAN-RECOVER.
           COMPUTE LOAN-DUE = LOAN-INSTALMENT + LOAN-CARRIED.
           IF LOAN-DUE > LOAN-BALANCE
               OR FINAL-TERM-DATE NOT = SPACES THEN
               MOVE LOAN-BALANCE TO LOAN-DUE
           END-IF.
           IF LOAN-DUE > EMP-NET-PAY THEN
               MOVE EMP-NET-PAY TO LOAN-RECOVERED
               DISPLAY "warning: net pay short of loan " LOAN-ID
                   " for " EMPLOYEE-IC " - shortfall carried"
           ELSE
               MOVE LOAN-DUE TO LOAN-RECOVERED
           END-IF.
           SUBTRACT LOAN-RECOVERED FROM EMP-NET-PAY.
           ADD LOAN-RECOVERED TO EMP-DEDUCTION.
           ADD LOAN-RECOVERED TO EMP-LOAN.
           IF PAY-POSTING THEN
               PERFORM PAYROLL-LOAN-POST
           END-IF.

      *    draws the loan down for PAY-PERIOD and posts the ledger.
      *    a loan paid off is marked repaid and stops recovering.
           PAYROLL-LOAN-POST.
           COMPUTE LOAN-CARRIED = LOAN-DUE - LOAN-RECOVERED.
           SUBTRACT LOAN-RECOVERED FROM LOAN-BALANCE.
           MOVE PAY-PERIOD TO LOAN-LAST-PERIOD.
           IF LOAN-BALANCE = 0 THEN
               MOVE "R" TO LOAN-STATUS
               MOVE 0 TO LOAN-CARRIED
           END-IF.
           REWRITE LOAN-RECORD.
           IF FS-LOAN NOT = "00" THEN
               DISPLAY "warning: loan " LOAN-ID " for " EMPLOYEE-IC
                   " not drawn down"
           ELSE
               MOVE LOAN-EMPLOYEE-IC TO LOANHIST-EMPLOYEE-IC
               MOVE LOAN-ID TO LOANHIST-LOAN-ID
               MOVE PAY-PERIOD TO LOANHIST-PERIOD
               MOVE "R" TO LOANHIST-ENTRY
               MOVE LOAN-DUE TO LOANHIST-DUE
               MOVE LOAN-RECOVERED TO LOANHIST-AMOUNT
               MOVE LOAN-CARRIED TO LOANHIST-CARRIED
               MOVE LOAN-BALANCE TO LOANHIST-BALANCE
               PERFORM LOAN-HISTORY-WRITE
               IF LOAN-REPAID THEN
                   MOVE "LOAN" TO AUDIT-FILE-NAME
                   MOVE LOAN-EMPLOYEE-IC TO AUDIT-KEY
                   MOVE "REPAID" TO AUDIT-ACTION
                   MOVE LOAN-ID TO AUDIT-FIELD
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   MOVE PAY-PERIOD TO AUDIT-NEW-VALUE
                   PERFORM AUDIT-WRITE
               END-IF
           END-IF.

           PAYROLL-CLOSE.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAYROLL CLOSE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-CLOSED OR PCTL-STAGE > 2 THEN
               DISPLAY "period " PAY-PERIOD " is already closed."
               DISPLAY "refusing to close the same period twice."
           ELSE
               IF PCTL-OPEN THEN
                   DISPLAY "warning: no register has been run for "
                       PAY-PERIOD " - closing from open"
               END-IF
               PERFORM PAYROLL-SETTLE-CHECK
               IF SETTLE-OUTSTANDING > 0 THEN
                   DISPLAY "close refused - " SETTLE-OUTSTANDING
                       " leaver(s) in " PAY-PERIOD
                       " have no final settlement"
               ELSE
                   PERFORM PAYROLL-CLOSE-RUN
                   MOVE 3 TO PCTL-NEW-STAGE
                   PERFORM PERIOD-CONTROL-ADVANCE
               END-IF
           END-IF.

      *    a leaver's settlement can only be paid by the close of
      *    their final period and cannot be worked out once it is
      *    closed, so the close waits until every employee leaving
      *    in PAY-PERIOD has one. counts those without one into
      *    SETTLE-OUTSTANDING.
           PAYROLL-SETTLE-CHECK.
           MOVE 0 TO SETTLE-OUTSTANDING.
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00" THEN
               MOVE '99' TO FS-EMPLOYEE
           END-IF
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   IF EMPLOYEE-TERMINATED
                       AND EMPLOYEE-TERM-DATE(1:7) = PAY-PERIOD THEN
                       PERFORM SETTLE-READ
                       IF SETTLE-MISSING
                           OR NOT SETTLE-CALCULATED
                           OR SETTLE-PERIOD NOT = PAY-PERIOD THEN
                           ADD 1 TO SETTLE-OUTSTANDING
                           DISPLAY "no final settlement for "
                               EMPLOYEE-IC " - run 'emp settle'"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

      *    leaves PAY-PERIOD's control row in the record area. a
      *    period not yet on file reads as open, or as closed when
      *    the pay-run file already holds it.
           PERIOD-CONTROL-READ.
           MOVE PAY-PERIOD TO PCTL-PERIOD.
           SET PCTL-ON-FILE TO TRUE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF FS-PCTL = "00" THEN
               READ PERIOD-CONTROL-FILE KEY IS PCTL-PERIOD
                   INVALID KEY
                       SET PCTL-NOT-ON-FILE TO TRUE
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               SET PCTL-NOT-ON-FILE TO TRUE
           END-IF.
           IF PCTL-NOT-ON-FILE THEN
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE PAY-PERIOD TO PCTL-PERIOD
               MOVE 1 TO PCTL-STAGE
               PERFORM PAYRUN-PERIOD-CHECK
               IF PERIOD-CLOSED THEN
                   MOVE 3 TO PCTL-STAGE
               END-IF
           END-IF.

      *    moves PAY-PERIOD forward to PCTL-NEW-STAGE, stamping the
      *    step with the session operator and today. a period
      *    already at or past that stage is left as it is, so a
      *    step can be re-run without winding the status back.
           PERIOD-CONTROL-ADVANCE.
           PERFORM PERIOD-CONTROL-READ.
           IF PCTL-STAGE < PCTL-NEW-STAGE THEN
               MOVE PCTL-STAGE TO PCTL-OLD-STAGE
               PERFORM SET-TODAY-YMD
               IF PCTL-OPEN-BY = SPACES THEN
                   MOVE SESSION-OPERATOR-ID TO PCTL-OPEN-BY
                   MOVE TODAY-YMD TO PCTL-OPEN-ON
               END-IF
               PERFORM PERIOD-CONTROL-STAMP
               MOVE PCTL-NEW-STAGE TO PCTL-STAGE
               PERFORM PERIOD-CONTROL-WRITE
           END-IF.

           PERIOD-CONTROL-STAMP.
           IF PCTL-NEW-STAGE = 2 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-CALC-BY
               MOVE TODAY-YMD TO PCTL-CALC-ON
           ELSE IF PCTL-NEW-STAGE = 3 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-CLOSE-BY
               MOVE TODAY-YMD TO PCTL-CLOSE-ON
           ELSE IF PCTL-NEW-STAGE = 4 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-BANK-BY
               MOVE TODAY-YMD TO PCTL-BANK-ON
           ELSE IF PCTL-NEW-STAGE = 5 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-RECON-BY
               MOVE TODAY-YMD TO PCTL-RECON-ON
           ELSE IF PCTL-NEW-STAGE = 6 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-JOURNAL-BY
               MOVE TODAY-YMD TO PCTL-JOURNAL-ON
           ELSE IF PCTL-NEW-STAGE = 7 THEN
               MOVE SESSION-OPERATOR-ID TO PCTL-LOCK-BY
               MOVE TODAY-YMD TO PCTL-LOCK-ON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    assumes the advanced row is in the record area and
      *    PCTL-FOUND-FLAG says whether it was already on file.
      *    the file is created by 'setup' only - a failed open
      *    leaves every row as it stands and skips the write.
           PERIOD-CONTROL-WRITE.
           OPEN I-O PERIOD-CONTROL-FILE.
           IF FS-PCTL NOT = "00" THEN
               DISPLAY "warning: period " PCTL-PERIOD
                   " status not updated - period file status " FS-PCTL
           ELSE
               IF PCTL-ON-FILE THEN
                   REWRITE PERIOD-CONTROL-RECORD
               ELSE
                   WRITE PERIOD-CONTROL-RECORD
               END-IF
               IF FS-PCTL = "00" THEN
                   PERFORM PERIOD-STAGE-NAME
                   MOVE "PERIOD" TO AUDIT-FILE-NAME
                   MOVE PCTL-PERIOD TO AUDIT-KEY
                   MOVE "ADVANCE" TO AUDIT-ACTION
                   MOVE "STAGE" TO AUDIT-FIELD
                   MOVE PCTL-OLD-STAGE TO AUDIT-OLD-VALUE
                   MOVE PCTL-STAGE TO AUDIT-NEW-VALUE
                   PERFORM AUDIT-WRITE
                   DISPLAY "period " PCTL-PERIOD " now "
                       PCTL-STAGE-TEXT
               ELSE
                   DISPLAY "warning: period " PCTL-PERIOD
                       " status not updated"
               END-IF
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    leaves the name of PCTL-STAGE in PCTL-STAGE-TEXT and the
      *    operator and date of the step that reached it in
      *    PCTL-LAST-BY and PCTL-LAST-ON.
           PERIOD-STAGE-NAME.
           IF PCTL-LOCKED THEN
               MOVE "locked" TO PCTL-STAGE-TEXT
               MOVE PCTL-LOCK-BY TO PCTL-LAST-BY
               MOVE PCTL-LOCK-ON TO PCTL-LAST-ON
           ELSE IF PCTL-JOURNAL-POSTED THEN
               MOVE "journal posted" TO PCTL-STAGE-TEXT
               MOVE PCTL-JOURNAL-BY TO PCTL-LAST-BY
               MOVE PCTL-JOURNAL-ON TO PCTL-LAST-ON
           ELSE IF PCTL-RECONCILED THEN
               MOVE "bank reconciled" TO PCTL-STAGE-TEXT
               MOVE PCTL-RECON-BY TO PCTL-LAST-BY
               MOVE PCTL-RECON-ON TO PCTL-LAST-ON
           ELSE IF PCTL-BANK-SENT THEN
               MOVE "bank file sent" TO PCTL-STAGE-TEXT
               MOVE PCTL-BANK-BY TO PCTL-LAST-BY
               MOVE PCTL-BANK-ON TO PCTL-LAST-ON
           ELSE IF PCTL-CLOSED THEN
               MOVE "closed" TO PCTL-STAGE-TEXT
               MOVE PCTL-CLOSE-BY TO PCTL-LAST-BY
               MOVE PCTL-CLOSE-ON TO PCTL-LAST-ON
           ELSE IF PCTL-CALCULATED THEN
               MOVE "calculated" TO PCTL-STAGE-TEXT
               MOVE PCTL-CALC-BY TO PCTL-LAST-BY
               MOVE PCTL-CALC-ON TO PCTL-LAST-ON
           ELSE
               MOVE "open" TO PCTL-STAGE-TEXT
               MOVE PCTL-OPEN-BY TO PCTL-LAST-BY
               MOVE PCTL-OPEN-ON TO PCTL-LAST-ON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    sets LOCK-PERIOD-LOCKED when LOCK-PERIOD is locked - a
      *    change that would alter a locked period's pay is refused.
           PERIOD-LOCK-CHECK.
           SET LOCK-PERIOD-UNLOCKED TO TRUE.
           MOVE LOCK-PERIOD TO PCTL-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF FS-PCTL = "00" THEN
               READ PERIOD-CONTROL-FILE KEY IS PCTL-PERIOD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCTL-LOCKED THEN
                           SET LOCK-PERIOD-LOCKED TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

           PERIOD-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAY PERIOD STATUS".
           DISPLAY " ".
           DISPLAY
           "PERIOD  | "
           "S | "
           "STATUS           | "
           "BY         | "
           "ON".
           MOVE 0 TO COUNTER.
           PERFORM PERIOD-LIST-PAYRUN.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF FS-PCTL NOT = "00" THEN
               MOVE '99' TO FS-PCTL
           END-IF
           PERFORM UNTIL FS-PCTL NOT = '00'
               READ PERIOD-CONTROL-FILE NEXT
                   AT END MOVE '99' TO FS-PCTL
               NOT AT END
                   PERFORM PERIOD-LIST-LINE
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.
           PERFORM SET-TODAY-YMD.
           MOVE TODAY-YMD(1:7) TO PAY-PERIOD.
           PERFORM PERIOD-CONTROL-READ.
           IF PCTL-NOT-ON-FILE AND PCTL-OPEN THEN
               PERFORM PERIOD-LIST-LINE
           END-IF.
           DISPLAY " ".
           DISPLAY "total periods: " COUNTER.

      *    periods closed before the control file was kept have pay
      *    runs but no control row. PERIOD-CONTROL-READ reads them
      *    as closed, so they are listed that way, ahead of the rows
      *    on file, with no by or on.
           PERIOD-LIST-PAYRUN.
           MOVE SPACES TO PCTL-LIST-PERIOD.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD NOT = PCTL-LIST-PERIOD THEN
                       MOVE PAYRUN-PERIOD TO PCTL-LIST-PERIOD
                       PERFORM PERIOD-LIST-UNRECORDED
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.

      *    assumes PCTL-LIST-PERIOD holds a period found on the
      *    pay-run file.
           PERIOD-LIST-UNRECORDED.
           MOVE PCTL-LIST-PERIOD TO PCTL-PERIOD.
           SET PCTL-ON-FILE TO TRUE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF FS-PCTL = "00" THEN
               READ PERIOD-CONTROL-FILE KEY IS PCTL-PERIOD
                   INVALID KEY
                       SET PCTL-NOT-ON-FILE TO TRUE
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               SET PCTL-NOT-ON-FILE TO TRUE
           END-IF.
           IF PCTL-NOT-ON-FILE THEN
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE PCTL-LIST-PERIOD TO PCTL-PERIOD
               MOVE 3 TO PCTL-STAGE
               PERFORM PERIOD-LIST-LINE
           END-IF.

           PERIOD-LIST-LINE.
           ADD 1 TO COUNTER.
           PERFORM PERIOD-STAGE-NAME.
           DISPLAY
           PCTL-PERIOD " | "
           PCTL-STAGE " | "
           PCTL-STAGE-TEXT " | "
           PCTL-LAST-BY " | "
           PCTL-LAST-ON.

           PERIOD-SHOW.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAY PERIOD HISTORY".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.
           PERFORM PERIOD-CONTROL-READ.
           PERFORM PERIOD-STAGE-NAME.
           DISPLAY " ".
           DISPLAY "status:            " PCTL-STAGE-TEXT.
           IF PCTL-NOT-ON-FILE THEN
               DISPLAY "(no control row on file yet)"
           END-IF.
           DISPLAY "1 open:            " PCTL-OPEN-BY " "
               PCTL-OPEN-ON.
           DISPLAY "2 calculated:      " PCTL-CALC-BY " "
               PCTL-CALC-ON.
           DISPLAY "3 closed:          " PCTL-CLOSE-BY " "
               PCTL-CLOSE-ON.
           DISPLAY "4 bank file sent:  " PCTL-BANK-BY " "
               PCTL-BANK-ON.
           DISPLAY "5 reconciled:      " PCTL-RECON-BY " "
               PCTL-RECON-ON.
           DISPLAY "6 journal posted:  " PCTL-JOURNAL-BY " "
               PCTL-JOURNAL-ON.
           DISPLAY "7 locked:          " PCTL-LOCK-BY " "
               PCTL-LOCK-ON.

      *    locking is the last step - only once the journal is
      *    posted. nothing that changes the period's pay runs after.
           PERIOD-LOCK.
           DISPLAY "---------------------------------------------".
           DISPLAY "LOCK A PAY PERIOD".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.
           PERFORM PERIOD-CONTROL-READ.
           IF PCTL-LOCKED THEN
               DISPLAY "period " PAY-PERIOD " is already locked"
           ELSE IF PCTL-STAGE < 6 THEN
               DISPLAY "period " PAY-PERIOD " journal not posted - "
                   "run 'journal' first"
           ELSE
               MOVE 7 TO PCTL-NEW-STAGE
               PERFORM PERIOD-CONTROL-ADVANCE
           END-IF
           END-IF.

           PROMPT-PAYRUN-PERIOD.
           DISPLAY "period YYYY-MM:    " WITH NO ADVANCING.
           ACCEPT PAY-PERIOD.
           MOVE PAY-PERIOD TO PERIOD-CHECK.
           PERFORM VALIDATE-PERIOD.
           IF INPUT-INVALID THEN
               DISPLAY "invalid period - expected format YYYY-MM".

      *    scans the pay-run file and sets PERIOD-CLOSED when any
      *    row exists for PAY-PERIOD. a missing pay-run file reads
      *    as not closed.
           PAYRUN-PERIOD-CHECK.
           SET PERIOD-NOT-CLOSED TO TRUE.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       SET PERIOD-CLOSED TO TRUE
                       MOVE '99' TO FS-PAYRUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.

      *    sets SUPP-RUN-EXISTS when PAY-PERIOD already carries a
      *    supplementary arrears run.
           PAYRUN-SUPP-CHECK.
           SET SUPP-RUN-ABSENT TO TRUE.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-SUPPLEMENTARY THEN
                       SET SUPP-RUN-EXISTS TO TRUE
                       MOVE '99' TO FS-PAYRUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.

      *    assumes PAY-PERIOD holds a validated period that has not
      *    been closed before.
           PAYROLL-CLOSE-RUN.
           MOVE 0 TO COUNTER.
           MOVE 0 TO TOTAL-LOAN.
           MOVE 0 TO TOTAL-OVERTIME.
           MOVE 0 TO TOTAL-REIMBURSE.
           MOVE 0 TO SETTLE-PAID-COUNT.
           SET PAY-POSTING TO TRUE.
           MOVE 0 TO TOTAL-SALARY-COST.
           MOVE 0 TO TOTAL-ALLOWANCE.
           MOVE 0 TO TOTAL-DEDUCTION.
           MOVE 0 TO TOTAL-TAX.
           MOVE 0 TO TOTAL-EPF-EMP.
           MOVE 0 TO TOTAL-EPF-ER.
           MOVE 0 TO TOTAL-SOCSO-EMP.
           MOVE 0 TO TOTAL-SOCSO-ER.
           MOVE 0 TO TOTAL-NET-PAY.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT POSITION-FILE
           OPEN I-O PAYRUN-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   PERFORM PAYROLL-SELECT-CHECK
                   IF PAY-SELECTED THEN
                       MOVE EMPLOYEE-POSITION TO POSITION-ID
                       READ POSITION-FILE KEY IS POSITION-ID
                           INVALID KEY
                               DISPLAY "skipping " EMPLOYEE-IC
                                   " - position not found"
                           NOT INVALID KEY
                               PERFORM PAYROLL-CLOSE-EMPLOYEE
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE POSITION-FILE
           CLOSE PAYRUN-FILE.
           SET PAY-PREVIEW TO TRUE.
           MOVE "PAYRUN" TO AUDIT-FILE-NAME.
           MOVE PAY-PERIOD TO AUDIT-KEY.
           MOVE "CLOSE" TO AUDIT-ACTION.
           MOVE "ALL" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE COUNTER TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "period " PAY-PERIOD " closed - " COUNTER
               " employee(s)".
           DISPLAY "net pay total:           " TOTAL-NET-PAY.
           DISPLAY "tax total:               " TOTAL-TAX.
           DISPLAY "epf total (emp/er):      " TOTAL-EPF-EMP " / "
               TOTAL-EPF-ER.
           DISPLAY "socso total (emp/er):    " TOTAL-SOCSO-EMP " / "
               TOTAL-SOCSO-ER.
           DISPLAY "overtime total:          " TOTAL-OVERTIME.
           DISPLAY "loan recoveries:         " TOTAL-LOAN.
           DISPLAY "claims reimbursed:       " TOTAL-REIMBURSE.
           DISPLAY "final settlements paid:  " SETTLE-PAID-COUNT.

      *    assumes EMPLOYEE-RECORD and POSITION-RECORD hold the
      *    employee and PAYRUN-FILE is open i-o. the pay-run row is
      *    claimed before anything is posted, so a row that cannot
      *    be written leaves loans, claims, overtime and the final
      *    settlement untouched; its figures are filled in once the
      *    pay is worked out.
           PAYROLL-CLOSE-EMPLOYEE.
           MOVE PAY-PERIOD TO PAYRUN-PERIOD.
           MOVE EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC.
           MOVE "R" TO PAYRUN-RUN.
           MOVE EMPLOYEE-NAME TO PAYRUN-EMPLOYEE-NAME.
           MOVE POSITION-ID TO PAYRUN-POSITION.
           MOVE 0 TO PAYRUN-GROSS.
           MOVE 0 TO PAYRUN-ALLOWANCE.
           MOVE 0 TO PAYRUN-DEDUCTION.
           MOVE 0 TO PAYRUN-NET-PAY.
           MOVE 0 TO PAYRUN-TAX.
           MOVE 0 TO PAYRUN-EPF-EMP.
           MOVE 0 TO PAYRUN-EPF-ER.
           MOVE 0 TO PAYRUN-SOCSO-EMP.
           MOVE 0 TO PAYRUN-SOCSO-ER.
           MOVE SPACES TO PAYRUN-PAY-STATUS.
           MOVE SPACES TO PAYRUN-FAIL-REASON.
           MOVE 0 TO PAYRUN-REIMBURSE.
           WRITE PAYRUN-RECORD.
           IF FS-PAYRUN NOT = "00" THEN
               DISPLAY "payrun write failed for " PAYRUN-EMPLOYEE-IC
                   " - not paid, nothing posted"
           ELSE
               ADD 1 TO COUNTER
               PERFORM PAYROLL-EMPLOYEE-PAY
               MOVE EMP-BASE-PAY TO PAYRUN-GROSS
               MOVE EMP-ALLOWANCE TO PAYRUN-ALLOWANCE
               MOVE EMP-DEDUCTION TO PAYRUN-DEDUCTION
               MOVE EMP-NET-PAY TO PAYRUN-NET-PAY
               MOVE EMP-TAX TO PAYRUN-TAX
               MOVE EMP-EPF-EMP TO PAYRUN-EPF-EMP
               MOVE EMP-EPF-ER TO PAYRUN-EPF-ER
               MOVE EMP-SOCSO-EMP TO PAYRUN-SOCSO-EMP
               MOVE EMP-SOCSO-ER TO PAYRUN-SOCSO-ER
               MOVE EMP-REIMBURSE TO PAYRUN-REIMBURSE
               REWRITE PAYRUN-RECORD
               IF FS-PAYRUN NOT = "00" THEN
                   DISPLAY "warning: payrun figures not stored for "
                       PAYRUN-EMPLOYEE-IC " - postings were made"
               END-IF
           END-IF.

           PAYROLL-COMPARE.
           DISPLAY "---------------------------------------------".
           DISPLAY "PAYROLL PERIOD COMPARISON".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-COMPARE-PERIOD UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-COMPARE-PRIOR UNTIL INPUT-VALID.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "NAME                             | "
           "PRIOR NET   | "
           "CURRENT NET | "
           "FLAG".
           MOVE "compare" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "PAYROLL COMPARE " DELIMITED BY SIZE
               PRIOR-PERIOD DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "IC               | " DELIMITED BY SIZE
               "NAME                             | " DELIMITED BY SIZE
               "PRIOR NET   | " DELIMITED BY SIZE
               "CURRENT NET | " DELIMITED BY SIZE
               "FLAG" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           MOVE 0 TO COUNTER.
           MOVE 0 TO TOTAL-NET-PAY.
           MOVE 0 TO PRIOR-NET-TOTAL.
           MOVE 0 TO CURRENT-STAT-TOTAL.
           MOVE 0 TO PRIOR-STAT-TOTAL.
           MOVE 0 TO CURRENT-ER-TOTAL.
           MOVE 0 TO PRIOR-ER-TOTAL.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAYRUN-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   MOVE "N" TO CURRENT-FOUND
                   MOVE "N" TO PRIOR-FOUND
                   MOVE PAY-PERIOD TO PAYRUN-PERIOD
                   MOVE EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC
                   MOVE "R" TO PAYRUN-RUN
                   READ PAYRUN-FILE KEY IS PAYRUN-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CURRENT-FOUND
                           MOVE PAYRUN-NET-PAY TO CURRENT-NET
                           COMPUTE CURRENT-STAT = PAYRUN-TAX
                               + PAYRUN-EPF-EMP + PAYRUN-SOCSO-EMP
                           COMPUTE CURRENT-ER-STAT =
                               PAYRUN-EPF-ER + PAYRUN-SOCSO-ER
                   END-READ
                   MOVE PRIOR-PERIOD TO PAYRUN-PERIOD
                   READ PAYRUN-FILE KEY IS PAYRUN-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO PRIOR-FOUND
                           MOVE PAYRUN-NET-PAY TO PRIOR-NET
                           COMPUTE PRIOR-STAT = PAYRUN-TAX
                               + PAYRUN-EPF-EMP + PAYRUN-SOCSO-EMP
                           COMPUTE PRIOR-ER-STAT =
                               PAYRUN-EPF-ER + PAYRUN-SOCSO-ER
                   END-READ
                   PERFORM PAYROLL-COMPARE-ROW
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE PAYRUN-FILE.
           DISPLAY " ".
           DISPLAY "prior net total:         " PRIOR-NET-TOTAL.
           DISPLAY "current net total:       " TOTAL-NET-PAY.
           DISPLAY "prior statutory (emp):   " PRIOR-STAT-TOTAL.
           DISPLAY "current statutory (emp): " CURRENT-STAT-TOTAL.
           DISPLAY "prior statutory (er):    " PRIOR-ER-TOTAL.
           DISPLAY "current statutory (er):  " CURRENT-ER-TOTAL.
           DISPLAY "variances flagged:       " COUNTER.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "prior net total:         " DELIMITED BY SIZE
               PRIOR-NET-TOTAL DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "current net total:       " DELIMITED BY SIZE
               TOTAL-NET-PAY DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "prior statutory (emp):   " DELIMITED BY SIZE
               PRIOR-STAT-TOTAL DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "current statutory (emp): " DELIMITED BY SIZE
               CURRENT-STAT-TOTAL DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "prior statutory (er):    " DELIMITED BY SIZE
               PRIOR-ER-TOTAL DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "current statutory (er):  " DELIMITED BY SIZE
               CURRENT-ER-TOTAL DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "variances flagged:       " DELIMITED BY SIZE
               COUNTER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           PERFORM SPOOL-FINISH.

           PROMPT-COMPARE-PERIOD.
           DISPLAY "(1/2) period:      " WITH NO ADVANCING.
           ACCEPT PAY-PERIOD.
           MOVE PAY-PERIOD TO PERIOD-CHECK.
           PERFORM VALIDATE-PERIOD.
           IF INPUT-INVALID THEN
               DISPLAY "invalid period - expected format YYYY-MM".

           PROMPT-COMPARE-PRIOR.
           DISPLAY "(2/2) prior:       " WITH NO ADVANCING.
           ACCEPT PRIOR-PERIOD.
           MOVE PRIOR-PERIOD TO PERIOD-CHECK.
           PERFORM VALIDATE-PERIOD.
           IF INPUT-INVALID THEN
               DISPLAY "invalid period - expected format YYYY-MM".

           PAYMENT-FILE-GENERATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "GENERATE BANK PAYMENT FILE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PAYRUN-SUPP-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE IF SUPPLEMENTARY-RUN AND SUPP-RUN-ABSENT THEN
               DISPLAY "period " PAY-PERIOD " has no supplementary "
                   "run - run 'payroll arrears' first"
           ELSE IF PCTL-LOCKED THEN
               DISPLAY "period " PAY-PERIOD " is locked"
           ELSE IF REGULAR-RUN AND PCTL-STAGE > 4 THEN
               DISPLAY "period " PAY-PERIOD " is already reconciled "
                   "- use 'payretry' for failed payments"
           ELSE
               PERFORM PAYMENT-FILE-WRITE
               IF REGULAR-RUN THEN
                   MOVE 4 TO PCTL-NEW-STAGE
                   PERFORM PERIOD-CONTROL-ADVANCE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    assumes PAY-PERIOD names a closed pay period and
      *    RUN-SELECT the run being paid. the file carries a header,
      *    one detail per paid employee with bank details on file,
      *    and a count/amount trailer the bank can verify. a
      *    supplementary run gets its own file so it is sent apart
      *    from the regular one.
           PAYMENT-FILE-WRITE.
           MOVE SPACES TO PAYMENT-FILE-NAME.
           IF SUPPLEMENTARY-RUN THEN
               STRING
                   "payment." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".supp.txt" DELIMITED BY SIZE
                   INTO PAYMENT-FILE-NAME
               END-STRING
           ELSE
               STRING
                   "payment." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PAYMENT-FILE-NAME
               END-STRING
           END-IF.
           MOVE 0 TO PAYMENT-DETAIL-COUNT.
           MOVE 0 TO PAYMENT-SKIPPED.
           MOVE 0 TO PAYMENT-TOTAL-AMOUNT.
           PERFORM SET-TODAY-YMD.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT BANK-FILE
           OPEN OUTPUT PAYMENT-FILE
           MOVE SPACES TO PAYMENT-RECORD
           STRING
               "H" DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               TODAY-YMD DELIMITED BY SIZE
               INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-RUN = RUN-SELECT THEN
                       PERFORM PAYMENT-DETAIL-WRITE
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO PAYMENT-RECORD
           STRING
               "T" DELIMITED BY SIZE
               PAYMENT-DETAIL-COUNT DELIMITED BY SIZE
               PAYMENT-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           CLOSE PAYRUN-FILE
           CLOSE BANK-FILE
           CLOSE PAYMENT-FILE.
           MOVE "PAYMENT" TO AUDIT-FILE-NAME.
           MOVE PAY-PERIOD TO AUDIT-KEY.
           MOVE "WRITE" TO AUDIT-ACTION.
           IF SUPPLEMENTARY-RUN THEN
               MOVE "SUPPLEMENTARY" TO AUDIT-FIELD
           ELSE
               MOVE "ALL" TO AUDIT-FIELD
           END-IF.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE PAYMENT-DETAIL-COUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "payment file:     " PAYMENT-FILE-NAME.
           DISPLAY "details written:  " PAYMENT-DETAIL-COUNT.
           DISPLAY "total amount:     " PAYMENT-TOTAL-AMOUNT.
           IF PAYMENT-SKIPPED > 0 THEN
               DISPLAY "skipped:          " PAYMENT-SKIPPED
                   " employee(s) with no bank details"
           END-IF.

      *    assumes PAYRUN-RECORD holds a row of the period being
      *    paid and BANK-FILE/PAYMENT-FILE are open.
           PAYMENT-DETAIL-WRITE.
           MOVE PAYRUN-EMPLOYEE-IC TO BANK-EMPLOYEE-IC.
           READ BANK-FILE KEY IS BANK-EMPLOYEE-IC
               INVALID KEY
                   ADD 1 TO PAYMENT-SKIPPED
                   DISPLAY "skipping " PAYRUN-EMPLOYEE-IC
                       " - no bank details on file"
               NOT INVALID KEY
                   MOVE PAYRUN-NET-PAY TO PAYMENT-AMOUNT-X
                   MOVE SPACES TO PAYMENT-RECORD
                   STRING
                       "D" DELIMITED BY SIZE
                       BANK-EMPLOYEE-IC DELIMITED BY SIZE
                       BANK-CODE DELIMITED BY SIZE
                       BANK-ACCOUNT DELIMITED BY SIZE
                       PAYMENT-AMOUNT-X DELIMITED BY SIZE
                       INTO PAYMENT-RECORD
                   END-STRING
                   WRITE PAYMENT-RECORD
                   ADD 1 TO PAYMENT-DETAIL-COUNT
                   ADD PAYRUN-NET-PAY TO PAYMENT-TOTAL-AMOUNT
           END-READ.

           PAYSLIP-GENERATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "GENERATE PAYSLIPS".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED OR PCTL-STAGE < 3 THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE
               PERFORM PAYSLIP-FILE-WRITE
           END-IF.

      *    assumes PAY-PERIOD names a closed pay period. one slip
      *    per pay-run row, into a per-period print file.
           PAYSLIP-FILE-WRITE.
           MOVE SPACES TO PAYSLIP-FILE-NAME.
           STRING
               "payslip." DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PAYSLIP-FILE-NAME
           END-STRING.
           MOVE 0 TO PAYSLIP-COUNT.
           OPEN INPUT PAYRUN-FILE
           OPEN OUTPUT PAYSLIP-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       PERFORM PAYSLIP-EMPLOYEE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE
           CLOSE PAYSLIP-FILE.
           DISPLAY " ".
           DISPLAY "payslip file:     " PAYSLIP-FILE-NAME.
           DISPLAY "payslips written: " PAYSLIP-COUNT.

      *    assumes PAYRUN-RECORD holds the row being slipped and
      *    PAYSLIP-FILE is open. the allowance/deduction items and
      *    the unpaid docking are re-read from the live files, so a
      *    slip printed long after the close shows items as they
      *    stand today; the money figures come from the pay run,
      *    and the stored at-close totals are printed alongside so
      *    any drift between the two is visible on the slip.
           PAYSLIP-EMPLOYEE.
           ADD 1 TO PAYSLIP-COUNT.
           MOVE "---------------------------------------------"
               TO PAYSLIP-RECORD.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           IF PAYRUN-SUPPLEMENTARY THEN
               STRING
                   "PAYSLIP " DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   " SUPPLEMENTARY" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           ELSE
               STRING
                   "PAYSLIP " DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           END-IF.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "ic:        " DELIMITED BY SIZE
               PAYRUN-EMPLOYEE-IC DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "name:      " DELIMITED BY SIZE
               PAYRUN-EMPLOYEE-NAME DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "position:  " DELIMITED BY SIZE
               PAYRUN-POSITION DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           IF PAYRUN-SUPPLEMENTARY THEN
               PERFORM PAYSLIP-ARREARS-LINES
           ELSE
               PERFORM PAYSLIP-PAY-LINES
           END-IF.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "D TAX                 " DELIMITED BY SIZE
               PAYRUN-TAX DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "D EPF                 " DELIMITED BY SIZE
               PAYRUN-EPF-EMP DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "D SOCSO               " DELIMITED BY SIZE
               PAYRUN-SOCSO-EMP DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "net pay:              " DELIMITED BY SIZE
               PAYRUN-NET-PAY DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           PERFORM PAYSLIP-PUT.

           PAYSLIP-PAY-LINES.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "gross pay:            " DELIMITED BY SIZE
               PAYRUN-GROSS DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           PERFORM PAYSLIP-EARNDED-ITEMS.
           PERFORM PAYSLIP-OVERTIME-LINES.
           PERFORM PAYSLIP-UNPAID-LINE.
           PERFORM PAYSLIP-SETTLE-LINES.
           PERFORM PAYSLIP-LOAN-LINES.
           PERFORM PAYSLIP-CLAIM-LINES.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "allowances at close:  " DELIMITED BY SIZE
               PAYRUN-ALLOWANCE DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "deductions at close:  " DELIMITED BY SIZE
               PAYRUN-DEDUCTION DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.
           IF PAYRUN-REIMBURSE > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "reimbursed (no tax):  " DELIMITED BY SIZE
                   PAYRUN-REIMBURSE DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.

      *    a supplementary row carries nothing but the salary
      *    arrears and the statutory amounts due on them.
           PAYSLIP-ARREARS-LINES.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING
               "A SALARY-ARREARS      " DELIMITED BY SIZE
               PAYRUN-GROSS DELIMITED BY SIZE
               INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM PAYSLIP-PUT.

      *    lists the pay-run employee's active allowance/deduction
      *    items, one line each, keyed by their EARNDED code. on a
      *    leaver's final slip the items stopped at the termination
      *    date are shown too, marked final.
           PAYSLIP-EARNDED-ITEMS.
           PERFORM PAYSLIP-FINAL-DATE.
           OPEN INPUT EARNDED-FILE
           IF SETTLE-LATE THEN
               MOVE '99' TO FS-EARNDED
           END-IF
           PERFORM UNTIL FS-EARNDED NOT = '00'
               READ EARNDED-FILE NEXT
                   AT END MOVE '99' TO FS-EARNDED
               NOT AT END
                   IF EARNDED-EMPLOYEE-IC = PAYRUN-EMPLOYEE-IC
                       AND (EARNDED-END-DATE = SPACES
                            OR (EARNDED-PERIOD = SPACES
                                AND EARNDED-END-DATE = FINAL-TERM-DATE))
                       AND (EARNDED-PERIOD = SPACES
                            OR EARNDED-PERIOD = PAY-PERIOD) THEN
                       PERFORM PAYSLIP-EARNDED-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EARNDED-FILE.

           PAYSLIP-EARNDED-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           IF EARNDED-END-DATE NOT = SPACES THEN
               STRING
                   EARNDED-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EARNDED-CODE DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   EARNDED-AMOUNT DELIMITED BY SIZE
                   " final" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           ELSE
               STRING
                   EARNDED-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EARNDED-CODE DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   EARNDED-AMOUNT DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           END-IF.
           PERFORM PAYSLIP-PUT.

      *    leaves the pay-run employee's termination date in
      *    FINAL-TERM-DATE when the slip's period is their last,
      *    spaces otherwise. a slip for a later period can only be
      *    a settlement paid late, and sets SETTLE-LATE.
           PAYSLIP-FINAL-DATE.
           MOVE SPACES TO FINAL-TERM-DATE.
           SET SETTLE-ON-TIME TO TRUE.
           MOVE PAYRUN-EMPLOYEE-IC TO EMPLOYEE-IC.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED
                       AND EMPLOYEE-TERM-DATE(1:7) = PAY-PERIOD THEN
                       MOVE EMPLOYEE-TERM-DATE TO FINAL-TERM-DATE
                   END-IF
                   IF EMPLOYEE-TERMINATED
                       AND EMPLOYEE-TERM-DATE(1:7) < PAY-PERIOD THEN
                       SET SETTLE-LATE TO TRUE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

      *    a leaver's final slip shows the settlement the close paid
      *    with it, one line per amount.
           PAYSLIP-SETTLE-LINES.
           MOVE PAYRUN-EMPLOYEE-IC TO SETTLE-EMPLOYEE-IC.
           OPEN INPUT SETTLE-FILE.
           IF FS-SETTLE = "00" THEN
               READ SETTLE-FILE KEY IS SETTLE-EMPLOYEE-IC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SETTLE-PAID
                           AND SETTLE-PERIOD = PAY-PERIOD THEN
                           PERFORM PAYSLIP-SETTLE-AMOUNTS
                       END-IF
               END-READ
               CLOSE SETTLE-FILE
           END-IF.

           PAYSLIP-SETTLE-AMOUNTS.
           PERFORM SETTLE-SHORT-CALC.
           IF SETTLE-LEAVE-PAY > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "A LEAVE-ENCASH        " DELIMITED BY SIZE
                   SETTLE-LEAVE-PAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-LEAVE-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF SETTLE-ADVANCE-AMT > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "D LEAVE-ADVANCE       " DELIMITED BY SIZE
                   SETTLE-ADVANCE-AMT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-ADVANCE-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF SETTLE-LIEU-PAY > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "A NOTICE-IN-LIEU      " DELIMITED BY SIZE
                   SETTLE-LIEU-PAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-SHORT-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF SETTLE-SHORT-AMT > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "D NOTICE-SHORT        " DELIMITED BY SIZE
                   SETTLE-SHORT-AMT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-SHORT-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF SETTLE-UNRECOVERED > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "  not recovered:      " DELIMITED BY SIZE
                   SETTLE-UNRECOVERED DELIMITED BY SIZE
                   " still owed" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.

      *    one line per overtime type the close paid for the slip's
      *    period, with the hours behind it.
           PAYSLIP-OVERTIME-LINES.
           MOVE 0 TO OT-SLIP-N-HOURS.
           MOVE 0 TO OT-SLIP-R-HOURS.
           MOVE 0 TO OT-SLIP-P-HOURS.
           MOVE 0 TO OT-SLIP-N-AMOUNT.
           MOVE 0 TO OT-SLIP-R-AMOUNT.
           MOVE 0 TO OT-SLIP-P-AMOUNT.
           OPEN INPUT OVERTIME-FILE
           IF FS-OVERTIME NOT = "00" THEN
               MOVE '99' TO FS-OVERTIME
           END-IF
           PERFORM UNTIL FS-OVERTIME NOT = '00'
               READ OVERTIME-FILE NEXT
                   AT END MOVE '99' TO FS-OVERTIME
               NOT AT END
                   IF OT-EMPLOYEE-IC = PAYRUN-EMPLOYEE-IC
                       AND OT-PAID-PERIOD = PAY-PERIOD THEN
                       IF OT-PUBLIC-HOLIDAY THEN
                           ADD OT-HOURS TO OT-SLIP-P-HOURS
                           ADD OT-AMOUNT TO OT-SLIP-P-AMOUNT
                       ELSE IF OT-REST-DAY THEN
                           ADD OT-HOURS TO OT-SLIP-R-HOURS
                           ADD OT-AMOUNT TO OT-SLIP-R-AMOUNT
                       ELSE
                           ADD OT-HOURS TO OT-SLIP-N-HOURS
                           ADD OT-AMOUNT TO OT-SLIP-N-AMOUNT
                       END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OVERTIME-FILE.
           IF OT-SLIP-N-HOURS > 0 THEN
               MOVE OT-SLIP-N-HOURS TO OT-HOURS-ED
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "A OT-NORMAL-DAY       " DELIMITED BY SIZE
                   OT-SLIP-N-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   OT-HOURS-ED DELIMITED BY SIZE
                   " hr)" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF OT-SLIP-R-HOURS > 0 THEN
               MOVE OT-SLIP-R-HOURS TO OT-HOURS-ED
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "A OT-REST-DAY         " DELIMITED BY SIZE
                   OT-SLIP-R-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   OT-HOURS-ED DELIMITED BY SIZE
                   " hr)" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.
           IF OT-SLIP-P-HOURS > 0 THEN
               MOVE OT-SLIP-P-HOURS TO OT-HOURS-ED
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "A OT-PUBLIC-HOLIDAY   " DELIMITED BY SIZE
                   OT-SLIP-P-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   OT-HOURS-ED DELIMITED BY SIZE
                   " hr)" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.

      *    recomputes the unpaid-leave docking for the pay-run
      *    employee so the slip can show it as its own line.
           PAYSLIP-UNPAID-LINE.
           MOVE PAYRUN-EMPLOYEE-IC TO EMPLOYEE-IC.
           MOVE 0 TO UNPAID-DAYS.
           MOVE 0 TO UNPAID-DEDUCTION.
           MOVE 0 TO EMP-DEDUCTION.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLOYEE-SALARY TO EMP-BASE-RATE
                   PERFORM PAYROLL-UNPAID-SCAN
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF UNPAID-DAYS > 0 THEN
               MOVE SPACES TO PAYSLIP-RECORD
               STRING
                   "D UNPAID-LEAVE        " DELIMITED BY SIZE
                   UNPAID-DEDUCTION DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   UNPAID-DAYS DELIMITED BY SIZE
                   " day(s))" DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
               PERFORM PAYSLIP-PUT
           END-IF.

      *    one line per claim the close reimbursed in the slip's
      *    period.
           PAYSLIP-CLAIM-LINES.
           OPEN INPUT CLAIM-FILE
           IF FS-CLAIM NOT = "00" THEN
               MOVE '99' TO FS-CLAIM
           END-IF
           PERFORM UNTIL FS-CLAIM NOT = '00'
               READ CLAIM-FILE NEXT
                   AT END MOVE '99' TO FS-CLAIM
               NOT AT END
                   IF CLAIM-EMPLOYEE-IC = PAYRUN-EMPLOYEE-IC
                       AND CLAIM-PAID
                       AND CLAIM-PAID-PERIOD = PAY-PERIOD THEN
                       MOVE SPACES TO PAYSLIP-RECORD
                       STRING
                           "R CLAIM " DELIMITED BY SIZE
                           CLAIM-ID DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           CLAIM-APPROVED DELIMITED BY SIZE
                           INTO PAYSLIP-RECORD
                       END-STRING
                       PERFORM PAYSLIP-PUT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

      *    one line per loan the close drew down for the slip's
      *    period, from the loan ledger, with the balance left.
           PAYSLIP-LOAN-LINES.
           OPEN INPUT LOAN-HISTORY-FILE
           IF FS-LOANHIST NOT = "00" THEN
               MOVE '99' TO FS-LOANHIST
           END-IF
           PERFORM UNTIL FS-LOANHIST NOT = '00'
               READ LOAN-HISTORY-FILE
                   AT END MOVE '99' TO FS-LOANHIST
               NOT AT END
                   IF LOANHIST-EMPLOYEE-IC = PAYRUN-EMPLOYEE-IC
                       AND LOANHIST-PERIOD = PAY-PERIOD
                       AND LOANHIST-RECOVERY THEN
                       PERFORM PAYSLIP-LOAN-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE.

           PAYSLIP-LOAN-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           IF LOANHIST-CARRIED > 0 THEN
               STRING
                   "D LOAN " DELIMITED BY SIZE
                   LOANHIST-LOAN-ID DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   LOANHIST-AMOUNT DELIMITED BY SIZE
                   " bal " DELIMITED BY SIZE
                   LOANHIST-BALANCE DELIMITED BY SIZE
                   " carried " DELIMITED BY SIZE
                   LOANHIST-CARRIED DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           ELSE
               STRING
                   "D LOAN " DELIMITED BY SIZE
                   LOANHIST-LOAN-ID DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   LOANHIST-AMOUNT DELIMITED BY SIZE
                   " bal " DELIMITED BY SIZE
                   LOANHIST-BALANCE DELIMITED BY SIZE
                   INTO PAYSLIP-RECORD
               END-STRING
           END-IF.
           PERFORM PAYSLIP-PUT.

           PAYSLIP-PUT.
           WRITE PAYSLIP-RECORD.
           IF FS-PAYSLIP NOT = "00" THEN
               DISPLAY "warning: payslip line not written"
           END-IF.

      *    reconciles the bank's result file for a period against
      *    the pay run: every row is first marked paid, then the
      *    rejections in the return file flip their rows to failed
      *    with the bank's reason, and the failures are reported
      *    with their bank details for correction via 'emp bank'.
           PAYMENT-RETURN-APPLY.
           DISPLAY "---------------------------------------------".
           DISPLAY "RECONCILE BANK RETURN FILE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PAYRUN-SUPP-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE IF SUPPLEMENTARY-RUN AND SUPP-RUN-ABSENT THEN
               DISPLAY "period " PAY-PERIOD " has no supplementary "
                   "run - run 'payroll arrears' first"
           ELSE IF PCTL-LOCKED THEN
               DISPLAY "period " PAY-PERIOD " is locked"
           ELSE IF REGULAR-RUN AND PCTL-STAGE < 4 THEN
               DISPLAY "period " PAY-PERIOD " has no bank file sent "
                   "- run 'paymentfile' first"
           ELSE
               PERFORM PAYMENT-RETURN-READ
               IF REGULAR-RUN AND RETURN-APPLIED-OK THEN
                   MOVE 5 TO PCTL-NEW-STAGE
                   PERFORM PERIOD-CONTROL-ADVANCE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    assumes PAY-PERIOD names a closed period and RUN-SELECT
      *    the run being reconciled. the bank's file is expected as
      *    return.YYYY-MM.txt (return.YYYY-MM.supp.txt for a
      *    supplementary run) - one fixed-form row per rejected
      *    detail, ic then reason. leaves RETURN-APPLIED-OK set
      *    only when the file was read and applied.
           PAYMENT-RETURN-READ.
           SET RETURN-APPLY-FAILED TO TRUE.
           MOVE SPACES TO RETURN-FILE-NAME.
           IF SUPPLEMENTARY-RUN THEN
               STRING
                   "return." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".supp.txt" DELIMITED BY SIZE
                   INTO RETURN-FILE-NAME
               END-STRING
           ELSE
               STRING
                   "return." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO RETURN-FILE-NAME
               END-STRING
           END-IF.
           OPEN INPUT RETURN-FILE.
           IF FS-RETURN NOT = "00" THEN
               DISPLAY "payreturn: cannot open " RETURN-FILE-NAME
           ELSE
               SET RETURN-APPLIED-OK TO TRUE
               PERFORM PAYMENT-RETURN-MARK-PAID
               MOVE 0 TO RETURN-APPLIED
               MOVE 0 TO RETURN-UNMATCHED
               OPEN I-O PAYRUN-FILE
               PERFORM UNTIL FS-RETURN NOT = '00'
                   READ RETURN-FILE
                       AT END MOVE '99' TO FS-RETURN
                   NOT AT END
                       PERFORM PAYMENT-RETURN-FAIL-ROW
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-FILE
               CLOSE RETURN-FILE
               MOVE "PAYRUN" TO AUDIT-FILE-NAME
               MOVE PAY-PERIOD TO AUDIT-KEY
               MOVE "RETURN" TO AUDIT-ACTION
               IF SUPPLEMENTARY-RUN THEN
                   MOVE "SUPPLEMENTARY" TO AUDIT-FIELD
               ELSE
                   MOVE "STATUS" TO AUDIT-FIELD
               END-IF
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE RETURN-APPLIED TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "failures recorded: " RETURN-APPLIED
               IF RETURN-UNMATCHED > 0 THEN
                   DISPLAY "unmatched rows:    " RETURN-UNMATCHED
               END-IF
               PERFORM PAYMENT-RETURN-EXCEPTIONS
           END-IF.

      *    pass one - every pay-run row of the period starts as
      *    paid, so only the bank's rejections end up failed.
           PAYMENT-RETURN-MARK-PAID.
           OPEN I-O PAYRUN-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-RUN = RUN-SELECT THEN
                       MOVE "P" TO PAYRUN-PAY-STATUS
                       MOVE SPACES TO PAYRUN-FAIL-REASON
                       REWRITE PAYRUN-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.

      *    assumes RETURN-RECORD holds a rejection and PAYRUN-FILE
      *    is open i-o.
           PAYMENT-RETURN-FAIL-ROW.
           MOVE PAY-PERIOD TO PAYRUN-PERIOD.
           MOVE RETURN-EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC.
           MOVE RUN-SELECT TO PAYRUN-RUN.
           READ PAYRUN-FILE KEY IS PAYRUN-KEY
               INVALID KEY
                   ADD 1 TO RETURN-UNMATCHED
                   DISPLAY "payreturn: " RETURN-EMPLOYEE-IC
                       " not on the " PAY-PERIOD " pay run"
               NOT INVALID KEY
                   MOVE "F" TO PAYRUN-PAY-STATUS
                   MOVE RETURN-REASON TO PAYRUN-FAIL-REASON
                   REWRITE PAYRUN-RECORD
                   IF FS-PAYRUN = "00" THEN
                       ADD 1 TO RETURN-APPLIED
                   ELSE
                       DISPLAY "payreturn: status update failed for "
                           RETURN-EMPLOYEE-IC
                   END-IF
           END-READ.

      *    exception report - the failed payments of the period
      *    with the bank details the rejection points at.
           PAYMENT-RETURN-EXCEPTIONS.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "NAME                             | "
           "BANK       | "
           "ACCOUNT          | "
           "REASON".
           MOVE 0 TO FAILED-COUNT.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT BANK-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-RUN = RUN-SELECT
                       AND PAYRUN-FAILED THEN
                       ADD 1 TO FAILED-COUNT
                       PERFORM PAYMENT-RETURN-EXCEPTION-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE
           CLOSE BANK-FILE.
           DISPLAY " ".
           DISPLAY "failed payments:   " FAILED-COUNT.
           IF FAILED-COUNT > 0 AND SUPPLEMENTARY-RUN THEN
               DISPLAY "fix the bank details with 'emp bank', then "
                   "run 'payretry supp'"
           ELSE IF FAILED-COUNT > 0 THEN
               DISPLAY "fix the bank details with 'emp bank', then "
                   "run 'payretry'"
           END-IF
           END-IF.

      *    assumes PAYRUN-RECORD holds a failed row and BANK-FILE
      *    is open for input.
           PAYMENT-RETURN-EXCEPTION-ROW.
           MOVE PAYRUN-EMPLOYEE-IC TO BANK-EMPLOYEE-IC.
           READ BANK-FILE KEY IS BANK-EMPLOYEE-IC
               INVALID KEY
                   DISPLAY
                   PAYRUN-EMPLOYEE-IC " | "
                   PAYRUN-EMPLOYEE-NAME " | "
                   "no bank details on file   | "
                   PAYRUN-FAIL-REASON
               NOT INVALID KEY
                   DISPLAY
                   PAYRUN-EMPLOYEE-IC " | "
                   PAYRUN-EMPLOYEE-NAME " | "
                   BANK-CODE " | "
                   BANK-ACCOUNT " | "
                   PAYRUN-FAIL-REASON
           END-READ.

      *    supplementary payment file carrying only the period's
      *    failed payments, for release after the bank details are
      *    corrected. same header/detail/trailer layout as the main
      *    file so the bank loads it unchanged.
           PAYMENT-RETRY-GENERATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "RE-ISSUE FAILED PAYMENTS".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PAYRUN-SUPP-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE IF SUPPLEMENTARY-RUN AND SUPP-RUN-ABSENT THEN
               DISPLAY "period " PAY-PERIOD " has no supplementary "
                   "run - run 'payroll arrears' first"
           ELSE IF PCTL-LOCKED THEN
               DISPLAY "period " PAY-PERIOD " is locked"
           ELSE IF REGULAR-RUN AND PCTL-STAGE < 5 THEN
               DISPLAY "period " PAY-PERIOD " is not reconciled - "
                   "run 'payreturn' first"
           ELSE
               PERFORM PAYMENT-RETRY-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

      *    assumes PAY-PERIOD names a closed period whose return
      *    file has been applied. a period with nothing failed
      *    writes no file.
           PAYMENT-RETRY-WRITE.
           MOVE 0 TO FAILED-COUNT.
           OPEN INPUT PAYRUN-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-RUN = RUN-SELECT
                       AND PAYRUN-FAILED THEN
                       ADD 1 TO FAILED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.
           IF FAILED-COUNT = 0 THEN
               DISPLAY "no failed payments on " PAY-PERIOD " - "
                   "nothing to re-issue"
           ELSE
               PERFORM PAYMENT-RETRY-FILE
           END-IF.

           PAYMENT-RETRY-FILE.
           MOVE SPACES TO PAYMENT-FILE-NAME.
           IF SUPPLEMENTARY-RUN THEN
               STRING
                   "payment." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".supp.retry.txt" DELIMITED BY SIZE
                   INTO PAYMENT-FILE-NAME
               END-STRING
           ELSE
               STRING
                   "payment." DELIMITED BY SIZE
                   PAY-PERIOD DELIMITED BY SIZE
                   ".retry.txt" DELIMITED BY SIZE
                   INTO PAYMENT-FILE-NAME
               END-STRING
           END-IF.
           MOVE 0 TO PAYMENT-DETAIL-COUNT.
           MOVE 0 TO PAYMENT-SKIPPED.
           MOVE 0 TO PAYMENT-TOTAL-AMOUNT.
           PERFORM SET-TODAY-YMD.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT BANK-FILE
           OPEN OUTPUT PAYMENT-FILE
           MOVE SPACES TO PAYMENT-RECORD
           STRING
               "H" DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               TODAY-YMD DELIMITED BY SIZE
               INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD
                       AND PAYRUN-RUN = RUN-SELECT
                       AND PAYRUN-FAILED THEN
                       PERFORM PAYMENT-DETAIL-WRITE
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO PAYMENT-RECORD
           STRING
               "T" DELIMITED BY SIZE
               PAYMENT-DETAIL-COUNT DELIMITED BY SIZE
               PAYMENT-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           CLOSE PAYRUN-FILE
           CLOSE BANK-FILE
           CLOSE PAYMENT-FILE.
           MOVE "PAYMENT" TO AUDIT-FILE-NAME.
           MOVE PAY-PERIOD TO AUDIT-KEY.
           MOVE "RETRY" TO AUDIT-ACTION.
           IF SUPPLEMENTARY-RUN THEN
               MOVE "SUPPLEMENTARY" TO AUDIT-FIELD
           ELSE
               MOVE "ALL" TO AUDIT-FIELD
           END-IF.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE PAYMENT-DETAIL-COUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "payment file:     " PAYMENT-FILE-NAME.
           DISPLAY "details written:  " PAYMENT-DETAIL-COUNT.
           DISPLAY "total amount:     " PAYMENT-TOTAL-AMOUNT.
           IF PAYMENT-SKIPPED > 0 THEN
               DISPLAY "skipped:          " PAYMENT-SKIPPED
                   " employee(s) with no bank details"
           END-IF.

      *    per-period cost-centre journal - one summary line per
      *    department resolved through the pay-run position, plus a
      *    balancing total line. the deduction column folds in the
      *    statutory employee portions so gross + allowances less
      *    deductions equals net on every line.
           JOURNAL-GENERATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "DEPARTMENT JOURNAL EXPORT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE IF PCTL-LOCKED THEN
               DISPLAY "period " PAY-PERIOD " is locked"
           ELSE IF PCTL-STAGE < 5 THEN
               DISPLAY "period " PAY-PERIOD " is not reconciled - "
                   "run 'payreturn' first"
           ELSE
               PERFORM JOURNAL-FILE-WRITE
               MOVE 6 TO PCTL-NEW-STAGE
               PERFORM PERIOD-CONTROL-ADVANCE
           END-IF
           END-IF
           END-IF.

      *    assumes PAY-PERIOD names a closed pay period.
           JOURNAL-FILE-WRITE.
           MOVE SPACES TO JOURNAL-FILE-NAME.
           STRING
               "journal." DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME
           END-STRING.
           DISPLAY " ".
           DISPLAY
           "DEPARTMENT | "
           "GROSS           | "
           "ALLOWANCE       | "
           "DEDUCTION       | "
           "NET             | "
           "HEADS".
           OPEN OUTPUT JOURNAL-FILE
           OPEN INPUT DEPARTMENT-FILE
           PERFORM UNTIL FS-DEPARTMENT NOT = '00'
               READ DEPARTMENT-FILE NEXT
                   AT END MOVE '99' TO FS-DEPARTMENT
               NOT AT END
                   PERFORM JOURNAL-DEPARTMENT-LINE
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           PERFORM JOURNAL-TOTAL-LINE
           CLOSE JOURNAL-FILE.
           MOVE "JOURNAL" TO AUDIT-FILE-NAME.
           MOVE PAY-PERIOD TO AUDIT-KEY.
           MOVE "WRITE" TO AUDIT-ACTION.
           MOVE "ALL" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE TOTAL-NET-PAY TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "journal file:     " JOURNAL-FILE-NAME.
           IF JOURNAL-UNRESOLVED > 0 THEN
               DISPLAY "warning: " JOURNAL-UNRESOLVED " pay-run "
                   "row(s) with no department - on the *NODEPT line"
           END-IF.

      *    assumes DEPARTMENT-RECORD holds the department being
      *    totalled and JOURNAL-FILE is open. a department with no
      *    payroll cost this period writes no line. supplementary
      *    arrears rows add their money but not another head.
           JOURNAL-DEPARTMENT-LINE.
           MOVE 0 TO DEPT-GROSS.
           MOVE 0 TO DEPT-ALLOWANCE.
           MOVE 0 TO DEPT-DEDUCTION.
           MOVE 0 TO DEPT-NET.
           MOVE 0 TO DEPT-HEADCOUNT.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT POSITION-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       PERFORM JOURNAL-RESOLVE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE
           CLOSE POSITION-FILE.
           IF DEPT-HEADCOUNT > 0 OR DEPT-GROSS > 0 THEN
               MOVE DEPARTMENT-ID TO JRNL-DEPARTMENT
               MOVE DEPT-GROSS TO JRNL-GROSS
               MOVE DEPT-ALLOWANCE TO JRNL-ALLOWANCE
               MOVE DEPT-DEDUCTION TO JRNL-DEDUCTION
               MOVE DEPT-NET TO JRNL-NET
               MOVE DEPT-HEADCOUNT TO JRNL-HEADCOUNT
               PERFORM JOURNAL-PUT
           END-IF.

      *    assumes PAYRUN-RECORD holds a row of the period and
      *    POSITION-FILE is open - the row lands in the department
      *    sums when its position resolves to DEPARTMENT-ID.
           JOURNAL-RESOLVE-ROW.
           MOVE PAYRUN-POSITION TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POSITION-DEPARTMENT = DEPARTMENT-ID THEN
                       PERFORM JOURNAL-ROW-SUMS
                   END-IF
           END-READ.

           JOURNAL-ROW-SUMS.
           ADD PAYRUN-GROSS TO DEPT-GROSS.
           ADD PAYRUN-ALLOWANCE TO DEPT-ALLOWANCE.
           ADD PAYRUN-REIMBURSE TO DEPT-ALLOWANCE.
           ADD PAYRUN-DEDUCTION TO DEPT-DEDUCTION.
           ADD PAYRUN-TAX TO DEPT-DEDUCTION.
           ADD PAYRUN-EPF-EMP TO DEPT-DEDUCTION.
           ADD PAYRUN-SOCSO-EMP TO DEPT-DEDUCTION.
           ADD PAYRUN-NET-PAY TO DEPT-NET.
           IF PAYRUN-REGULAR THEN
               ADD 1 TO DEPT-HEADCOUNT
           END-IF.

      *    grand totals from a full pass over the period - rows
      *    whose position or department is off file land on a
      *    *NODEPT line so the total line still balances.
           JOURNAL-TOTAL-LINE.
           MOVE 0 TO TOTAL-SALARY-COST.
           MOVE 0 TO TOTAL-ALLOWANCE.
           MOVE 0 TO TOTAL-DEDUCTION.
           MOVE 0 TO TOTAL-NET-PAY.
           MOVE 0 TO COUNTER.
           MOVE 0 TO DEPT-GROSS.
           MOVE 0 TO DEPT-ALLOWANCE.
           MOVE 0 TO DEPT-DEDUCTION.
           MOVE 0 TO DEPT-NET.
           MOVE 0 TO DEPT-HEADCOUNT.
           MOVE 0 TO JOURNAL-UNRESOLVED.
           OPEN INPUT PAYRUN-FILE
           OPEN INPUT POSITION-FILE
           OPEN INPUT DEPARTMENT-FILE
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       PERFORM JOURNAL-GRAND-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE
           CLOSE POSITION-FILE
           CLOSE DEPARTMENT-FILE.
           IF JOURNAL-UNRESOLVED > 0 THEN
               MOVE "*NODEPT" TO JRNL-DEPARTMENT
               MOVE DEPT-GROSS TO JRNL-GROSS
               MOVE DEPT-ALLOWANCE TO JRNL-ALLOWANCE
               MOVE DEPT-DEDUCTION TO JRNL-DEDUCTION
               MOVE DEPT-NET TO JRNL-NET
               MOVE DEPT-HEADCOUNT TO JRNL-HEADCOUNT
               PERFORM JOURNAL-PUT
           END-IF.
           MOVE "*TOTAL" TO JRNL-DEPARTMENT.
           MOVE TOTAL-SALARY-COST TO JRNL-GROSS.
           MOVE TOTAL-ALLOWANCE TO JRNL-ALLOWANCE.
           MOVE TOTAL-DEDUCTION TO JRNL-DEDUCTION.
           MOVE TOTAL-NET-PAY TO JRNL-NET.
           MOVE COUNTER TO JRNL-HEADCOUNT.
           PERFORM JOURNAL-PUT.

      *    assumes PAYRUN-RECORD holds a row of the period and the
      *    position/department files are open for the resolve.
           JOURNAL-GRAND-ROW.
           ADD PAYRUN-GROSS TO TOTAL-SALARY-COST.
           ADD PAYRUN-ALLOWANCE TO TOTAL-ALLOWANCE.
           ADD PAYRUN-REIMBURSE TO TOTAL-ALLOWANCE.
           ADD PAYRUN-DEDUCTION TO TOTAL-DEDUCTION.
           ADD PAYRUN-TAX TO TOTAL-DEDUCTION.
           ADD PAYRUN-EPF-EMP TO TOTAL-DEDUCTION.
           ADD PAYRUN-SOCSO-EMP TO TOTAL-DEDUCTION.
           ADD PAYRUN-NET-PAY TO TOTAL-NET-PAY.
           IF PAYRUN-REGULAR THEN
               ADD 1 TO COUNTER
           END-IF.
           MOVE PAYRUN-POSITION TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   PERFORM JOURNAL-ORPHAN-SUMS
               NOT INVALID KEY
                   MOVE POSITION-DEPARTMENT TO DEPARTMENT-ID
                   READ DEPARTMENT-FILE KEY IS DEPARTMENT-ID
                       INVALID KEY
                           PERFORM JOURNAL-ORPHAN-SUMS
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.

           JOURNAL-ORPHAN-SUMS.
           ADD 1 TO JOURNAL-UNRESOLVED.
           PERFORM JOURNAL-ROW-SUMS.

           JOURNAL-PUT.
           WRITE JOURNAL-RECORD.
           IF FS-JOURNAL NOT = "00" THEN
               DISPLAY "warning: journal line not written"
           END-IF.
           DISPLAY
           JRNL-DEPARTMENT " | "
           JRNL-GROSS " | "
           JRNL-ALLOWANCE " | "
           JRNL-DEDUCTION " | "
           JRNL-NET " | "
           JRNL-HEADCOUNT.

      *    assumes CURRENT-FOUND/PRIOR-FOUND and CURRENT-NET/
      *    PRIOR-NET describe EMPLOYEE-IC for the two periods being
      *    compared. employees on neither run print nothing.
           PAYROLL-COMPARE-ROW.
           IF CURRENT-FOUND = "Y" AND PRIOR-FOUND = "Y" THEN
               ADD CURRENT-NET TO TOTAL-NET-PAY
               ADD PRIOR-NET TO PRIOR-NET-TOTAL
               ADD CURRENT-STAT TO CURRENT-STAT-TOTAL
               ADD CURRENT-ER-STAT TO CURRENT-ER-TOTAL
               ADD PRIOR-STAT TO PRIOR-STAT-TOTAL
               ADD PRIOR-ER-STAT TO PRIOR-ER-TOTAL
               IF CURRENT-NET = PRIOR-NET THEN
                   DISPLAY
                   EMPLOYEE-IC " | "
                   EMPLOYEE-NAME " | "
                   PRIOR-NET " | "
                   CURRENT-NET " | SAME"
                   MOVE "SAME" TO COMPARE-FLAG
                   PERFORM PAYROLL-COMPARE-SPOOL-ROW
               ELSE
                   ADD 1 TO COUNTER
                   DISPLAY
                   EMPLOYEE-IC " | "
                   EMPLOYEE-NAME " | "
                   PRIOR-NET " | "
                   CURRENT-NET " | CHANGED"
                   MOVE "CHANGED" TO COMPARE-FLAG
                   PERFORM PAYROLL-COMPARE-SPOOL-ROW
               END-IF
           ELSE IF CURRENT-FOUND = "Y" THEN
               ADD CURRENT-NET TO TOTAL-NET-PAY
               ADD CURRENT-STAT TO CURRENT-STAT-TOTAL
               ADD CURRENT-ER-STAT TO CURRENT-ER-TOTAL
               MOVE 0 TO PRIOR-NET
               ADD 1 TO COUNTER
               DISPLAY
               EMPLOYEE-IC " | "
               EMPLOYEE-NAME " | "
               PRIOR-NET " | "
               CURRENT-NET " | JOINED"
               MOVE "JOINED" TO COMPARE-FLAG
               PERFORM PAYROLL-COMPARE-SPOOL-ROW
           ELSE IF PRIOR-FOUND = "Y" THEN
               ADD PRIOR-NET TO PRIOR-NET-TOTAL
               ADD PRIOR-STAT TO PRIOR-STAT-TOTAL
               ADD PRIOR-ER-STAT TO PRIOR-ER-TOTAL
               MOVE 0 TO CURRENT-NET
               ADD 1 TO COUNTER
               DISPLAY
               EMPLOYEE-IC " | "
               EMPLOYEE-NAME " | "
               PRIOR-NET " | "
               CURRENT-NET " | LEFT"
               MOVE "LEFT" TO COMPARE-FLAG
               PERFORM PAYROLL-COMPARE-SPOOL-ROW
           END-IF.

      *    assumes the displayed comparison row's fields and
      *    COMPARE-FLAG are still current.
           PAYROLL-COMPARE-SPOOL-ROW.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               EMPLOYEE-IC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PRIOR-NET DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CURRENT-NET DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               COMPARE-FLAG DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    retro salary arrears - a raise approved with an effective
      *    date in already-closed periods is owed the difference for
      *    every closed period paid at the old rate. the arrears are
      *    paid once, as a supplementary run of the latest closed
      *    period, with the statutory amounts recomputed on each
      *    period's pay including its arrears; the raise is then
      *    marked settled in the salary history so it is never paid
      *    twice. a salary decrease is never recovered this way. the
      *    run is refused once the period's journal is posted, since
      *    the journal carries both runs of the period together.
           PAYROLL-ARREARS.
           DISPLAY "---------------------------------------------".
           DISPLAY "RETRO SALARY ARREARS".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PAYRUN-SUPP-CHECK.
           PERFORM ARREARS-LATEST-SCAN.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE IF SUPP-RUN-EXISTS THEN
               DISPLAY "period " PAY-PERIOD " already has a "
                   "supplementary run."
               DISPLAY "refusing to run arrears twice."
           ELSE IF PAY-PERIOD NOT = LATEST-PERIOD THEN
               DISPLAY "arrears are paid with the latest closed "
                   "period - " LATEST-PERIOD
           ELSE IF PCTL-STAGE > 5 THEN
               DISPLAY "period " PAY-PERIOD " journal already "
                   "posted - arrears refused"
           ELSE
               PERFORM ARREARS-RUN
           END-IF
           END-IF
           END-IF
           END-IF.

      *    leaves the latest period on the pay-run file in
      *    LATEST-PERIOD.
           ARREARS-LATEST-SCAN.
           MOVE SPACES TO LATEST-PERIOD.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD > LATEST-PERIOD THEN
                       MOVE PAYRUN-PERIOD TO LATEST-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.

      *    assumes PAY-PERIOD is the latest closed period with no
      *    supplementary run yet. one supplementary row per employee
      *    owed anything, and a print file of the arrears by period.
           ARREARS-RUN.
           MOVE PAY-PERIOD TO SUPP-PERIOD.
           MOVE SPACES TO ARREARS-FILE-NAME.
           STRING
               "arrears." DELIMITED BY SIZE
               SUPP-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ARREARS-FILE-NAME
           END-STRING.
           MOVE 0 TO ARR-EMP-COUNT.
           MOVE 0 TO ARR-SETTLED.
           MOVE 0 TO TOTAL-SALARY-COST.
           MOVE 0 TO TOTAL-TAX.
           MOVE 0 TO TOTAL-EPF-EMP.
           MOVE 0 TO TOTAL-EPF-ER.
           MOVE 0 TO TOTAL-SOCSO-EMP.
           MOVE 0 TO TOTAL-SOCSO-ER.
           MOVE 0 TO TOTAL-NET-PAY.
           PERFORM SET-TODAY-YMD.
           OPEN OUTPUT ARREARS-FILE.
           MOVE SPACES TO ARREARS-RECORD.
           STRING
               "SALARY ARREARS - SUPPLEMENTARY RUN " DELIMITED BY SIZE
               SUPP-PERIOD DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               TODAY-YMD DELIMITED BY SIZE
               INTO ARREARS-RECORD
           END-STRING.
           PERFORM ARREARS-PUT.
           MOVE "---------------------------------------------"
               TO ARREARS-RECORD.
           PERFORM ARREARS-PUT.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   PERFORM ARREARS-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
           MOVE SUPP-PERIOD TO PAY-PERIOD.
           MOVE SPACES TO ARREARS-RECORD.
           STRING
               "employees paid: " DELIMITED BY SIZE
               ARR-EMP-COUNT DELIMITED BY SIZE
               "  arrears: " DELIMITED BY SIZE
               TOTAL-SALARY-COST DELIMITED BY SIZE
               "  net: " DELIMITED BY SIZE
               TOTAL-NET-PAY DELIMITED BY SIZE
               INTO ARREARS-RECORD
           END-STRING.
           PERFORM ARREARS-PUT.
           CLOSE ARREARS-FILE.
           PERFORM ARREARS-SALHIST-SETTLE.
           MOVE "PAYRUN" TO AUDIT-FILE-NAME.
           MOVE SUPP-PERIOD TO AUDIT-KEY.
           MOVE "ARREARS" TO AUDIT-ACTION.
           MOVE "SUPPLEMENTARY" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE ARR-EMP-COUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           IF ARR-EMP-COUNT = 0 THEN
               DISPLAY "no arrears due - no supplementary run written"
           ELSE
               DISPLAY "supplementary run " SUPP-PERIOD " - "
                   ARR-EMP-COUNT " employee(s)"
               DISPLAY "arrears total:           " TOTAL-SALARY-COST
               DISPLAY "net pay total:           " TOTAL-NET-PAY
               DISPLAY "tax total:               " TOTAL-TAX
               DISPLAY "epf total (emp/er):      " TOTAL-EPF-EMP
                   " / " TOTAL-EPF-ER
               DISPLAY "socso total (emp/er):    " TOTAL-SOCSO-EMP
                   " / " TOTAL-SOCSO-ER
               DISPLAY "arrears file:     " ARREARS-FILE-NAME
               DISPLAY "pay it with 'paymentfile supp'"
           END-IF.
           DISPLAY "raises settled:   " ARR-SETTLED.

      *    assumes EMPLOYEE-RECORD holds the employee and
      *    ARREARS-FILE is open. walks the employee's regular rows
      *    up to the supplementary period.
           ARREARS-EMPLOYEE.
           MOVE 0 TO ARR-ROW-COUNT.
           MOVE 0 TO ARR-GROSS.
           MOVE 0 TO ARR-TAX.
           MOVE 0 TO ARR-EPF-EMP.
           MOVE 0 TO ARR-EPF-ER.
           MOVE 0 TO ARR-SOCSO-EMP.
           MOVE 0 TO ARR-SOCSO-ER.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-EMPLOYEE-IC = EMPLOYEE-IC
                       AND PAYRUN-REGULAR
                       AND PAYRUN-PERIOD NOT > SUPP-PERIOD THEN
                       PERFORM ARREARS-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.
           IF ARR-GROSS > 0 THEN
               PERFORM ARREARS-SUPP-WRITE
           END-IF.

      *    assumes PAYRUN-RECORD holds one of the employee's closed
      *    rows. every unsettled raise of the employee's own rate,
      *    or an older raise of the whole position, already in
      *    effect by the period adds its share, then the
      *    statutory amounts are recomputed on the period's pay plus
      *    arrears and only the increase is owed.
           ARREARS-PERIOD.
           MOVE PAYRUN-PERIOD TO PAY-PERIOD.
           MOVE 0 TO ARR-PERIOD-AMOUNT.
           OPEN INPUT SALARY-HISTORY-FILE
           IF FS-SALHIST NOT = "00" THEN
               MOVE '99' TO FS-SALHIST
           END-IF
           PERFORM UNTIL FS-SALHIST NOT = '00'
               READ SALARY-HISTORY-FILE
                   AT END MOVE '99' TO FS-SALHIST
               NOT AT END
                   IF (SALHIST-EMPLOYEE-IC = EMPLOYEE-IC
                       OR (SALHIST-WHOLE-POSITION
                       AND SALHIST-POSITION-ID = PAYRUN-POSITION))
                       AND SALHIST-ARREARS-PERIOD = SPACES
                       AND SALHIST-NEW-SALARY > SALHIST-OLD-SALARY
                       AND SALHIST-EFFECTIVE-DATE(1:7)
                           NOT > PAYRUN-PERIOD THEN
                       PERFORM ARREARS-INCREMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE.
           IF ARR-PERIOD-AMOUNT > 0 THEN
               PERFORM ARREARS-PERIOD-STATUTORY
               PERFORM ARREARS-PERIOD-LINE
           END-IF.

      *    assumes SALARY-HISTORY-RECORD holds an unsettled raise in
      *    effect by PAY-PERIOD. a period paid above the old rate
      *    already carried the raise and owes nothing; a raise
      *    taking effect inside the period is owed from its
      *    effective day. unpaid leave is docked at the difference
      *    only when the raise covers the whole paid part of the
      *    month.
           ARREARS-INCREMENT.
           MOVE SALHIST-OLD-SALARY TO EMP-BASE-RATE.
           PERFORM PAYROLL-PRORATE-PAY.
           IF EMP-BASE-PAY > 0
               AND PAYRUN-GROSS NOT > EMP-BASE-PAY THEN
               MOVE 0 TO ARR-INCREMENT
               MOVE "N" TO TEMPSTR-A
               IF SALHIST-EFFECTIVE-DATE(1:7) = PAY-PERIOD THEN
                   MOVE SALHIST-EFFECTIVE-DATE(9:2) TO ARR-DAYS
                   IF ARR-DAYS > FIRST-PAY-DAY THEN
                       MOVE ARR-DAYS TO FIRST-PAY-DAY
                       MOVE "Y" TO TEMPSTR-A
                   END-IF
               END-IF
               IF LAST-PAY-DAY NOT < FIRST-PAY-DAY THEN
                   COMPUTE ARR-DAYS = LAST-PAY-DAY - FIRST-PAY-DAY + 1
                   IF ARR-DAYS NOT < MONTH-DAYS THEN
                       COMPUTE ARR-INCREMENT = SALHIST-NEW-SALARY
                           - SALHIST-OLD-SALARY
                   ELSE
                       COMPUTE ARR-INCREMENT ROUNDED =
                           (SALHIST-NEW-SALARY - SALHIST-OLD-SALARY)
                           * ARR-DAYS / MONTH-DAYS
                   END-IF
               END-IF
               IF ARR-INCREMENT > 0 AND TEMPSTR-A = "N" THEN
                   COMPUTE EMP-BASE-RATE = SALHIST-NEW-SALARY
                       - SALHIST-OLD-SALARY
                   MOVE 0 TO EMP-DEDUCTION
                   PERFORM PAYROLL-UNPAID-SCAN
                   IF EMP-DEDUCTION NOT < ARR-INCREMENT THEN
                       MOVE 0 TO ARR-INCREMENT
                   ELSE
                       SUBTRACT EMP-DEDUCTION FROM ARR-INCREMENT
                   END-IF
               END-IF
               ADD ARR-INCREMENT TO ARR-PERIOD-AMOUNT
           END-IF.

      *    the statutory amounts on the period's pay with its
      *    arrears, less what the close already took - never less
      *    than zero.
           ARREARS-PERIOD-STATUTORY.
           COMPUTE EMP-GROSS-ALLOW = PAYRUN-GROSS + PAYRUN-ALLOWANCE
               + ARR-PERIOD-AMOUNT.
           PERFORM PAYROLL-STATUTORY-SCAN.
           MOVE 0 TO ARR-TAX-DIFF.
           MOVE 0 TO ARR-EPF-EMP-DIFF.
           MOVE 0 TO ARR-EPF-ER-DIFF.
           MOVE 0 TO ARR-SOCSO-EMP-DIFF.
           MOVE 0 TO ARR-SOCSO-ER-DIFF.
           IF EMP-TAX > PAYRUN-TAX THEN
               COMPUTE ARR-TAX-DIFF = EMP-TAX - PAYRUN-TAX
           END-IF.
           IF EMP-EPF-EMP > PAYRUN-EPF-EMP THEN
               COMPUTE ARR-EPF-EMP-DIFF = EMP-EPF-EMP - PAYRUN-EPF-EMP
           END-IF.
           IF EMP-EPF-ER > PAYRUN-EPF-ER THEN
               COMPUTE ARR-EPF-ER-DIFF = EMP-EPF-ER - PAYRUN-EPF-ER
           END-IF.
           IF EMP-SOCSO-EMP > PAYRUN-SOCSO-EMP THEN
               COMPUTE ARR-SOCSO-EMP-DIFF =
                   EMP-SOCSO-EMP - PAYRUN-SOCSO-EMP
           END-IF.
           IF EMP-SOCSO-ER > PAYRUN-SOCSO-ER THEN
               COMPUTE ARR-SOCSO-ER-DIFF =
                   EMP-SOCSO-ER - PAYRUN-SOCSO-ER
           END-IF.
           COMPUTE ARR-STAT-DIFF = ARR-TAX-DIFF + ARR-EPF-EMP-DIFF
               + ARR-SOCSO-EMP-DIFF.
           ADD ARR-PERIOD-AMOUNT TO ARR-GROSS.
           ADD ARR-TAX-DIFF TO ARR-TAX.
           ADD ARR-EPF-EMP-DIFF TO ARR-EPF-EMP.
           ADD ARR-EPF-ER-DIFF TO ARR-EPF-ER.
           ADD ARR-SOCSO-EMP-DIFF TO ARR-SOCSO-EMP.
           ADD ARR-SOCSO-ER-DIFF TO ARR-SOCSO-ER.

      *    the employee heading goes out ahead of their first
      *    period line.
           ARREARS-PERIOD-LINE.
           IF ARR-ROW-COUNT = 0 THEN
               MOVE SPACES TO ARREARS-RECORD
               STRING
                   EMPLOYEE-IC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMPLOYEE-NAME DELIMITED BY SIZE
                   INTO ARREARS-RECORD
               END-STRING
               PERFORM ARREARS-PUT
           END-IF.
           ADD 1 TO ARR-ROW-COUNT.
           MOVE SPACES TO ARREARS-RECORD.
           STRING
               "  " DELIMITED BY SIZE
               PAYRUN-PERIOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAYRUN-POSITION DELIMITED BY SIZE
               " paid " DELIMITED BY SIZE
               PAYRUN-GROSS DELIMITED BY SIZE
               " arrears " DELIMITED BY SIZE
               ARR-PERIOD-AMOUNT DELIMITED BY SIZE
               " stat " DELIMITED BY SIZE
               ARR-STAT-DIFF DELIMITED BY SIZE
               INTO ARREARS-RECORD
           END-STRING.
           PERFORM ARREARS-PUT.

      *    assumes EMPLOYEE-RECORD holds an employee owed arrears
      *    and the ARR- sums hold what is owed.
           ARREARS-SUPP-WRITE.
           COMPUTE ARR-STAT-DIFF = ARR-TAX + ARR-EPF-EMP
               + ARR-SOCSO-EMP.
           IF ARR-STAT-DIFF > ARR-GROSS THEN
               MOVE 0 TO ARR-NET
               DISPLAY "warning: statutory arrears exceed arrears "
                   "for " EMPLOYEE-IC " - net floored to zero"
           ELSE
               COMPUTE ARR-NET = ARR-GROSS - ARR-STAT-DIFF
           END-IF.
           MOVE SUPP-PERIOD TO PAYRUN-PERIOD.
           MOVE EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC.
           MOVE "S" TO PAYRUN-RUN.
           MOVE EMPLOYEE-NAME TO PAYRUN-EMPLOYEE-NAME.
           MOVE EMPLOYEE-POSITION TO PAYRUN-POSITION.
           MOVE ARR-GROSS TO PAYRUN-GROSS.
           MOVE 0 TO PAYRUN-ALLOWANCE.
           MOVE 0 TO PAYRUN-DEDUCTION.
           MOVE ARR-NET TO PAYRUN-NET-PAY.
           MOVE ARR-TAX TO PAYRUN-TAX.
           MOVE ARR-EPF-EMP TO PAYRUN-EPF-EMP.
           MOVE ARR-EPF-ER TO PAYRUN-EPF-ER.
           MOVE ARR-SOCSO-EMP TO PAYRUN-SOCSO-EMP.
           MOVE ARR-SOCSO-ER TO PAYRUN-SOCSO-ER.
           MOVE SPACES TO PAYRUN-PAY-STATUS.
           MOVE SPACES TO PAYRUN-FAIL-REASON.
           MOVE 0 TO PAYRUN-REIMBURSE.
           OPEN I-O PAYRUN-FILE.
           WRITE PAYRUN-RECORD.
           IF FS-PAYRUN NOT = "00" THEN
               DISPLAY "payrun write failed for " PAYRUN-EMPLOYEE-IC
           ELSE
               ADD 1 TO ARR-EMP-COUNT
               ADD ARR-GROSS TO TOTAL-SALARY-COST
               ADD ARR-TAX TO TOTAL-TAX
               ADD ARR-EPF-EMP TO TOTAL-EPF-EMP
               ADD ARR-EPF-ER TO TOTAL-EPF-ER
               ADD ARR-SOCSO-EMP TO TOTAL-SOCSO-EMP
               ADD ARR-SOCSO-ER TO TOTAL-SOCSO-ER
               ADD ARR-NET TO TOTAL-NET-PAY
           END-IF.
           CLOSE PAYRUN-FILE.
           MOVE SPACES TO ARREARS-RECORD.
           STRING
               "  total arrears " DELIMITED BY SIZE
               ARR-GROSS DELIMITED BY SIZE
               " stat " DELIMITED BY SIZE
               ARR-STAT-DIFF DELIMITED BY SIZE
               " net " DELIMITED BY SIZE
               ARR-NET DELIMITED BY SIZE
               INTO ARREARS-RECORD
           END-STRING.
           PERFORM ARREARS-PUT.
           MOVE SPACES TO ARREARS-RECORD.
           PERFORM ARREARS-PUT.

      *    marks every unsettled raise in effect by the
      *    supplementary period as settled by it, through a work
      *    copy of the salary history.
           ARREARS-SALHIST-SETTLE.
           OPEN INPUT SALARY-HISTORY-FILE
           IF FS-SALHIST NOT = "00" THEN
               MOVE '99' TO FS-SALHIST
           END-IF
           OPEN OUTPUT SALHIST-WORK-FILE
           PERFORM UNTIL FS-SALHIST NOT = '00'
               READ SALARY-HISTORY-FILE
                   AT END MOVE '99' TO FS-SALHIST
               NOT AT END
                   IF SALHIST-ARREARS-PERIOD = SPACES
                       AND SALHIST-NEW-SALARY > SALHIST-OLD-SALARY
                       AND SALHIST-EFFECTIVE-DATE(1:7)
                           NOT > SUPP-PERIOD THEN
                       MOVE SUPP-PERIOD TO SALHIST-ARREARS-PERIOD
                       ADD 1 TO ARR-SETTLED
                   END-IF
                   MOVE SALARY-HISTORY-RECORD TO SALHIST-WORK-RECORD
                   WRITE SALHIST-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           CLOSE SALHIST-WORK-FILE.
           IF ARR-SETTLED > 0 THEN
               PERFORM ARREARS-SALHIST-REWRITE
               MOVE "SALHIST" TO AUDIT-FILE-NAME
               MOVE SUPP-PERIOD TO AUDIT-KEY
               MOVE "SETTLE" TO AUDIT-ACTION
               MOVE "ARREARS" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE ARR-SETTLED TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
           END-IF.

      *    copies the settled history back over the salary history.
           ARREARS-SALHIST-REWRITE.
           OPEN INPUT SALHIST-WORK-FILE
           OPEN OUTPUT SALARY-HISTORY-FILE
           PERFORM UNTIL FS-SALHIST-WORK NOT = '00'
               READ SALHIST-WORK-FILE
                   AT END MOVE '99' TO FS-SALHIST-WORK
               NOT AT END
                   MOVE SALHIST-WORK-RECORD TO SALARY-HISTORY-RECORD
                   WRITE SALARY-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE SALHIST-WORK-FILE
           CLOSE SALARY-HISTORY-FILE.

           ARREARS-PUT.
           WRITE ARREARS-RECORD.
           IF FS-ARREARS NOT = "00" THEN
               DISPLAY "warning: arrears line not written"
           END-IF.

      *    loads the month's time-clock extract into the overtime
      *    file. every line is checked against the employee master
      *    and the company calendar; a line that fails goes to the
      *    exception listing and is left for the operator to fix and
      *    reload. a day already loaded is rejected, so a corrected
      *    extract can be run again safely.
           OVERTIME-IMPORT.
           DISPLAY "---------------------------------------------".
           DISPLAY "OVERTIME IMPORT".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           IF PERIOD-CLOSED THEN
               DISPLAY "period " PAY-PERIOD " is already closed - "
                   "overtime can no longer be loaded"
           ELSE
               OPEN INPUT TIMECLOCK-FILE
               IF FS-TIMECLOCK NOT = "00" THEN
                   DISPLAY "unable to open 'timeclock' - aborting"
               ELSE
                   PERFORM OVERTIME-IMPORT-RUN
                   CLOSE TIMECLOCK-FILE
               END-IF
           END-IF.

      *    assumes TIMECLOCK-FILE is open and PAY-PERIOD is open
      *    for pay.
           OVERTIME-IMPORT-RUN.
           MOVE SPACES TO OTEXC-FILE-NAME.
           STRING
               "otexcept." DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO OTEXC-FILE-NAME
           END-STRING.
           MOVE 0 TO TC-LINE-NUM.
           MOVE 0 TO TC-LOADED.
           MOVE 0 TO TC-REJECTED.
           PERFORM SET-TODAY-YMD.
           PERFORM GET-WEEK-PATTERN.
           OPEN OUTPUT OTEXC-FILE.
           MOVE SPACES TO OTEXC-RECORD.
           STRING
               "OVERTIME IMPORT EXCEPTIONS " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               TODAY-YMD DELIMITED BY SIZE
               INTO OTEXC-RECORD
           END-STRING.
           PERFORM OTEXC-PUT.
           MOVE "LINE  REASON" TO OTEXC-RECORD.
           PERFORM OTEXC-PUT.
           MOVE "---------------------------------------------"
               TO OTEXC-RECORD.
           PERFORM OTEXC-PUT.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O OVERTIME-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF FS-CALENDAR = "00" THEN
               MOVE "Y" TO CALENDAR-OPEN
           ELSE
               MOVE "N" TO CALENDAR-OPEN
           END-IF.
           PERFORM UNTIL FS-TIMECLOCK NOT = '00'
               READ TIMECLOCK-FILE
                   AT END MOVE '99' TO FS-TIMECLOCK
               NOT AT END
                   ADD 1 TO TC-LINE-NUM
                   PERFORM OVERTIME-IMPORT-LINE
               END-READ
           END-PERFORM.
           IF CALENDAR-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           CLOSE OVERTIME-FILE.
           CLOSE EMPLOYEE-FILE.
           MOVE SPACES TO OTEXC-RECORD.
           PERFORM OTEXC-PUT.
           MOVE SPACES TO OTEXC-RECORD.
           STRING
               "lines read: " DELIMITED BY SIZE
               TC-LINE-NUM DELIMITED BY SIZE
               "  loaded: " DELIMITED BY SIZE
               TC-LOADED DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               TC-REJECTED DELIMITED BY SIZE
               INTO OTEXC-RECORD
           END-STRING.
           PERFORM OTEXC-PUT.
           CLOSE OTEXC-FILE.
           MOVE "OVERTIME" TO AUDIT-FILE-NAME.
           MOVE PAY-PERIOD TO AUDIT-KEY.
           MOVE "IMPORT" TO AUDIT-ACTION.
           MOVE "TIMECLOCK" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE TC-LOADED TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY " ".
           DISPLAY "overtime import complete.".
           DISPLAY "lines read: " TC-LINE-NUM.
           DISPLAY "loaded:     " TC-LOADED.
           DISPLAY "rejected:   " TC-REJECTED.
           IF TC-REJECTED > 0 THEN
               DISPLAY "exceptions listed in " OTEXC-FILE-NAME
           END-IF.

      *    assumes TIMECLOCK-RECORD holds the line; leaves a reason
      *    in TC-REASON for the first check it fails, spaces if
      *    it passes them all.
           OVERTIME-IMPORT-LINE.
           PERFORM TC-SPLIT.
           MOVE SPACES TO TC-REASON.
           MOVE TC-IC TO EMPLOYEE-IC.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-INVALID THEN
               MOVE "invalid ic" TO TC-REASON
           ELSE
               PERFORM TC-CHECK-DATE
           END-IF.
           IF TC-REASON = SPACES THEN
               PERFORM TC-CHECK-EMPLOYEE
           END-IF.
           IF TC-REASON = SPACES THEN
               PERFORM TC-CHECK-HOURS
           END-IF.
           IF TC-REASON = SPACES THEN
               PERFORM TC-CHECK-TYPE
           END-IF.
           IF TC-REASON = SPACES THEN
               PERFORM TC-LOAD
           END-IF.
           IF TC-REASON NOT = SPACES THEN
               PERFORM TC-REJECT
           END-IF.

           TC-SPLIT.
           MOVE SPACES TO TC-IC.
           MOVE SPACES TO TC-DATE.
           MOVE SPACES TO TC-NORMAL.
           MOVE SPACES TO TC-OVERTIME.
           MOVE SPACES TO TC-TYPE.
           UNSTRING TIMECLOCK-RECORD DELIMITED BY "|"
               INTO TC-IC TC-DATE TC-NORMAL TC-OVERTIME TC-TYPE
           END-UNSTRING.

           TC-CHECK-DATE.
           MOVE TC-DATE TO DATE-CHECK.
           PERFORM VALIDATE-DATE.
           IF INPUT-INVALID OR TC-DATE(11:10) NOT = SPACES THEN
               MOVE "invalid date" TO TC-REASON
           ELSE IF TC-DATE(1:7) NOT = PAY-PERIOD THEN
               MOVE "date outside the period" TO TC-REASON
           END-IF
           END-IF.

      *    the employee must be on the books on the day worked.
           TC-CHECK-EMPLOYEE.
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-IC
               INVALID KEY
                   MOVE "employee not found" TO TC-REASON
               NOT INVALID KEY
                   IF EMPLOYEE-HIRE-DATE NOT = SPACES
                       AND EMPLOYEE-HIRE-DATE > TC-DATE(1:10) THEN
                       MOVE "before hire date" TO TC-REASON
                   ELSE IF EMPLOYEE-TERMINATED
                       AND EMPLOYEE-TERM-DATE < TC-DATE(1:10) THEN
                       MOVE "after termination date" TO TC-REASON
                   END-IF
                   END-IF
           END-READ.

           TC-CHECK-HOURS.
           IF TC-NORMAL = SPACES THEN
               MOVE "0" TO TC-NORMAL
           END-IF.
           IF FUNCTION TEST-NUMVAL(TC-NORMAL) NOT = 0
               OR FUNCTION TEST-NUMVAL(TC-OVERTIME) NOT = 0 THEN
               MOVE "hours not numeric" TO TC-REASON
           ELSE
               MOVE FUNCTION NUMVAL(TC-NORMAL) TO TC-NORMAL-NUM
               MOVE FUNCTION NUMVAL(TC-OVERTIME) TO TC-OVERTIME-NUM
               IF TC-OVERTIME-NUM = 0 THEN
                   MOVE "no overtime hours" TO TC-REASON
               ELSE IF TC-NORMAL-NUM + TC-OVERTIME-NUM > 24 THEN
                   MOVE "more than 24 hours in a day" TO TC-REASON
               END-IF
               END-IF
           END-IF.

      *    the type must agree with the calendar - a public holiday
      *    needs a holiday row, a rest day a non-working weekday in
      *    the pattern, and a normal day an ordinary working day.
           TC-CHECK-TYPE.
           MOVE TC-DATE TO DATE-CHECK.
           PERFORM WORKING-DAY-TEST.
           MOVE "N" TO TC-HOLIDAY.
           IF CALENDAR-OPEN = "Y" THEN
               MOVE TC-DATE TO CAL-DATE
               READ CALENDAR-FILE KEY IS CAL-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO TC-HOLIDAY
               END-READ
           END-IF.
           IF TC-TYPE = "P" THEN
               IF TC-HOLIDAY NOT = "Y" THEN
                   MOVE "not a public holiday" TO TC-REASON
               END-IF
           ELSE IF TC-TYPE = "R" THEN
               IF TC-HOLIDAY = "Y" THEN
                   MOVE "public holiday - use type P" TO TC-REASON
               ELSE IF WEEK-PATTERN(DOW-NUM:1) = "Y" THEN
                   MOVE "not a rest day" TO TC-REASON
               END-IF
               END-IF
           ELSE IF TC-TYPE = "N" THEN
               IF WORKING-DAY-FLAG NOT = "Y" THEN
                   MOVE "not a working day" TO TC-REASON
               END-IF
           ELSE
               MOVE "invalid overtime type" TO TC-REASON
           END-IF
           END-IF
           END-IF.

           TC-LOAD.
           MOVE EMPLOYEE-IC TO OT-EMPLOYEE-IC.
           MOVE TC-DATE TO OT-DATE.
           MOVE TC-NORMAL-NUM TO OT-NORMAL-HOURS.
           MOVE TC-OVERTIME-NUM TO OT-HOURS.
           MOVE TC-TYPE TO OT-TYPE.
           MOVE 0 TO OT-AMOUNT.
           MOVE SPACES TO OT-PAID-PERIOD.
           MOVE TODAY-YMD TO OT-IMPORT-DATE.
           WRITE OVERTIME-RECORD.
           IF FS-OVERTIME = "00" THEN
               ADD 1 TO TC-LOADED
           ELSE
               MOVE "day already loaded" TO TC-REASON
           END-IF.

           TC-REJECT.
           ADD 1 TO TC-REJECTED.
           DISPLAY "line " TC-LINE-NUM " rejected - " TC-REASON.
           MOVE SPACES TO OTEXC-RECORD.
           STRING
               TC-LINE-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TC-REASON DELIMITED BY SIZE
               INTO OTEXC-RECORD
           END-STRING.
           PERFORM OTEXC-PUT.
           MOVE SPACES TO OTEXC-RECORD.
           STRING
               "      " DELIMITED BY SIZE
               TIMECLOCK-RECORD DELIMITED BY SIZE
               INTO OTEXC-RECORD
           END-STRING.
           PERFORM OTEXC-PUT.

           OTEXC-PUT.
           WRITE OTEXC-RECORD.
           IF FS-OTEXC NOT = "00" THEN
               DISPLAY "warning: exception line not written"
           END-IF.

      *    lists the overtime loaded for a period. the amount stays
      *    zero until the period is closed.
           OVERTIME-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "OVERTIME FOR A PERIOD".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.
           DISPLAY " ".
           DISPLAY
           "IC               | "
           "DATE       | "
           "NORMAL | "
           "OT     | "
           "T | "
           "AMOUNT     | "
           "PAID".
           MOVE 0 TO COUNTER.
           OPEN INPUT OVERTIME-FILE
           IF FS-OVERTIME NOT = "00" THEN
               MOVE '99' TO FS-OVERTIME
           END-IF
           PERFORM UNTIL FS-OVERTIME NOT = '00'
               READ OVERTIME-FILE NEXT
                   AT END MOVE '99' TO FS-OVERTIME
               NOT AT END
                   IF OT-DATE(1:7) = PAY-PERIOD THEN
                       ADD 1 TO COUNTER
                       MOVE OT-NORMAL-HOURS TO OT-NORMAL-ED
                       MOVE OT-HOURS TO OT-HOURS-ED
                       DISPLAY
                       OT-EMPLOYEE-IC " | "
                       OT-DATE " | "
                       OT-NORMAL-ED "  | "
                       OT-HOURS-ED " | "
                       OT-TYPE " | "
                       OT-AMOUNT " | "
                       OT-PAID-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OVERTIME-FILE.
           DISPLAY " ".
           DISPLAY "total days: " COUNTER.

      *    year-end remuneration statements - one printable
      *    statement per employee paid in the year, leavers
      *    included, plus a spooled company summary. the summary
      *    lists every month of the year with its close totals and
      *    ties their sum back to the statement totals; a month with
      *    no pay run is listed as missing (or still open when it
      *    has not ended yet).
       PAYROLL-YEAR-END.
           DISPLAY "---------------------------------------------".
           DISPLAY "YEAR-END REMUNERATION STATEMENTS".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-CLOSE-YEAR UNTIL INPUT-VALID.
           PERFORM YEAR-END-STATEMENTS.
           PERFORM YEAR-END-SUMMARY.

      *    assumes CLOSE-YEAR holds the validated year.
           YEAR-END-STATEMENTS.
           MOVE SPACES TO YEAREND-FILE-NAME.
           STRING
               "yearend." DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO YEAREND-FILE-NAME
           END-STRING.
           MOVE 0 TO STMT-COUNT.
           MOVE 0 TO STMT-LEAVERS.
           MOVE 0 TO STMT-TOTAL-GROSS.
           MOVE 0 TO STMT-TOTAL-ALLOWANCE.
           MOVE 0 TO STMT-TOTAL-DEDUCTION.
           MOVE 0 TO STMT-TOTAL-TAX.
           MOVE 0 TO STMT-TOTAL-EPF-EMP.
           MOVE 0 TO STMT-TOTAL-EPF-ER.
           MOVE 0 TO STMT-TOTAL-SOCSO-EMP.
           MOVE 0 TO STMT-TOTAL-SOCSO-ER.
           MOVE 0 TO STMT-TOTAL-NET.
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT YEAREND-FILE
           PERFORM UNTIL FS-EMPLOYEE NOT = '00'
               READ EMPLOYEE-FILE NEXT
                   AT END MOVE '99' TO FS-EMPLOYEE
               NOT AT END
                   PERFORM YEAR-END-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE YEAREND-FILE.
           MOVE "YEAREND" TO AUDIT-FILE-NAME.
           MOVE CLOSE-YEAR TO AUDIT-KEY.
           MOVE "WRITE" TO AUDIT-ACTION.
           MOVE "ALL" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE STMT-COUNT TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.
           DISPLAY "statements:       " YEAREND-FILE-NAME.
           DISPLAY "employees:        " STMT-COUNT.

      *    assumes EMPLOYEE-RECORD holds the employee being summed
      *    and YEAREND-FILE is open. an employee with no pay-run row
      *    in the year gets no statement.
           YEAR-END-EMPLOYEE.
           MOVE 0 TO STMT-MONTHS.
           MOVE SPACES TO STMT-LAST-PERIOD.
           MOVE 0 TO STMT-GROSS.
           MOVE 0 TO STMT-ALLOWANCE.
           MOVE 0 TO STMT-DEDUCTION.
           MOVE 0 TO STMT-TAX.
           MOVE 0 TO STMT-EPF-EMP.
           MOVE 0 TO STMT-EPF-ER.
           MOVE 0 TO STMT-SOCSO-EMP.
           MOVE 0 TO STMT-SOCSO-ER.
           MOVE 0 TO STMT-NET.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-EMPLOYEE-IC = EMPLOYEE-IC
                       AND PAYRUN-PERIOD(1:4) = CLOSE-YEAR THEN
                       PERFORM YEAR-END-TALLY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.
           IF STMT-MONTHS > 0 THEN
               ADD 1 TO STMT-COUNT
               IF EMPLOYEE-TERMINATED
                   AND EMPLOYEE-TERM-DATE(1:4) = CLOSE-YEAR THEN
                   ADD 1 TO STMT-LEAVERS
               END-IF
               ADD STMT-GROSS TO STMT-TOTAL-GROSS
               ADD STMT-ALLOWANCE TO STMT-TOTAL-ALLOWANCE
               ADD STMT-DEDUCTION TO STMT-TOTAL-DEDUCTION
               ADD STMT-TAX TO STMT-TOTAL-TAX
               ADD STMT-EPF-EMP TO STMT-TOTAL-EPF-EMP
               ADD STMT-EPF-ER TO STMT-TOTAL-EPF-ER
               ADD STMT-SOCSO-EMP TO STMT-TOTAL-SOCSO-EMP
               ADD STMT-SOCSO-ER TO STMT-TOTAL-SOCSO-ER
               ADD STMT-NET TO STMT-TOTAL-NET
               PERFORM YEAR-END-STATEMENT
           END-IF.

      *    rows come back in period order, so a change of period
      *    marks another month paid.
           YEAR-END-TALLY.
           IF PAYRUN-PERIOD NOT = STMT-LAST-PERIOD THEN
               ADD 1 TO STMT-MONTHS
               MOVE PAYRUN-PERIOD TO STMT-LAST-PERIOD
           END-IF.
           ADD PAYRUN-GROSS TO STMT-GROSS.
           ADD PAYRUN-ALLOWANCE TO STMT-ALLOWANCE.
           ADD PAYRUN-DEDUCTION TO STMT-DEDUCTION.
           ADD PAYRUN-TAX TO STMT-TAX.
           ADD PAYRUN-EPF-EMP TO STMT-EPF-EMP.
           ADD PAYRUN-EPF-ER TO STMT-EPF-ER.
           ADD PAYRUN-SOCSO-EMP TO STMT-SOCSO-EMP.
           ADD PAYRUN-SOCSO-ER TO STMT-SOCSO-ER.
           ADD PAYRUN-NET-PAY TO STMT-NET.

      *    assumes the STMT- sums for EMPLOYEE-RECORD are set and
      *    YEAREND-FILE is open for output.
           YEAR-END-STATEMENT.
           COMPUTE STMT-REMUN = STMT-GROSS + STMT-ALLOWANCE.
           MOVE "---------------------------------------------"
               TO YEAREND-RECORD.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "REMUNERATION STATEMENT " DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMPLOYEE-IC DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "name:                 " DELIMITED BY SIZE
               EMPLOYEE-NAME DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "position:             " DELIMITED BY SIZE
               EMPLOYEE-POSITION DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           IF EMPLOYEE-HIRE-DATE = SPACES THEN
               MOVE "employed from:        not recorded"
                   TO YEAREND-RECORD
           ELSE
               STRING
                   "employed from:        " DELIMITED BY SIZE
                   EMPLOYEE-HIRE-DATE DELIMITED BY SIZE
                   INTO YEAREND-RECORD
               END-STRING
           END-IF.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           IF EMPLOYEE-TERMINATED THEN
               STRING
                   "employed to:          " DELIMITED BY SIZE
                   EMPLOYEE-TERM-DATE DELIMITED BY SIZE
                   INTO YEAREND-RECORD
               END-STRING
           ELSE
               MOVE "employed to:          in service"
                   TO YEAREND-RECORD
           END-IF.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "months paid:          " DELIMITED BY SIZE
               STMT-MONTHS DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "gross salary:         " DELIMITED BY SIZE
               STMT-GROSS DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "allowances:           " DELIMITED BY SIZE
               STMT-ALLOWANCE DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "total remuneration:   " DELIMITED BY SIZE
               STMT-REMUN DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "other deductions:     " DELIMITED BY SIZE
               STMT-DEDUCTION DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "tax deducted:         " DELIMITED BY SIZE
               STMT-TAX DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "epf (employee):       " DELIMITED BY SIZE
               STMT-EPF-EMP DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "socso (employee):     " DELIMITED BY SIZE
               STMT-SOCSO-EMP DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "net pay:              " DELIMITED BY SIZE
               STMT-NET DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "epf (employer):       " DELIMITED BY SIZE
               STMT-EPF-ER DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           STRING
               "socso (employer):     " DELIMITED BY SIZE
               STMT-SOCSO-ER DELIMITED BY SIZE
               INTO YEAREND-RECORD
           END-STRING.
           PERFORM YEAR-END-PUT.
           MOVE SPACES TO YEAREND-RECORD.
           PERFORM YEAR-END-PUT.

           YEAR-END-PUT.
           WRITE YEAREND-RECORD.
           IF FS-YEAREND NOT = "00" THEN
               DISPLAY "warning: statement line not written"
           END-IF.

      *    assumes the statement totals are set. one summary line
      *    per month of CLOSE-YEAR, the year totals, the headcount,
      *    the months with no run and the tie-back to the statements.
           YEAR-END-SUMMARY.
           PERFORM SET-TODAY-YMD.
           MOVE "yearsum" TO SPOOL-REPORT-NAME.
           MOVE SPACES TO SPOOL-TITLE.
           STRING
               "YEAR-END SUMMARY " DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               INTO SPOOL-TITLE
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-1.
           STRING
               "PERIOD  | " DELIMITED BY SIZE
               "STATUS  | " DELIMITED BY SIZE
               "HEADS | " DELIMITED BY SIZE
               "GROSS        | " DELIMITED BY SIZE
               "ALLOWANCE    | " DELIMITED BY SIZE
               "DEDUCTION    | " DELIMITED BY SIZE
               "TAX          | " DELIMITED BY SIZE
               "EPF (EMP)    | " DELIMITED BY SIZE
               "EPF (ER)     | " DELIMITED BY SIZE
               "SOCSO (EMP)  | " DELIMITED BY SIZE
               "SOCSO (ER)   | " DELIMITED BY SIZE
               "NET" DELIMITED BY SIZE
               INTO SPOOL-HEAD-1
           END-STRING.
           MOVE SPACES TO SPOOL-HEAD-2.
           PERFORM SPOOL-START.
           DISPLAY " ".
           DISPLAY
           "PERIOD  | "
           "STATUS  | "
           "HEADS | "
           "GROSS        | "
           "ALLOWANCE    | "
           "TAX          | "
           "NET".
           MOVE 0 TO YEAR-GROSS.
           MOVE 0 TO YEAR-ALLOWANCE.
           MOVE 0 TO YEAR-DEDUCTION.
           MOVE 0 TO YEAR-TAX.
           MOVE 0 TO YEAR-EPF-EMP.
           MOVE 0 TO YEAR-EPF-ER.
           MOVE 0 TO YEAR-SOCSO-EMP.
           MOVE 0 TO YEAR-SOCSO-ER.
           MOVE 0 TO YEAR-NET.
           MOVE 0 TO YEAR-OPEN-COUNT.
           MOVE ALL "N" TO YEAR-CLOSE-MAP.
           MOVE 1 TO YEAR-MONTH-NUM.
           PERFORM UNTIL YEAR-MONTH-NUM > 12
               PERFORM YEAR-END-MONTH
               ADD 1 TO YEAR-MONTH-NUM
           END-PERFORM.
           PERFORM YEAR-END-SUMMARY-TOTALS.
           PERFORM YEAR-END-SUMMARY-OPEN.
           PERFORM YEAR-END-SUMMARY-TIE.
           PERFORM SPOOL-FINISH.

      *    assumes YEAR-MONTH-NUM names the month being summed. the
      *    month's close totals come straight off its pay-run rows.
           YEAR-END-MONTH.
           MOVE SPACES TO PAY-PERIOD.
           STRING
               CLOSE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               YEAR-MONTH-NUM DELIMITED BY SIZE
               INTO PAY-PERIOD
           END-STRING.
           MOVE 0 TO PERIOD-HEADS.
           MOVE 0 TO PERIOD-GROSS.
           MOVE 0 TO PERIOD-ALLOWANCE.
           MOVE 0 TO PERIOD-DEDUCTION.
           MOVE 0 TO PERIOD-TAX.
           MOVE 0 TO PERIOD-EPF-EMP.
           MOVE 0 TO PERIOD-EPF-ER.
           MOVE 0 TO PERIOD-SOCSO-EMP.
           MOVE 0 TO PERIOD-SOCSO-ER.
           MOVE 0 TO PERIOD-NET.
           OPEN INPUT PAYRUN-FILE
           IF FS-PAYRUN NOT = "00" THEN
               MOVE '99' TO FS-PAYRUN
           END-IF
           PERFORM UNTIL FS-PAYRUN NOT = '00'
               READ PAYRUN-FILE NEXT
                   AT END MOVE '99' TO FS-PAYRUN
               NOT AT END
                   IF PAYRUN-PERIOD = PAY-PERIOD THEN
                       PERFORM YEAR-END-MONTH-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRUN-FILE.
           IF PERIOD-HEADS > 0 THEN
               MOVE "CLOSED" TO PERIOD-STATUS-X
               MOVE "Y" TO YEAR-CLOSE-MAP(YEAR-MONTH-NUM:1)
           ELSE IF PAY-PERIOD < TODAY-YMD(1:7) THEN
               MOVE "MISSING" TO PERIOD-STATUS-X
               ADD 1 TO YEAR-OPEN-COUNT
           ELSE
               MOVE "OPEN" TO PERIOD-STATUS-X
               ADD 1 TO YEAR-OPEN-COUNT
           END-IF
           END-IF.
           ADD PERIOD-GROSS TO YEAR-GROSS.
           ADD PERIOD-ALLOWANCE TO YEAR-ALLOWANCE.
           ADD PERIOD-DEDUCTION TO YEAR-DEDUCTION.
           ADD PERIOD-TAX TO YEAR-TAX.
           ADD PERIOD-EPF-EMP TO YEAR-EPF-EMP.
           ADD PERIOD-EPF-ER TO YEAR-EPF-ER.
           ADD PERIOD-SOCSO-EMP TO YEAR-SOCSO-EMP.
           ADD PERIOD-SOCSO-ER TO YEAR-SOCSO-ER.
           ADD PERIOD-NET TO YEAR-NET.
           DISPLAY
           PAY-PERIOD " | "
           PERIOD-STATUS-X " | "
           PERIOD-HEADS " | "
           PERIOD-GROSS " | "
           PERIOD-ALLOWANCE " | "
           PERIOD-TAX " | "
           PERIOD-NET.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               PAY-PERIOD DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-STATUS-X DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-HEADS DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-GROSS DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-ALLOWANCE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-DEDUCTION DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-TAX DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-EPF-EMP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-EPF-ER DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-SOCSO-EMP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-SOCSO-ER DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PERIOD-NET DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    a supplementary arrears row adds its money to the
      *    month but is not another head.
           YEAR-END-MONTH-ROW.
           IF PAYRUN-REGULAR THEN
               ADD 1 TO PERIOD-HEADS
           END-IF.
           ADD PAYRUN-GROSS TO PERIOD-GROSS.
           ADD PAYRUN-ALLOWANCE TO PERIOD-ALLOWANCE.
           ADD PAYRUN-DEDUCTION TO PERIOD-DEDUCTION.
           ADD PAYRUN-TAX TO PERIOD-TAX.
           ADD PAYRUN-EPF-EMP TO PERIOD-EPF-EMP.
           ADD PAYRUN-EPF-ER TO PERIOD-EPF-ER.
           ADD PAYRUN-SOCSO-EMP TO PERIOD-SOCSO-EMP.
           ADD PAYRUN-SOCSO-ER TO PERIOD-SOCSO-ER.
           ADD PAYRUN-NET-PAY TO PERIOD-NET.

           YEAR-END-SUMMARY-TOTALS.
           DISPLAY " ".
           DISPLAY "employees paid in year:  " STMT-COUNT.
           DISPLAY "of whom left in year:    " STMT-LEAVERS.
           DISPLAY "year total gross:        " YEAR-GROSS.
           DISPLAY "year total allowances:   " YEAR-ALLOWANCE.
           DISPLAY "year total deductions:   " YEAR-DEDUCTION.
           DISPLAY "year total tax:          " YEAR-TAX.
           DISPLAY "year total epf (emp):    " YEAR-EPF-EMP.
           DISPLAY "year total epf (er):     " YEAR-EPF-ER.
           DISPLAY "year total socso (emp):  " YEAR-SOCSO-EMP.
           DISPLAY "year total socso (er):   " YEAR-SOCSO-ER.
           DISPLAY "year total net pay:      " YEAR-NET.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "employees paid in year:  " DELIMITED BY SIZE
               STMT-COUNT DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "of whom left in year:    " DELIMITED BY SIZE
               STMT-LEAVERS DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total gross:        " DELIMITED BY SIZE
               YEAR-GROSS DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total allowances:   " DELIMITED BY SIZE
               YEAR-ALLOWANCE DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total deductions:   " DELIMITED BY SIZE
               YEAR-DEDUCTION DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total tax:          " DELIMITED BY SIZE
               YEAR-TAX DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total epf (emp):    " DELIMITED BY SIZE
               YEAR-EPF-EMP DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total epf (er):     " DELIMITED BY SIZE
               YEAR-EPF-ER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total socso (emp):  " DELIMITED BY SIZE
               YEAR-SOCSO-EMP DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total socso (er):   " DELIMITED BY SIZE
               YEAR-SOCSO-ER DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "year total net pay:      " DELIMITED BY SIZE
               YEAR-NET DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    lists the months of the year that have no pay run.
           YEAR-END-SUMMARY-OPEN.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           IF YEAR-OPEN-COUNT = 0 THEN
               DISPLAY "all twelve periods of " CLOSE-YEAR
                   " are closed."
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   "all twelve periods of " DELIMITED BY SIZE
                   CLOSE-YEAR DELIMITED BY SIZE
                   " are closed." DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
           ELSE
               DISPLAY "periods not closed:      " YEAR-OPEN-COUNT
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   "periods not closed:      " DELIMITED BY SIZE
                   YEAR-OPEN-COUNT DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
               MOVE 1 TO YEAR-MONTH-NUM
               PERFORM UNTIL YEAR-MONTH-NUM > 12
                   IF YEAR-CLOSE-MAP(YEAR-MONTH-NUM:1) = "N" THEN
                       PERFORM YEAR-END-OPEN-LINE
                   END-IF
                   ADD 1 TO YEAR-MONTH-NUM
               END-PERFORM
           END-IF.

           YEAR-END-OPEN-LINE.
           MOVE SPACES TO PAY-PERIOD.
           STRING
               CLOSE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               YEAR-MONTH-NUM DELIMITED BY SIZE
               INTO PAY-PERIOD
           END-STRING.
           DISPLAY "  not closed: " PAY-PERIOD.
           MOVE SPACES TO SPOOL-BUFFER.
           STRING
               "  not closed: " DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO SPOOL-BUFFER
           END-STRING.
           PERFORM SPOOL-PUT.

      *    the statements are built per employee and the months per
      *    period - both must land on the same totals. a difference
      *    points at pay-run rows whose employee is off file.
           YEAR-END-SUMMARY-TIE.
           MOVE SPACES TO SPOOL-BUFFER.
           PERFORM SPOOL-PUT.
           IF STMT-TOTAL-GROSS = YEAR-GROSS
               AND STMT-TOTAL-ALLOWANCE = YEAR-ALLOWANCE
               AND STMT-TOTAL-DEDUCTION = YEAR-DEDUCTION
               AND STMT-TOTAL-TAX = YEAR-TAX
               AND STMT-TOTAL-EPF-EMP = YEAR-EPF-EMP
               AND STMT-TOTAL-EPF-ER = YEAR-EPF-ER
               AND STMT-TOTAL-SOCSO-EMP = YEAR-SOCSO-EMP
               AND STMT-TOTAL-SOCSO-ER = YEAR-SOCSO-ER
               AND STMT-TOTAL-NET = YEAR-NET THEN
               DISPLAY "statements agree with the monthly close totals."
               MOVE "statements agree with the monthly close totals."
                   TO SPOOL-BUFFER
               PERFORM SPOOL-PUT
           ELSE
               DISPLAY "warning: statements do not agree with the "
                   "monthly close totals"
               DISPLAY "statement total gross:   " STMT-TOTAL-GROSS
               DISPLAY "statement total net pay: " STMT-TOTAL-NET
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   "warning: statements do not agree with the "
                       DELIMITED BY SIZE
                   "monthly close totals" DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   "statement total gross:   " DELIMITED BY SIZE
                   STMT-TOTAL-GROSS DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
               MOVE SPACES TO SPOOL-BUFFER
               STRING
                   "statement total net pay: " DELIMITED BY SIZE
                   STMT-TOTAL-NET DELIMITED BY SIZE
                   INTO SPOOL-BUFFER
               END-STRING
               PERFORM SPOOL-PUT
           END-IF.

      *    the month-end management pack - register, vacancy,
      *    headcount and leave for a chosen period, back-to-back
      *    in one print file for the monthly meeting.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-PAYRUN-PERIOD UNTIL INPUT-VALID.

           PERFORM PAYRUN-PERIOD-CHECK.
           PERFORM PERIOD-CONTROL-READ.
           IF PERIOD-NOT-CLOSED OR PCTL-STAGE < 3 THEN
               DISPLAY "period " PAY-PERIOD " has no pay run - "
                   "run 'payroll close' first"
           ELSE
               PERFORM MONTHPACK-WRITE
           END-IF.

      *    assumes PAY-PERIOD names a closed pay period.
           MONTHPACK-WRITE.
           MOVE SPACES TO SPOOL-FILE-NAME.
           STRING
               "monthpack." DELIMITED BY SIZE
               PERFORM POSITION-VACANCY
               PERFORM DEPARTMENT-HEADCOUNT
               PERFORM LEAVE-REPORT-BODY
               PERFORM LOAN-LEDGER-BODY
               PERFORM BUDGET-VARIANCE-BODY
               SET SPOOL-STANDALONE TO TRUE
               CLOSE SPOOL-FILE
               DISPLAY " "
           END-IF.

      *    E001 - active employee whose position is not on file
      *    E002 - active employee paid outside their grade range
           INTEGRITY-CHECK-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT POSITION-FILE
                                   TO EXCEPT-DETAIL
                               PERFORM EXCEPTION-WRITE
                           NOT INVALID KEY
                               PERFORM INTEGRITY-CHECK-EMPLOYEE-RATE
                       END-READ
                   END-IF
               END-READ
           CLOSE EMPLOYEE-FILE
           CLOSE POSITION-FILE.

           INTEGRITY-CHECK-EMPLOYEE-RATE.
           IF EMPLOYEE-SALARY < POSITION-GRADE-MIN
               OR EMPLOYEE-SALARY > POSITION-GRADE-MAX THEN
               MOVE "E002" TO EXCEPT-REASON-CODE
               MOVE "EMPLOYEE" TO EXCEPT-FILE-NAME
               MOVE EMPLOYEE-IC TO EXCEPT-KEY
               MOVE "active employee - salary outside grade"
                   TO EXCEPT-DETAIL
               PERFORM EXCEPTION-WRITE
           END-IF.

      *    P001 - position whose department is not on file
           INTEGRITY-CHECK-POSITIONS.
           OPEN INPUT POSITION-FILE
           DISPLAY " ".
           DISPLAY "converts position, employee and pay-run masters".
           DISPLAY "written before the authorized-headcount, hire".
           DISPLAY "date, statutory-column, run-marker, claim".
           DISPLAY "reimbursement, grade-range and individual".
           DISPLAY "salary fields were added.".
           DISPLAY "run once, after taking a copy of the data files.".
           DISPLAY " ".
           DISPLAY "(1/1) confirm? 'y':" WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           IF TEMPSTR-A = "y" THEN
               PERFORM MIGRATE-POSITION-MASTER
               PERFORM MIGRATE-POSITION-AUTH-MASTER
               PERFORM MIGRATE-EMPLOYEE-MASTER
               PERFORM MIGRATE-EMPLOYEE-HIRE-MASTER
               PERFORM MIGRATE-PAYRUN-MASTER
               PERFORM MIGRATE-PAYRUN-STAT-MASTER
               PERFORM MIGRATE-PAYRUN-RUNM-MASTER
               DISPLAY " "
               DISPLAY "migration complete."
           ELSE
           END-IF.

      *    unloads the old-layout records to a work file with the
      *    new fields defaulted (one authorized seat, a grade range
      *    fixed at the position's salary), then rebuilds
      *    the master in the new layout. a master already in the new
      *    layout fails the old-layout open and is left alone.
           MIGRATE-POSITION-MASTER.
                       MOVE POSOLD-DEPARTMENT
                           TO POSITION-DEPARTMENT
                       MOVE 1 TO POSITION-AUTHORIZED
                       MOVE SPACES TO POSITION-GRADE
                       MOVE POSOLD-SALARY TO POSITION-GRADE-MIN
                       MOVE POSOLD-SALARY TO POSITION-GRADE-MAX
                       MOVE POSITION-RECORD TO POSITION-MIG-RECORD
                       WRITE POSITION-MIG-RECORD
                   END-READ
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MIG-FILE
               CLOSE POSITION-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "POSITION" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "position:   " COPY-OUT-COUNT
                   " record(s) migrated"
           END-IF.

      *    positions written before the grade range was added get a
      *    range fixed at their salary, so everyone in them stays
      *    inside it until the range is widened.
           MIGRATE-POSITION-AUTH-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           OPEN INPUT POSITION-AUTH-FILE
           IF FS-POSITION-AUTH NOT = "00" THEN
               DISPLAY "migrate: position file not in the pre-grade "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT POSITION-MIG-FILE
               PERFORM UNTIL FS-POSITION-AUTH NOT = '00'
                   READ POSITION-AUTH-FILE NEXT
                       AT END MOVE '99' TO FS-POSITION-AUTH
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE POSAUT-ID TO POSITION-ID
                       MOVE POSAUT-NAME TO POSITION-NAME
                       MOVE POSAUT-SALARY TO POSITION-SALARY
                       MOVE POSAUT-DEPARTMENT
                           TO POSITION-DEPARTMENT
                       MOVE POSAUT-AUTHORIZED TO POSITION-AUTHORIZED
                       MOVE SPACES TO POSITION-GRADE
                       MOVE POSAUT-SALARY TO POSITION-GRADE-MIN
                       MOVE POSAUT-SALARY TO POSITION-GRADE-MAX
                       MOVE POSITION-RECORD TO POSITION-MIG-RECORD
                       WRITE POSITION-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE POSITION-AUTH-FILE
               CLOSE POSITION-MIG-FILE
               OPEN INPUT POSITION-MIG-FILE
               OPEN OUTPUT POSITION-FILE
               PERFORM UNTIL FS-POSITION-MIG NOT = '00'
                   READ POSITION-MIG-FILE
                       AT END MOVE '99' TO FS-POSITION-MIG
                   NOT AT END
                       MOVE POSITION-MIG-RECORD TO POSITION-RECORD
                       WRITE POSITION-RECORD
                       IF FS-POSITION = "00" THEN
                           ADD 1 TO COPY-OUT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MIG-FILE
               CLOSE POSITION-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "POSITION" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "position:   " COPY-OUT-COUNT
                   " record(s) given a grade range"
           END-IF.

      *    each employee starts on the salary of their position,
      *    which the position masters above have already carried
      *    into the new layout.
           MIGRATE-EMPLOYEE-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           MOVE 0 TO EMPSAL-NO-RATE.
           OPEN INPUT EMPLOYEE-OLD-FILE
           IF FS-EMPLOYEE-OLD NOT = "00" THEN
               DISPLAY "migrate: employee file not in the old "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT EMPLOYEE-MIG-FILE
               OPEN INPUT POSITION-FILE
               PERFORM UNTIL FS-EMPLOYEE-OLD NOT = '00'
                   READ EMPLOYEE-OLD-FILE NEXT
                       AT END MOVE '99' TO FS-EMPLOYEE-OLD
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE EMPOLD-IC TO EMPLOYEE-IC
                       MOVE EMPOLD-NAME TO EMPLOYEE-NAME
                       MOVE EMPOLD-POSITION TO EMPLOYEE-POSITION
                       MOVE EMPOLD-STATUS TO EMPLOYEE-STATUS
                       MOVE EMPOLD-TERM-DATE TO EMPLOYEE-TERM-DATE
                       MOVE EMPOLD-LEAVE-ENTITLE
                           TO EMPLOYEE-LEAVE-ENTITLE
                       MOVE SPACES TO EMPLOYEE-HIRE-DATE
                       PERFORM MIGRATE-EMPLOYEE-RATE
                       MOVE EMPLOYEE-RECORD TO EMPLOYEE-MIG-RECORD
                       WRITE EMPLOYEE-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-OLD-FILE
               CLOSE POSITION-FILE
               CLOSE EMPLOYEE-MIG-FILE
               OPEN INPUT EMPLOYEE-MIG-FILE
               OPEN OUTPUT EMPLOYEE-FILE
               PERFORM UNTIL FS-EMPLOYEE-MIG NOT = '00'
                   READ EMPLOYEE-MIG-FILE
                       AT END MOVE '99' TO FS-EMPLOYEE-MIG
                   NOT AT END
                       MOVE EMPLOYEE-MIG-RECORD TO EMPLOYEE-RECORD
                       WRITE EMPLOYEE-RECORD
                       IF FS-EMPLOYEE = "00" THEN
                           ADD 1 TO COPY-OUT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MIG-FILE
               CLOSE EMPLOYEE-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "employee:   " COPY-OUT-COUNT
                   " record(s) migrated"
               PERFORM MIGRATE-EMPLOYEE-NO-RATE
           END-IF.

           MIGRATE-EMPLOYEE-HIRE-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           MOVE 0 TO EMPSAL-NO-RATE.
           OPEN INPUT EMPLOYEE-HIRE-FILE
           IF FS-EMPLOYEE-HIRE NOT = "00" THEN
               DISPLAY "migrate: employee file not in the pre-salary "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT EMPLOYEE-MIG-FILE
               OPEN INPUT POSITION-FILE
               PERFORM UNTIL FS-EMPLOYEE-HIRE NOT = '00'
                   READ EMPLOYEE-HIRE-FILE NEXT
                       AT END MOVE '99' TO FS-EMPLOYEE-HIRE
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE EMPHIR-IC TO EMPLOYEE-IC
                       MOVE EMPHIR-NAME TO EMPLOYEE-NAME
                       MOVE EMPHIR-POSITION TO EMPLOYEE-POSITION
                       MOVE EMPHIR-STATUS TO EMPLOYEE-STATUS
                       MOVE EMPHIR-TERM-DATE TO EMPLOYEE-TERM-DATE
                       MOVE EMPHIR-LEAVE-ENTITLE
                           TO EMPLOYEE-LEAVE-ENTITLE
                       MOVE EMPHIR-HIRE-DATE TO EMPLOYEE-HIRE-DATE
                       PERFORM MIGRATE-EMPLOYEE-RATE
                       MOVE EMPLOYEE-RECORD TO EMPLOYEE-MIG-RECORD
                       WRITE EMPLOYEE-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-HIRE-FILE
               CLOSE POSITION-FILE
               CLOSE EMPLOYEE-MIG-FILE
               OPEN INPUT EMPLOYEE-MIG-FILE
               OPEN OUTPUT EMPLOYEE-FILE
               PERFORM UNTIL FS-EMPLOYEE-MIG NOT = '00'
                   READ EMPLOYEE-MIG-FILE
                       AT END MOVE '99' TO FS-EMPLOYEE-MIG
                   NOT AT END
                       MOVE EMPLOYEE-MIG-RECORD TO EMPLOYEE-RECORD
                       WRITE EMPLOYEE-RECORD
                       IF FS-EMPLOYEE = "00" THEN
                           ADD 1 TO COPY-OUT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MIG-FILE
               CLOSE EMPLOYEE-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "EMPLOYEE" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "employee:   " COPY-OUT-COUNT
                   " record(s) given their own salary"
               PERFORM MIGRATE-EMPLOYEE-NO-RATE
           END-IF.

      *    assumes EMPLOYEE-RECORD holds the employee being carried
      *    across and POSITION-FILE is open for input. an employee
      *    whose position is gone is carried on a zero rate and
      *    counted, to be set with 'emp salary'.
           MIGRATE-EMPLOYEE-RATE.
           MOVE 0 TO EMPLOYEE-SALARY.
           MOVE EMPLOYEE-POSITION TO POSITION-ID.
           READ POSITION-FILE KEY IS POSITION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE POSITION-SALARY TO EMPLOYEE-SALARY
           END-READ.
           IF EMPLOYEE-SALARY = 0 THEN
               ADD 1 TO EMPSAL-NO-RATE
               DISPLAY "warning: no salary found for " EMPLOYEE-IC
                   " - carried on zero"
           END-IF.

           MIGRATE-EMPLOYEE-NO-RATE.
           IF EMPSAL-NO-RATE > 0 THEN
               DISPLAY "employee:   " EMPSAL-NO-RATE
                   " record(s) carried on a zero salary"
           END-IF.

      *    the statutory columns default to zero and the payment
      *    status to spaces - a migrated period reads as closed
      *    but not yet reconciled.
           MIGRATE-PAYRUN-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           OPEN INPUT PAYRUN-OLD-FILE
           IF FS-PAYRUN-OLD NOT = "00" THEN
               DISPLAY "migrate: pay-run file not in the old "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT PAYRUN-MIG-FILE
               PERFORM UNTIL FS-PAYRUN-OLD NOT = '00'
                   READ PAYRUN-OLD-FILE NEXT
                       AT END MOVE '99' TO FS-PAYRUN-OLD
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE PAYOLD-PERIOD TO PAYRUN-PERIOD
                       MOVE PAYOLD-EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC
                       MOVE "R" TO PAYRUN-RUN
                       MOVE PAYOLD-EMPLOYEE-NAME
                           TO PAYRUN-EMPLOYEE-NAME
                       MOVE PAYOLD-POSITION TO PAYRUN-POSITION
                       MOVE PAYOLD-GROSS TO PAYRUN-GROSS
                       MOVE PAYOLD-ALLOWANCE TO PAYRUN-ALLOWANCE
                       MOVE PAYOLD-DEDUCTION TO PAYRUN-DEDUCTION
                       MOVE PAYOLD-NET-PAY TO PAYRUN-NET-PAY
                       MOVE 0 TO PAYRUN-TAX
                       MOVE 0 TO PAYRUN-EPF-EMP
                       MOVE 0 TO PAYRUN-EPF-ER
                       MOVE 0 TO PAYRUN-SOCSO-EMP
                       MOVE 0 TO PAYRUN-SOCSO-ER
                       MOVE SPACES TO PAYRUN-PAY-STATUS
                       MOVE SPACES TO PAYRUN-FAIL-REASON
                       MOVE 0 TO PAYRUN-REIMBURSE
                       MOVE PAYRUN-RECORD TO PAYRUN-MIG-RECORD
                       WRITE PAYRUN-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-OLD-FILE
               CLOSE PAYRUN-MIG-FILE
               OPEN INPUT PAYRUN-MIG-FILE
               OPEN OUTPUT PAYRUN-FILE
               PERFORM UNTIL FS-PAYRUN-MIG NOT = '00'
                   READ PAYRUN-MIG-FILE
                       AT END MOVE '99' TO FS-PAYRUN-MIG
                   NOT AT END
                       MOVE PAYRUN-MIG-RECORD TO PAYRUN-RECORD
                       WRITE PAYRUN-RECORD
                       IF FS-PAYRUN = "00" THEN
                           ADD 1 TO COPY-OUT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-MIG-FILE
               CLOSE PAYRUN-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "PAYRUN" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "pay-run:    " COPY-OUT-COUNT
                   " record(s) migrated"
           END-IF.

      *    every row written before the run marker came from a
      *    regular close, so each carries across as run "R".
           MIGRATE-PAYRUN-STAT-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           OPEN INPUT PAYRUN-STAT-FILE
           IF FS-PAYRUN-STAT NOT = "00" THEN
               DISPLAY "migrate: pay-run file not in the statutory "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT PAYRUN-MIG-FILE
               PERFORM UNTIL FS-PAYRUN-STAT NOT = '00'
                   READ PAYRUN-STAT-FILE NEXT
                       AT END MOVE '99' TO FS-PAYRUN-STAT
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE PAYSTA-PERIOD TO PAYRUN-PERIOD
                       MOVE PAYSTA-EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC
                       MOVE "R" TO PAYRUN-RUN
                       MOVE PAYSTA-EMPLOYEE-NAME
                           TO PAYRUN-EMPLOYEE-NAME
                       MOVE PAYSTA-POSITION TO PAYRUN-POSITION
                       MOVE PAYSTA-GROSS TO PAYRUN-GROSS
                       MOVE PAYSTA-ALLOWANCE TO PAYRUN-ALLOWANCE
                       MOVE PAYSTA-DEDUCTION TO PAYRUN-DEDUCTION
                       MOVE PAYSTA-NET-PAY TO PAYRUN-NET-PAY
                       MOVE PAYSTA-TAX TO PAYRUN-TAX
                       MOVE PAYSTA-EPF-EMP TO PAYRUN-EPF-EMP
                       MOVE PAYSTA-EPF-ER TO PAYRUN-EPF-ER
                       MOVE PAYSTA-SOCSO-EMP TO PAYRUN-SOCSO-EMP
                       MOVE PAYSTA-SOCSO-ER TO PAYRUN-SOCSO-ER
                       MOVE PAYSTA-PAY-STATUS TO PAYRUN-PAY-STATUS
                       MOVE PAYSTA-FAIL-REASON TO PAYRUN-FAIL-REASON
                       MOVE 0 TO PAYRUN-REIMBURSE
                       MOVE PAYRUN-RECORD TO PAYRUN-MIG-RECORD
                       WRITE PAYRUN-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-STAT-FILE
               CLOSE PAYRUN-MIG-FILE
               OPEN INPUT PAYRUN-MIG-FILE
               OPEN OUTPUT PAYRUN-FILE
               PERFORM UNTIL FS-PAYRUN-MIG NOT = '00'
                   READ PAYRUN-MIG-FILE
                       AT END MOVE '99' TO FS-PAYRUN-MIG
                   NOT AT END
                       MOVE PAYRUN-MIG-RECORD TO PAYRUN-RECORD
                       WRITE PAYRUN-RECORD
                       IF FS-PAYRUN = "00" THEN
                           ADD 1 TO COPY-OUT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-MIG-FILE
               CLOSE PAYRUN-FILE
               IF COPY-IN-COUNT NOT = COPY-OUT-COUNT THEN
                   DISPLAY "warning: read " COPY-IN-COUNT
                       " but wrote " COPY-OUT-COUNT
                       " - migration is incomplete"
               END-IF
               MOVE "PAYRUN" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "pay-run:    " COPY-OUT-COUNT
                   " record(s) given a run marker"
           END-IF.

      *    rows closed before claims were paid through payroll carry
      *    no reimbursement.
           MIGRATE-PAYRUN-RUNM-MASTER.
           MOVE 0 TO COPY-IN-COUNT.
           MOVE 0 TO COPY-OUT-COUNT.
           OPEN INPUT PAYRUN-RUNM-FILE
           IF FS-PAYRUN-RUNM NOT = "00" THEN
               DISPLAY "migrate: pay-run file not in the run-marker "
                   "layout - left alone"
           ELSE
               OPEN OUTPUT PAYRUN-MIG-FILE
               PERFORM UNTIL FS-PAYRUN-RUNM NOT = '00'
                   READ PAYRUN-RUNM-FILE NEXT
                       AT END MOVE '99' TO FS-PAYRUN-RUNM
                   NOT AT END
                       ADD 1 TO COPY-IN-COUNT
                       MOVE PAYRNM-PERIOD TO PAYRUN-PERIOD
                       MOVE PAYRNM-EMPLOYEE-IC TO PAYRUN-EMPLOYEE-IC
                       MOVE PAYRNM-RUN TO PAYRUN-RUN
                       MOVE PAYRNM-EMPLOYEE-NAME
                           TO PAYRUN-EMPLOYEE-NAME
                       MOVE PAYRNM-POSITION TO PAYRUN-POSITION
                       MOVE PAYRNM-GROSS TO PAYRUN-GROSS
                       MOVE PAYRNM-ALLOWANCE TO PAYRUN-ALLOWANCE
                       MOVE PAYRNM-DEDUCTION TO PAYRUN-DEDUCTION
                       MOVE PAYRNM-NET-PAY TO PAYRUN-NET-PAY
                       MOVE PAYRNM-TAX TO PAYRUN-TAX
                       MOVE PAYRNM-EPF-EMP TO PAYRUN-EPF-EMP
                       MOVE PAYRNM-EPF-ER TO PAYRUN-EPF-ER
                       MOVE PAYRNM-SOCSO-EMP TO PAYRUN-SOCSO-EMP
                       MOVE PAYRNM-SOCSO-ER TO PAYRUN-SOCSO-ER
                       MOVE PAYRNM-PAY-STATUS TO PAYRUN-PAY-STATUS
                       MOVE PAYRNM-FAIL-REASON TO PAYRUN-FAIL-REASON
                       MOVE 0 TO PAYRUN-REIMBURSE
                       MOVE PAYRUN-RECORD TO PAYRUN-MIG-RECORD
                       WRITE PAYRUN-MIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-RUNM-FILE
               CLOSE PAYRUN-MIG-FILE
               OPEN INPUT PAYRUN-MIG-FILE
               OPEN OUTPUT PAYRUN-FILE
               MOVE "PAYRUN" TO AUDIT-FILE-NAME
               PERFORM MIGRATE-AUDIT
               DISPLAY "pay-run:    " COPY-OUT-COUNT
                   " record(s) given a reimbursement column"
           END-IF.

      *    assumes AUDIT-FILE-NAME names the master just converted

      *    assumes AUDIT-FILE-NAME, AUDIT-KEY, AUDIT-ACTION,
      *    AUDIT-FIELD, AUDIT-OLD-VALUE and AUDIT-NEW-VALUE have
      *    already been populated by the caller. the entry carries
      *    AUDIT-OPERATOR-ID when staged, else the session operator.
       AUDIT-WRITE.
           PERFORM SET-TODAY-STAMP.
           MOVE TODAY-DATE TO AUDIT-TIMESTAMP.
           IF AUDIT-OPERATOR-ID = SPACES THEN
               MOVE SESSION-OPERATOR-ID TO AUDIT-OPERATOR
           ELSE
               MOVE AUDIT-OPERATOR-ID TO AUDIT-OPERATOR
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           IF FS-AUDIT NOT = "00" THEN
      *    leaves the day of week of DATE-CHECK in DOW-NUM, monday
      *    as 1 through sunday as 7.
       DAY-OF-WEEK-CALC.
           PERFORM DATE-INT-CALC.
           COMPUTE DOW-NUM = FUNCTION MOD(DATE-INT - 1, 7) + 1.

      *    leaves the day number of DATE-CHECK in DATE-INT, or zero
      *    when DATE-CHECK is not a real calendar date.
       DATE-INT-CALC.
           COMPUTE DATE-YMD-N =
               FUNCTION NUMVAL(DATE-CHECK(1:4)) * 10000
               + FUNCTION NUMVAL(DATE-CHECK(6:2)) * 100
               + FUNCTION NUMVAL(DATE-CHECK(9:2)).
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-YMD-N).

      *    assumes WEEK-PATTERN is current, DATE-CHECK holds the
      *    date under test and CALENDAR-OPEN says whether the
               SET INPUT-INVALID TO TRUE
           END-IF.

      *    sign-on at start-up. an empty or missing operator file
      *    enrols the first operator as administrator; otherwise the
      *    operator gets SIGNON-MAX-FAILS tries before the session
      *    ends. an operator file that is there but cannot be read
      *    refuses sign-on outright rather than offer enrolment.
       OPERATOR-SIGN-ON.
           DISPLAY " ".
           SET NOT-SIGNED-ON TO TRUE.
           MOVE 0 TO SIGNON-TRIES.
           PERFORM OPERATOR-FILE-EMPTY-CHECK.
           IF OPER-FILE-UNUSABLE THEN
               DISPLAY "operator file unavailable - status "
                   FS-OPERATOR
               MOVE SIGNON-MAX-FAILS TO SIGNON-TRIES
           ELSE IF OPER-FILE-EMPTY THEN
               PERFORM OPERATOR-ENROL-ADMIN
           END-IF
           END-IF.
           PERFORM OPERATOR-SIGN-ON-TRY
               UNTIL SIGNED-ON OR SIGNON-TRIES >= SIGNON-MAX-FAILS.
           IF NOT-SIGNED-ON THEN
               DISPLAY "sign-on failed - exiting..."
           END-IF.

      *    only status 35 - no operator file at all - reads as a
      *    first start; any other failed open marks it unusable.
           OPERATOR-FILE-EMPTY-CHECK.
           SET OPER-FILE-EMPTY TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF FS-OPERATOR = "00" THEN
               READ OPERATOR-FILE NEXT
                   AT END CONTINUE
                   NOT AT END SET OPER-FILE-LOADED TO TRUE
               END-READ
               CLOSE OPERATOR-FILE
           ELSE IF FS-OPERATOR = "35" THEN
               SET OPER-FILE-MISSING TO TRUE
           ELSE
               SET OPER-FILE-UNUSABLE TO TRUE
           END-IF
           END-IF.

           OPERATOR-ENROL-ADMIN.
           DISPLAY "no operators on file - enrol the administrator".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ID UNTIL INPUT-VALID.
           DISPLAY "name:              " WITH NO ADVANCING.
           ACCEPT OPER-NAME.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-PASSWORD UNTIL INPUT-VALID.
           MOVE "A" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE 0 TO OPER-FAILED.
           MOVE SPACES TO OPER-LAST-SIGNON.
      *    sign-on comes before 'setup' can be run, so a first start
      *    creates the operator file here - only when none exists.
           IF OPER-FILE-MISSING THEN
               OPEN OUTPUT OPERATOR-FILE
           ELSE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF FS-OPERATOR NOT = "00" THEN
               DISPLAY "administrator enrolment failed - status "
                   FS-OPERATOR
           ELSE
               WRITE OPERATOR-RECORD
               IF FS-OPERATOR = "00" THEN
                   DISPLAY "administrator " OPER-ID " enrolled"
               ELSE
                   DISPLAY "administrator enrolment failed"
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

           OPERATOR-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "sign on".
           DISPLAY "operator id:       " WITH NO ADVANCING.
           ACCEPT OPER-ID.
           DISPLAY "password:          " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           OPEN I-O OPERATOR-FILE.
           READ OPERATOR-FILE KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "invalid operator id or password"
               NOT INVALID KEY
                   IF OPER-LOCKED THEN
                       DISPLAY "operator " OPER-ID " is locked - "
                           "see the administrator"
                   ELSE IF OPER-PASSWORD NOT = SIGNON-PASSWORD THEN
                       PERFORM OPERATOR-SIGN-ON-FAIL
                   ELSE
                       PERFORM OPERATOR-SIGN-ON-OK
                   END-IF
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.

      *    assumes OPERATOR-RECORD holds the operator and the file
      *    is open i-o. the failure that reaches the limit locks it.
           OPERATOR-SIGN-ON-FAIL.
           DISPLAY "invalid operator id or password".
           ADD 1 TO OPER-FAILED.
           IF OPER-FAILED >= SIGNON-MAX-FAILS THEN
               MOVE "L" TO OPER-STATUS
           END-IF.
           REWRITE OPERATOR-RECORD.
           MOVE "OPERATOR" TO AUDIT-FILE-NAME.
           MOVE OPER-ID TO AUDIT-KEY.
           MOVE "SIGNFAIL" TO AUDIT-ACTION.
           MOVE "FAILED" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE OPER-FAILED TO AUDIT-NEW-VALUE.
           MOVE OPER-ID TO AUDIT-OPERATOR-ID.
           PERFORM AUDIT-WRITE.
           IF OPER-LOCKED THEN
               DISPLAY "operator " OPER-ID " locked after "
                   OPER-FAILED " failed sign-ons"
               MOVE "OPERATOR" TO AUDIT-FILE-NAME
               MOVE OPER-ID TO AUDIT-KEY
               MOVE "LOCK" TO AUDIT-ACTION
               MOVE "STATUS" TO AUDIT-FIELD
               MOVE "A" TO AUDIT-OLD-VALUE
               MOVE "L" TO AUDIT-NEW-VALUE
               MOVE OPER-ID TO AUDIT-OPERATOR-ID
               PERFORM AUDIT-WRITE
           END-IF.

           OPERATOR-SIGN-ON-OK.
           SET SIGNED-ON TO TRUE.
           MOVE OPER-ID TO SESSION-OPERATOR-ID.
           MOVE OPER-ROLE TO SESSION-ROLE.
           MOVE 0 TO OPER-FAILED.
           PERFORM SET-TODAY-STAMP.
           DISPLAY "welcome " OPER-NAME.
           IF OPER-LAST-SIGNON NOT = SPACES THEN
               DISPLAY "last sign-on:      " OPER-LAST-SIGNON(1:8)
                   " " OPER-LAST-SIGNON(9:6)
           END-IF.
           MOVE TODAY-DATE TO OPER-LAST-SIGNON.
           REWRITE OPERATOR-RECORD.
           MOVE "OPERATOR" TO AUDIT-FILE-NAME.
           MOVE OPER-ID TO AUDIT-KEY.
           MOVE "SIGNON" TO AUDIT-ACTION.
           MOVE "ROLE" TO AUDIT-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE OPER-ROLE TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.

      *    sorts CLI-INPUT into the class of operator that may run
      *    it and checks the session role against it. an
      *    administrator may run anything; help, exit and passwd
      *    are open to all; anything not named below is clerk work.
       COMMAND-PERMISSION-CHECK.
           SET COMMAND-CLERK TO TRUE.
           IF CLI-INPUT = "help" OR CLI-INPUT = "exit"
               OR CLI-INPUT = "passwd" OR CLI-INPUT = SPACES THEN
               SET COMMAND-ANYONE TO TRUE
           ELSE IF CLI-INPUT = "setup" OR CLI-INPUT = "backup"
               OR CLI-INPUT = "restore" OR CLI-INPUT = "migrate"
               OR CLI-INPUT = "verify" OR CLI-INPUT = "audit archive"
               OR CLI-INPUT = "oper" OR CLI-INPUT(1:5) = "oper "
               OR CLI-INPUT = "period lock" THEN
               SET COMMAND-ADMIN TO TRUE
           ELSE IF CLI-INPUT(1:7) = "payroll"
               OR CLI-INPUT(1:8) = "overtime"
               OR CLI-INPUT(1:11) = "paymentfile"
               OR CLI-INPUT = "payslip"
               OR CLI-INPUT(1:9) = "payreturn"
               OR CLI-INPUT(1:8) = "payretry"
               OR CLI-INPUT = "journal" OR CLI-INPUT = "monthpack"
               OR CLI-INPUT = "batch" OR CLI-INPUT = "rate add"
               OR CLI-INPUT = "rate delete"
               OR CLI-INPUT = "emp loan add"
               OR CLI-INPUT = "dept budget"
               OR CLI-INPUT = "claim limit"
               OR CLI-INPUT = "pos compa"
               OR CLI-INPUT(1:10) = "emp settle" THEN
               SET COMMAND-PAYROLL TO TRUE
           ELSE IF CLI-INPUT = "approve" OR CLI-INPUT = "reject"
               OR CLI-INPUT = "claim approve"
               OR CLI-INPUT = "claim reject"
               OR CLI-INPUT = "audit" OR CLI-INPUT = "audit find" THEN
               SET COMMAND-APPROVAL TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF.
           SET COMMAND-DENIED TO TRUE.
           IF COMMAND-ANYONE OR COMMAND-CLERK OR SESSION-ADMIN THEN
               SET COMMAND-ALLOWED TO TRUE
           ELSE IF (COMMAND-PAYROLL AND SESSION-PAYROLL)
               OR (COMMAND-APPROVAL AND SESSION-APPROVER) THEN
               SET COMMAND-ALLOWED TO TRUE
           END-IF
           END-IF.

           COMMAND-DENY.
           DISPLAY "access denied - '" CLI-INPUT "' is not open to "
               "role " SESSION-ROLE.
           MOVE "OPERATOR" TO AUDIT-FILE-NAME.
           MOVE SESSION-OPERATOR-ID TO AUDIT-KEY.
           MOVE "DENIED" TO AUDIT-ACTION.
           MOVE CLI-INPUT TO AUDIT-FIELD.
           MOVE SESSION-ROLE TO AUDIT-OLD-VALUE.
           MOVE COMMAND-CLASS TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-WRITE.

       PROCEDURE-OPERATOR.
           DISPLAY "---------------------------------------------".
           DISPLAY "OPERATOR OVERVIEW".
           DISPLAY " ".
           DISPLAY "roles: c clerk, p payroll officer, r approver, "
               "a administrator".
           DISPLAY " ".
           DISPLAY "[oper list]        list all operators".
           DISPLAY "[oper add]         add an operator".
           DISPLAY "[oper role]        change an operator's role".
           DISPLAY "[oper lock]        lock an operator out".
           DISPLAY "[oper unlock]      unlock and reset a password".

           OPERATOR-ADD.
           DISPLAY "---------------------------------------------".
           DISPLAY "ADD AN OPERATOR".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ID UNTIL INPUT-VALID.
           DISPLAY "name:              " WITH NO ADVANCING.
           ACCEPT OPER-NAME.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ROLE UNTIL INPUT-VALID.
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-PASSWORD UNTIL INPUT-VALID.
           MOVE "A" TO OPER-STATUS.
           MOVE 0 TO OPER-FAILED.
           MOVE SPACES TO OPER-LAST-SIGNON.
           OPEN I-O OPERATOR-FILE.
           WRITE OPERATOR-RECORD.
           IF FS-OPERATOR = "00" THEN
               MOVE "OPERATOR" TO AUDIT-FILE-NAME
               MOVE OPER-ID TO AUDIT-KEY
               MOVE "WRITE" TO AUDIT-ACTION
               MOVE "ROLE" TO AUDIT-FIELD
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE OPER-ROLE TO AUDIT-NEW-VALUE
               PERFORM AUDIT-WRITE
               DISPLAY " "
               DISPLAY "operator added successfully."
           ELSE
               DISPLAY "operator add failed - id already in use"
           END-IF.
           CLOSE OPERATOR-FILE.

           PROMPT-OPER-ID.
           DISPLAY "operator id:       " WITH NO ADVANCING.
           ACCEPT OPER-ID.
           IF OPER-ID = SPACES THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid operator id - must not be blank"
           ELSE
               SET INPUT-VALID TO TRUE
           END-IF.

           PROMPT-OPER-ROLE.
           DISPLAY "role c/p/r/a:      " WITH NO ADVANCING.
           ACCEPT TEMPSTR-A.
           MOVE FUNCTION UPPER-CASE(TEMPSTR-A(1:1)) TO OPER-ROLE.
           IF OPER-ROLE-VALID AND TEMPSTR-A(2:1) = SPACE THEN
               SET INPUT-VALID TO TRUE
           ELSE
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid role - enter c, p, r or a"
           END-IF.

           PROMPT-OPER-PASSWORD.
           DISPLAY "password:          " WITH NO ADVANCING.
           ACCEPT OPER-PASSWORD.
           IF OPER-PASSWORD = SPACES THEN
               SET INPUT-INVALID TO TRUE
               DISPLAY "invalid password - must not be blank"
           ELSE
               SET INPUT-VALID TO TRUE
           END-IF.

           OPERATOR-LIST.
           DISPLAY "---------------------------------------------".
           DISPLAY "OPERATORS".
           DISPLAY " ".
           DISPLAY
           "ID         | "
           "NAME                           | "
           "R | "
           "S | "
           "F | "
           "LAST SIGN-ON".
           MOVE 0 TO COUNTER.
           OPEN INPUT OPERATOR-FILE
           IF FS-OPERATOR NOT = "00" THEN
               MOVE '99' TO FS-OPERATOR
           END-IF
           PERFORM UNTIL FS-OPERATOR NOT = '00'
               READ OPERATOR-FILE NEXT
                   AT END MOVE '99' TO FS-OPERATOR
               NOT AT END
                   ADD 1 TO COUNTER
                   DISPLAY
                   OPER-ID " | "
                   OPER-NAME " | "
                   OPER-ROLE " | "
                   OPER-STATUS " | "
                   OPER-FAILED " | "
                   OPER-LAST-SIGNON(1:8) " " OPER-LAST-SIGNON(9:6)
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
           DISPLAY " ".
           DISPLAY "total operators: " COUNTER.

      *    an administrator cannot change their own role, so the
      *    last administrator can never demote themselves away.
           OPERATOR-ROLE-CHANGE.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHANGE AN OPERATOR'S ROLE".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ID UNTIL INPUT-VALID.
           IF OPER-ID = SESSION-OPERATOR-ID THEN
               DISPLAY "you cannot change your own role"
           ELSE
               OPEN I-O OPERATOR-FILE
               READ OPERATOR-FILE KEY IS OPER-ID
                   INVALID KEY
                       DISPLAY "operator not found"
                   NOT INVALID KEY
                       MOVE OPER-ROLE TO AUDIT-OLD-VALUE
                       SET INPUT-INVALID TO TRUE
                       PERFORM PROMPT-OPER-ROLE UNTIL INPUT-VALID
                       REWRITE OPERATOR-RECORD
                       IF FS-OPERATOR = "00" THEN
                           MOVE "OPERATOR" TO AUDIT-FILE-NAME
                           MOVE OPER-ID TO AUDIT-KEY
                           MOVE "UPDATE" TO AUDIT-ACTION
                           MOVE "ROLE" TO AUDIT-FIELD
                           MOVE OPER-ROLE TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY "role changed ok"
                       ELSE
                           DISPLAY "role change failed"
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

           OPERATOR-LOCK.
           DISPLAY "---------------------------------------------".
           DISPLAY "LOCK AN OPERATOR".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ID UNTIL INPUT-VALID.
           IF OPER-ID = SESSION-OPERATOR-ID THEN
               DISPLAY "you cannot lock yourself out"
           ELSE
               OPEN I-O OPERATOR-FILE
               READ OPERATOR-FILE KEY IS OPER-ID
                   INVALID KEY
                       DISPLAY "operator not found"
                   NOT INVALID KEY
                       MOVE "L" TO OPER-STATUS
                       REWRITE OPERATOR-RECORD
                       IF FS-OPERATOR = "00" THEN
                           MOVE "OPERATOR" TO AUDIT-FILE-NAME
                           MOVE OPER-ID TO AUDIT-KEY
                           MOVE "LOCK" TO AUDIT-ACTION
                           MOVE "STATUS" TO AUDIT-FIELD
                           MOVE "A" TO AUDIT-OLD-VALUE
                           MOVE "L" TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY "operator locked ok"
                       ELSE
                           DISPLAY "lock failed"
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *    unlocking always issues a new password - a lock-out may
      *    mean the old one has been guessed at.
           OPERATOR-UNLOCK.
           DISPLAY "---------------------------------------------".
           DISPLAY "UNLOCK AN OPERATOR".
           DISPLAY " ".
           SET INPUT-INVALID TO TRUE.
           PERFORM PROMPT-OPER-ID UNTIL INPUT-VALID.
           OPEN I-O OPERATOR-FILE.
           READ OPERATOR-FILE KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "operator not found"
               NOT INVALID KEY
                   MOVE OPER-STATUS TO AUDIT-OLD-VALUE
                   SET INPUT-INVALID TO TRUE
                   PERFORM PROMPT-OPER-PASSWORD UNTIL INPUT-VALID
                   MOVE "A" TO OPER-STATUS
                   MOVE 0 TO OPER-FAILED
                   REWRITE OPERATOR-RECORD
                   IF FS-OPERATOR = "00" THEN
                       MOVE "OPERATOR" TO AUDIT-FILE-NAME
                       MOVE OPER-ID TO AUDIT-KEY
                       MOVE "UNLOCK" TO AUDIT-ACTION
                       MOVE "STATUS" TO AUDIT-FIELD
                       MOVE "A" TO AUDIT-NEW-VALUE
                       PERFORM AUDIT-WRITE
                       DISPLAY "operator unlocked ok"
                   ELSE
                       DISPLAY "unlock failed"
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.

           OPERATOR-PASSWORD-CHANGE.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHANGE YOUR PASSWORD".
           DISPLAY " ".
           DISPLAY "current password:  " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           DISPLAY "new password:      " WITH NO ADVANCING.
           ACCEPT SIGNON-NEW-PASSWORD.
           MOVE SESSION-OPERATOR-ID TO OPER-ID.
           OPEN I-O OPERATOR-FILE.
           READ OPERATOR-FILE KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "operator not found"
               NOT INVALID KEY
                   IF OPER-PASSWORD NOT = SIGNON-PASSWORD THEN
                       DISPLAY "current password is wrong"
                   ELSE IF SIGNON-NEW-PASSWORD = SPACES THEN
                       DISPLAY "invalid password - must not be blank"
                   ELSE
                       MOVE SIGNON-NEW-PASSWORD TO OPER-PASSWORD
                       REWRITE OPERATOR-RECORD
                       IF FS-OPERATOR = "00" THEN
                           MOVE "OPERATOR" TO AUDIT-FILE-NAME
                           MOVE OPER-ID TO AUDIT-KEY
                           MOVE "UPDATE" TO AUDIT-ACTION
                           MOVE "PASSWORD" TO AUDIT-FIELD
                           MOVE SPACES TO AUDIT-OLD-VALUE
                           MOVE SPACES TO AUDIT-NEW-VALUE
                           PERFORM AUDIT-WRITE
                           DISPLAY "password changed ok"
                       ELSE
                           DISPLAY "password change failed"
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
       PROCEDURE-BATCH.
           DISPLAY "---------------------------------------------".
           DISPLAY "BATCH TRANSACTION RUN".

      *    each card in 'batchin' is pipe-delimited:
      *    POSADD|id|name|department|salary|authorized
      *    POSEDIT|id|property|value|effective-date
      *    EMPADD|ic|name|position|leave-entitlement|hire-date|salary
      *    TRAILER|count-of-data-cards
      *    a POSADD with no authorized count defaults to one seat
      *    and gets a grade range fixed at its salary; an EMPADD
      *    with no entitlement defaults to zero days, with no hire
      *    date to today and with no salary to the standard rate of
      *    the position. a POSEDIT salary
      *    card queues for approval as the signed-on operator - it
      *    is not applied until a second operator releases it; with
      *    no effective date the raise dates from its approval.
           BATCH-CARD.
           PERFORM BATCH-CARD-SPLIT.

           MOVE SPACES TO BATCH-F3.
           MOVE SPACES TO BATCH-F4.
           MOVE SPACES TO BATCH-F5.
           MOVE SPACES TO BATCH-F6.
           UNSTRING CONTROL-RECORD DELIMITED BY "|"
               INTO BATCH-COMMAND BATCH-F1 BATCH-F2
                    BATCH-F3 BATCH-F4 BATCH-F5 BATCH-F6
           END-UNSTRING.

           BATCH-DISPATCH.
           PERFORM VALIDATE-SALARY.
           IF INPUT-VALID THEN
               MOVE SALARY-NUM TO POSITION-SALARY
               MOVE SPACES TO POSITION-GRADE
               MOVE SALARY-NUM TO POSITION-GRADE-MIN
               MOVE SALARY-NUM TO POSITION-GRADE-MAX
               PERFORM POSITION-ADD-COMMIT
               IF COMMIT-OK THEN
                   ADD 1 TO BATCH-APPLIED
               MOVE TEMPSTR-B TO SALARY-CHECK
               PERFORM VALIDATE-SALARY
               IF INPUT-VALID THEN
                   PERFORM BATCH-POSITION-EDIT-DATE
               ELSE
                   MOVE "bad value on POSEDIT" TO BATCH-REJECT-REASON
                   PERFORM BATCH-REJECT-WRITE
               PERFORM BATCH-REJECT-WRITE
           END-IF.

           BATCH-POSITION-EDIT-DATE.
           MOVE SPACES TO SALARY-EFFECTIVE-DATE.
           IF BATCH-F4 = SPACES THEN
               SET INPUT-VALID TO TRUE
           ELSE
               MOVE BATCH-F4 TO DATE-CHECK
               PERFORM SALARY-EFFECTIVE-CHECK
           END-IF.
           IF INPUT-VALID THEN
               MOVE SESSION-OPERATOR-ID TO OPERATOR-ID
               PERFORM PENDING-QUEUE-SALARY-CORE
               PERFORM BATCH-POSITION-EDIT-TALLY
           ELSE
               MOVE "bad effective date on POSEDIT"
                   TO BATCH-REJECT-REASON
               PERFORM BATCH-REJECT-WRITE
           END-IF.
           MOVE SPACES TO SALARY-EFFECTIVE-DATE.

           BATCH-POSITION-EDIT-TALLY.
           IF COMMIT-OK THEN
               ADD 1 TO BATCH-APPLIED
           END-IF.

           BATCH-EMPLOYEE-ADD-IC.
           MOVE 0 TO EMPLOYEE-SALARY.
           IF BATCH-F6 NOT = SPACES THEN
               MOVE BATCH-F6 TO SALARY-CHECK
               PERFORM VALIDATE-SALARY
               IF INPUT-VALID THEN
                   MOVE SALARY-NUM TO EMPLOYEE-SALARY
               ELSE
                   MOVE "invalid salary on EMPADD"
                       TO BATCH-REJECT-REASON
                   PERFORM BATCH-REJECT-WRITE
               END-IF
           END-IF.
           IF BATCH-F6 = SPACES OR EMPLOYEE-SALARY > 0 THEN
               PERFORM BATCH-EMPLOYEE-ADD-CHECK
           END-IF.

           BATCH-EMPLOYEE-ADD-CHECK.
           PERFORM VALIDATE-EMPLOYEE-IC.
           IF INPUT-VALID THEN
               PERFORM EMPLOYEE-ADD-COMMIT
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       PROCEDURE-MAIN.
           IF SIGNED-ON THEN
               PERFORM CLI-HANDLER UNTIL CLI-INPUT = "exit"
           END-IF.
           STOP RUN.
       END PROGRAM CRUNCH.
