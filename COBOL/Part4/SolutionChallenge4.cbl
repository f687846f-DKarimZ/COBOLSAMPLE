      *    the normal gross-to-net applied, a FINAL PAY stub
      *    produced, and the EMPYTD.DAT record marked closed so
      *    later runs skip them to the audit list as before.
      *  - Employee purchases charged to payroll at the pet stores
      *    (PETEMPPURCH.DAT, EMPPURFD copybook) are taken at the
      *    start of each run into a balance per employee kept
      *    across runs on EMPPURCHBAL.DAT, and the taken rows are
      *    dropped from the purchase file. The balance is
      *    recovered by payroll deduction under the DEDUCTCONTROL
      *    code EPUR, whose value (flat, or percent of gross, with
      *    the usual per-employee override) is the most taken in
      *    one pay period; never more than the pay left after the
      *    other deductions is taken, and what is not recovered
      *    carries forward. With no EPUR row nothing is deducted
      *    and the balance simply carries. A final pay takes the
      *    whole remaining balance; whatever the final pay cannot
      *    cover is logged to the common exception file for HR.
      *    The remaining balance prints on the pay stub.
      *  - Employer payroll cost accrual. EMPRCONTROL.DAT (optional)
      *    lists what the company pays on top of each employee's
      *    gross: code / description / basis (P percent of gross,
      *    F flat amount per employee paid) / rate or amount /
      *    annual wage base (zero for none). A percent row stops
      *    at the wage base using the employee's EMPYTD.DAT gross
      *    before this pay, so social security and unemployment
      *    tax cut off mid-year. The cost is totalled by
      *    department and code into the employer cost register
      *    EMPRCOSTyyyymmdd.DAT, and each code's total is posted
      *    to BALANCE.DAT as ERCOST.<code>.MEMO (ERCOST.MEMO for
      *    the run total) for GLEXTRACT to map to the expense and
      *    liability accounts.
      *  - Garnishment and support orders. GARNORDER.DAT (optional)
      *    holds one row per court order: employee / order id /
      *    type (S support, C creditor garnishment) / priority /
      *    basis (P percent of disposable pay, F flat) / value /
      *    total owed (zero for an open-ended order) / remaining
      *    balance / start date / payee id and name / status (A
      *    active, C closed) / closing date. Orders are applied
      *    after statutory tax and ahead of DEDUCTCONTROL
      *    deductions, lowest priority number first, and all the
      *    orders on one pay together never take more than the
      *    support share (50%) or creditor share (25%) of the
      *    disposable pay. An order with a total owed closes when
      *    its balance reaches zero, and the file is rewritten with
      *    the new balances. A final pay that leaves an order open
      *    is logged to the common exception file. Each payee's
      *    check is listed on the remittance register
      *    GARNREMITyyyymmdd.DAT, with the total posted to
      *    BALANCE.DAT as GARNREMIT.MEMO.
      *  - For the quarterly payroll tax returns (QTRPAYTAX) the
      *    pay history record now ends with the statutory tax
      *    withheld on the pay, and each employee's employer cost
      *    per code on every pay is appended to EMPRCOSTHIST.DAT
      *    (ERCHISTFD copybook).
      *  - Hours now come from timecards. TIMECARD.DAT (optional)
      *    carries employee / work date / shift code / time in /
      *    time out (HHMM; an out time at or before the in time
      *    runs past midnight). An employee with valid cards in the
      *    pay period - the seven days to the business date for
      *    the weekly group, the business month to date otherwise
      *    - is paid from them: hours over 8 in a day are daily
      *    overtime, and straight hours over 40 in a Monday-to-
      *    Sunday week are weekly overtime. SHIFTDIFF.DAT (shift
      *    code / description / hourly night differential / hourly
      *    weekend differential) adds the shift's differential to
      *    every hour on that shift and the weekend differential
      *    to hours on a Saturday or Sunday; the total prints on
      *    the stub. Cards for a terminated employee (after the
      *    termination date, or not on a final pay), dated outside
      *    the pay period, with bad times, on a day totalling more
      *    than 24 hours, or for an employee not on the master go
      *    to the common exception file and are not paid. With no
      *    valid cards the master HOURSWORKED is used as before.
      *  - The master carries a pay grade (PAYGRADE) whose range is
      *    on PAYGRADE.DAT (PAYGRDFD copybook). A raise that takes
      *    the new rate past the grade maximum goes to the common
      *    exception file; where the grade's cap flag is set the
      *    new rate is held to the maximum instead (an employee
      *    already above it keeps the current rate). Ungraded
      *    employees and grades not on file are not checked.
      *  - Pay history records carry an entry type (blank for a
      *    pay run; M, V or R for the manual checks, voids and
      *    reissues posted by PAYADJUST) and the original run
      *    date an adjustment refers to. The retro pay
      *    calculation reads pay run records only.
      *  - DEDUCTCONTROL.DAT rows carry a pre-tax flag (Y).
      *    Pre-tax deductions come off the gross before the
      *    statutory tax is figured, and each run's pre-tax total
      *    is recorded on EMPPAYHIST.DAT for the year-end
      *    earnings statements.
      *  - Checkpoint and restart. Every 100 employees read the
      *    run closes and reopens EMPPAYHIST.DAT,
      *    EMPRCOSTHIST.DAT and EMPRETROPAID.DAT and writes
      *    EMPRAISE.CKP: business date, phase, last EMPLOYEEID
      *    done, record counts of the appended files and the
      *    running totals. A run that finds an unfinished
      *    checkpoint for its business date cuts the appended
      *    files back to the checkpoint counts and replays the
      *    employees up to it from the same inputs, without
      *    appending or logging exceptions again, checks the
      *    replay lands on the checkpoint totals (RC 8 if not)
      *    and carries on. The end-of-run master rewrite first
      *    saves the five masters to .CKP images, so a failure
      *    there restores them and replays the whole run. The
      *    dated outputs and the direct-deposit extract are
      *    rebuilt in full either way.
      *  - Bank details now go live only after a prenote: pending
      *    EMPBANK.DAT records (EMPBNKFD copybook) get a
      *    zero-dollar type P record after the payments in the
      *    direct-deposit extract (counted on the trailer apart
      *    from the payments) and are stamped with the date they
      *    may go live, WS-PRENOTE-DAYS business days on per
      *    BUSCALENDAR.DAT. At load, pending details whose date
      *    has come with no return replace the live ones. Until
      *    then the employee is paid on the old details, or
      *    listed for a check when there are none. Each prenote
      *    and each go-live is recorded on BANKCHG.DAT as
      *    *BATCH*.
      *  - The pay run checks PERIODSTATUS.DAT and stops with
      *    return code 8, before anything is written, when the
      *    PAYROLL period of the business date is closed.
      ***************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EB-EMP-ID
             FILE STATUS IS WS-EMPBANK-STATUS.
            SELECT BUSCALFILE ASSIGN TO "BUSCALENDAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT BANKCHGFILE ASSIGN TO "BANKCHG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BANKCHG-STATUS.
            SELECT DIRECTDEPFILE ASSIGN DYNAMIC WS-DIRECTDEP-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIRECTDEP-STATUS.
            SELECT DEDUCTCONTROL ASSIGN TO "DEDUCTCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEDUCTCONTROL-STATUS.
            SELECT PETEMPPURCH ASSIGN TO "PETEMPPURCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPPURCH-STATUS.
            SELECT EMPPURCHBAL ASSIGN TO "EMPPURCHBAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PURCHBAL-STATUS.
            SELECT EMPRCONTROL ASSIGN TO "EMPRCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPRCONTROL-STATUS.
            SELECT EMPRCOSTRPT ASSIGN DYNAMIC WS-EMPRCOST-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPRCOST-STATUS.
            SELECT GARNORDER ASSIGN TO "GARNORDER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GARNORDER-STATUS.
            SELECT GARNREMITRPT ASSIGN DYNAMIC WS-GARNREMIT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GARNREMIT-STATUS.
            SELECT EMPRCOSTHIST ASSIGN TO "EMPRCOSTHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERCHIST-STATUS.
            SELECT PAYGRADEFILE ASSIGN TO "PAYGRADE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYGRADE-STATUS.
            SELECT TIMECARDFILE ASSIGN TO "TIMECARD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TIMECARD-STATUS.
            SELECT SHIFTDIFF ASSIGN TO "SHIFTDIFF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SHIFTDIFF-STATUS.
            SELECT PAYSTUBFILE ASSIGN DYNAMIC WS-PAYSTUB-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYSTUB-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.
            SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODSTATUS-STATUS.
            SELECT CHECKPOINTFILE ASSIGN TO "EMPRAISE.CKP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECKPOINT-STATUS.
            SELECT COPYIN ASSIGN DYNAMIC WS-COPYIN-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYIN-STATUS.
            SELECT COPYOUT ASSIGN DYNAMIC WS-COPYOUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
                  88 EMPLOYEE-TERMINATED    VALUE 'T'.
               02 TERMDATE                  PIC 9(8).
               02 PAYFREQ                   PIC X.
               02 PAYGRADE                  PIC X(2).

       FD RAISECONTROL.
            01 RAISECTLREC.
               02 TAX-RATE                  PIC V9999.

       FD EMPBANKFILE.
       COPY EMPBNKFD.

       FD BUSCALFILE.
            01 BUSCALREC.
               88 ENDOFBUSCAL VALUE HIGH-VALUES.
               02 BCAL-DATE                 PIC 9(8).

       FD BANKCHGFILE.
       COPY BNKCHGFD.

       FD DIRECTDEPFILE.
            01 DDEP-RECORD.
               02 DDT-REC-TYPE              PIC X.
               02 DDT-COUNT                 PIC 9(7).
               02 DDT-TOTAL                 PIC 9(11)V99.
               02 DDT-PRENOTE-COUNT         PIC 9(5).
               02 FILLER                    PIC X(18).

       FD EMPPAYHIST.
            01 PAYHISTREC.
               02 PH-HOURLY-RATE            PIC 9(4)V99.
               02 PH-HOURS                  PIC 9(3).
               02 PH-GROSS                  PIC 9(8)V99.
               02 PH-TAX-WITHHELD           PIC 9(7)V99.
               02 PH-ENTRY-TYPE             PIC X.
               02 PH-ORIG-RUN-DATE          PIC 9(8).
               02 PH-PRETAX-DED             PIC 9(7)V99.

       FD EMPRETROPAID.
            01 RETROPAIDREC.
               02 DED-BASIS                 PIC X.
               02 DED-VALUE                 PIC 9(5)V99.
               02 DED-EMP-ID                PIC 9(7).
               02 DED-PRETAX                PIC X.

       FD PETEMPPURCH.
       COPY EMPPURFD.

       FD EMPPURCHBAL.
            01 EMPPURCHBALREC.
               02 PB-EMP-ID                 PIC 9(7).
               02 PB-BALANCE                PIC 9(7)V99.

       FD EMPRCONTROL.
            01 EMPRCONTROLREC.
               02 ERC-CODE                  PIC X(4).
               02 ERC-DESC                  PIC X(12).
               02 ERC-BASIS                 PIC X.
               02 ERC-RATE                  PIC 9(3)V9(4).
               02 ERC-WAGE-BASE             PIC 9(9)V99.

       FD EMPRCOSTRPT.
            01 EMPRCOST-LINE                PIC X(132).

       FD GARNORDER.
            01 GARNORDERREC.
               02 GO-EMP-ID                 PIC 9(7).
               02 GO-ORDER-ID               PIC X(10).
               02 GO-TYPE                   PIC X.
               02 GO-PRIORITY               PIC 9(2).
               02 GO-BASIS                  PIC X.
               02 GO-VALUE                  PIC 9(5)V99.
               02 GO-TOTAL-OWED             PIC 9(7)V99.
               02 GO-BALANCE                PIC 9(7)V99.
               02 GO-START-DATE             PIC 9(8).
               02 GO-PAYEE-ID               PIC X(8).
               02 GO-PAYEE-NAME             PIC X(20).
               02 GO-STATUS                 PIC X.
               02 GO-CLOSE-DATE             PIC 9(8).

       FD GARNREMITRPT.
            01 GARNREMIT-LINE               PIC X(132).

       FD EMPRCOSTHIST.
       COPY ERCHISTFD.

       FD PAYGRADEFILE.
       COPY PAYGRDFD.

       FD TIMECARDFILE.
            01 TIMECARDREC.
               02 TC-EMP-ID                 PIC 9(7).
               02 TC-WORK-DATE              PIC 9(8).
               02 TC-SHIFT-CODE             PIC X(2).
               02 TC-TIME-IN                PIC 9(4).
               02 TC-TIME-OUT               PIC 9(4).

       FD SHIFTDIFF.
            01 SHIFTDIFFREC.
               02 SD-SHIFT-CODE             PIC X(2).
               02 SD-DESC                   PIC X(12).
               02 SD-SHIFT-RATE             PIC 9(2)V99.
               02 SD-WEEKEND-RATE           PIC 9(2)V99.

       FD NEWEMPFILE.
            01 NEWEMPLOYEE.
       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       FD CHECKPOINTFILE.
            01 CHECKPOINTREC.
               02 CKPT-BUSINESS-DATE        PIC 9(8).
               02 CKPT-PHASE                PIC X.
               02 CKPT-LAST-EMP-ID          PIC 9(7).
               02 CKPT-READ-COUNT           PIC 9(7).
               02 CKPT-PAYHIST-BASE         PIC 9(9).
               02 CKPT-ERCHIST-BASE         PIC 9(9).
               02 CKPT-RETRO-BASE           PIC 9(9).
               02 CKPT-PAYHIST-COUNT        PIC 9(9).
               02 CKPT-ERCHIST-COUNT        PIC 9(9).
               02 CKPT-RETRO-COUNT          PIC 9(9).
               02 CKPT-EMPLOYEE-COUNT       PIC 9(5).
               02 CKPT-SALARY-TOTAL         PIC 9(11)V99.
               02 CKPT-NET-PAY-TOTAL        PIC 9(11)V99.
               02 CKPT-DDEP-COUNT           PIC 9(7).
               02 CKPT-DDEP-TOTAL           PIC 9(11)V99.

       FD COPYIN.
            01 COPYIN-REC                   PIC X(133).

       FD COPYOUT.
            01 COPYOUT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PAYCAL-STATUS             PIC X(2).
           05  WS-TAXBRK-STATUS             PIC X(2).
           05  WS-EMPBANK-STATUS            PIC X(2).
           05  WS-BUSCAL-STATUS             PIC X(2).
           05  WS-BANKCHG-STATUS            PIC X(2).
           05  WS-DIRECTDEP-STATUS          PIC X(2).
           05  WS-DIRECTDEP-NAME            PIC X(40).
           05  WS-PAYHIST-STATUS            PIC X(2).
           05  WS-RETROPAID-STATUS          PIC X(2).
           05  WS-EMPLEAVE-STATUS           PIC X(2).
           05  WS-LEAVETAKEN-STATUS         PIC X(2).
           05  WS-EMPPURCH-STATUS           PIC X(2).
           05  WS-PURCHBAL-STATUS           PIC X(2).
           05  WS-EMPRCONTROL-STATUS        PIC X(2).
           05  WS-EMPRCOST-STATUS           PIC X(2).
           05  WS-EMPRCOST-NAME             PIC X(40).
           05  WS-GARNORDER-STATUS          PIC X(2).
           05  WS-GARNREMIT-STATUS          PIC X(2).
           05  WS-GARNREMIT-NAME            PIC X(40).
           05  WS-ERCHIST-STATUS            PIC X(2).
           05  WS-TIMECARD-STATUS           PIC X(2).
           05  WS-SHIFTDIFF-STATUS          PIC X(2).
           05  WS-PAYGRADE-STATUS           PIC X(2).
           05  WS-CHECKPOINT-STATUS         PIC X(2).
           05  WS-COPYIN-STATUS             PIC X(2).
           05  WS-COPYIN-NAME               PIC X(40).
           05  WS-COPYOUT-STATUS            PIC X(2).
           05  WS-COPYOUT-NAME              PIC X(40).

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.
       COPY PRDCTL.

       01  WS-BAL-SALARY-TOTAL              PIC 9(11)V99
                                            VALUE ZEROES.

      * Checkpoint / restart. EMPRAISE.CKP holds the restart point
      * of the current business date's run; WS-RESTART-POINT is
      * the copy read back at the start of a restart.
       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHECKPOINT-INTERVAL       PIC 9(5) VALUE 100.
           05  WS-CKPT-QUOTIENT             PIC 9(7).
           05  WS-CKPT-REMAINDER            PIC 9(5).
           05  WS-EMP-READ-COUNT            PIC 9(7) VALUE ZEROES.
           05  WS-CKPT-PHASE                PIC X VALUE 'P'.
           05  WS-CKPT-LAST-EMP-ID          PIC 9(7) VALUE ZEROES.
           05  WS-RESTART-SW                PIC X VALUE 'N'.
               88  RESTART-RUN              VALUE 'Y'.
           05  WS-REPLAY-SW                 PIC X VALUE 'N'.
               88  REPLAYING                VALUE 'Y'.
           05  WS-PAYHIST-RECNO             PIC 9(9) VALUE ZEROES.
           05  WS-RETRO-RECNO               PIC 9(9) VALUE ZEROES.
           05  WS-ERCHIST-RECNO             PIC 9(9) VALUE ZEROES.
           05  WS-PAYHIST-BASE              PIC 9(9) VALUE ZEROES.
           05  WS-ERCHIST-BASE              PIC 9(9) VALUE ZEROES.
           05  WS-RETRO-BASE                PIC 9(9) VALUE ZEROES.
           05  WS-PAYHIST-ADDED             PIC 9(9) VALUE ZEROES.
           05  WS-ERCHIST-ADDED             PIC 9(9) VALUE ZEROES.
           05  WS-RETRO-ADDED               PIC 9(9) VALUE ZEROES.
           05  WS-COPY-LIMIT                PIC 9(9) VALUE ZEROES.
           05  WS-COPIED-COUNT              PIC 9(9) VALUE ZEROES.
           05  WS-COPY-SW                   PIC X VALUE 'N'.
               88  COPY-FAILED              VALUE 'F'.

       01  WS-RESTART-POINT.
           05  RST-BUSINESS-DATE            PIC 9(8).
           05  RST-PHASE                    PIC X.
               88  RST-PAYING               VALUE 'P'.
               88  RST-UPDATING             VALUE 'U'.
           05  RST-LAST-EMP-ID              PIC 9(7).
           05  RST-READ-COUNT               PIC 9(7).
           05  RST-PAYHIST-BASE             PIC 9(9).
           05  RST-ERCHIST-BASE             PIC 9(9).
           05  RST-RETRO-BASE               PIC 9(9).
           05  RST-PAYHIST-COUNT            PIC 9(9).
           05  RST-ERCHIST-COUNT            PIC 9(9).
           05  RST-RETRO-COUNT              PIC 9(9).
           05  RST-EMPLOYEE-COUNT           PIC 9(5).
           05  RST-SALARY-TOTAL             PIC 9(11)V99.
           05  RST-NET-PAY-TOTAL            PIC 9(11)V99.
           05  RST-DDEP-COUNT               PIC 9(7).
           05  RST-DDEP-TOTAL               PIC 9(11)V99.

      * Masters rewritten at end of run, and the pre-run image each
      * is copied to before the rewrite starts.
       01  WS-MASTER-IMAGES.
           05  FILLER                       PIC X(40) VALUE
               'EMPYTD.DAT          EMPYTD.CKP'.
           05  FILLER                       PIC X(40) VALUE
               'EMPLEAVE.DAT        EMPLEAVE.CKP'.
           05  FILLER                       PIC X(40) VALUE
               'EMPPURCHBAL.DAT     EMPPURCHBAL.CKP'.
           05  FILLER                       PIC X(40) VALUE
               'PETEMPPURCH.DAT     PETEMPPURCH.CKP'.
           05  FILLER                       PIC X(40) VALUE
               'GARNORDER.DAT       GARNORDER.CKP'.
       01  WS-MASTER-IMAGE-TABLE REDEFINES WS-MASTER-IMAGES.
           05  WS-MI-ENTRY OCCURS 5 TIMES INDEXED BY WS-MIIDX.
               10  WS-MI-LIVE-NAME          PIC X(20).
               10  WS-MI-IMAGE-NAME         PIC X(20).

       01  WS-TODAY-FULL.
           05  WS-TODAY-DATE                PIC 9(8).
           05  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-RAISE-CAP-PCT             PIC V9999 VALUE .1000.
           05  WS-OT-THRESHOLD              PIC 9(3) VALUE 160.
           05  WS-OT-MULTIPLIER             PIC 9V9 VALUE 1.5.
           05  WS-EMPPURCH-CODE             PIC X(4) VALUE "EPUR".
           05  WS-GARN-SUPPORT-PCT          PIC V99 VALUE .50.
           05  WS-DAILY-OT-LIMIT            PIC 9(2)V99 VALUE 8.
           05  WS-WEEKLY-OT-LIMIT           PIC 9(3)V99 VALUE 40.
           05  WS-MAX-DAY-HOURS             PIC 9(2)V99 VALUE 24.
           05  WS-GARN-CREDITOR-PCT         PIC V99 VALUE .25.

       01  WS-RAISE-TABLE.
           05  WS-RAISE-ENTRY OCCURS 200 TIMES
       01  WS-DDEP-TOTAL                    PIC 9(11)V99 VALUE ZEROES.
       01  WS-NET-PAY-TOTAL                 PIC 9(11)V99 VALUE ZEROES.

      * Pending bank details get a zero-dollar prenote in this run's
      * extract and go live WS-PRENOTE-DAYS business days after it.
       01  WS-PRENOTE-TABLE.
           05  WS-PRENOTE-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-PNTIDX.
               10  WS-PRENOTE-ID            PIC 9(7).
               10  WS-PRENOTE-ROUTING       PIC 9(9).
               10  WS-PRENOTE-ACCOUNT       PIC X(17).
       01  WS-PRENOTE-COUNT                 PIC 9(4) VALUE ZEROES.
       01  WS-PRENOTE-DAYS                  PIC 9(2) VALUE 3.
       01  WS-ACTIVATED-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-STAMPED-COUNT                 PIC 9(5) VALUE ZEROES.
       01  WS-BANK-DATE-FIELDS.
           05  WS-BANK-ACTIVE-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-BANK-WORK-DATE            PIC 9(8) VALUE ZEROES.
           05  WS-BANK-DAY-INT              PIC 9(7) VALUE ZEROES.
           05  WS-BANK-DAYS-LEFT            PIC 9(2) VALUE ZEROES.
           05  WS-BANK-WEEKDAY              PIC 9    VALUE ZERO.
           05  WS-BANK-DAY-SW               PIC X    VALUE 'Y'.
               88  BANK-DAY-IS-OPEN         VALUE 'Y'.
           05  WS-BANK-BEFORE               PIC X(92).
           05  WS-BANKCHG-TIME              PIC 9(8).
           05  WS-BANKCHG-ACTION            PIC X.
           05  WS-PRENOTE-SENT-SW           PIC X    VALUE 'N'.
               88  PRENOTE-WAS-SENT         VALUE 'Y'.
       01  WS-BUSCAL-TABLE.
           05  WS-BUSCAL-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-BCALIDX
                              PIC 9(8).
       01  WS-BUSCAL-COUNT                  PIC 9(3) VALUE ZEROES.

       01  NOBANK-LINE.
           05  NOBNK-EMP-ID                 PIC 9(7).
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  NOBNK-NAME                   PIC X(20).
           05  NOBNK-REASON                 PIC X(40).
           05  FILLER                       PIC X(30) VALUE SPACES.

       01  WS-PAYHIST-TABLE.
           05  STUB-LEAVE-AMT               PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(51) VALUE SPACES.

       01  WS-PURCH-TABLE.
           05  WS-PB-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-PBIDX.
               10  WS-PB-ID                 PIC 9(7).
               10  WS-PB-BALANCE            PIC 9(7)V99.
       01  WS-PURCH-COUNT                   PIC 9(4) VALUE ZEROES.
       01  WS-PB-FOUND-IDX                  PIC 9(4) VALUE ZEROES.
       01  WS-EPU-KEEP-COUNT                PIC 9(4) VALUE ZEROES.
       01  WS-EPU-KEEP-SUB                  PIC 9(4) VALUE ZEROES.
       01  WS-EPU-KEEP-TABLE.
           05  WS-EPU-KEEP-REC OCCURS 1000 TIMES PIC X(33).
       01  WS-EPU-TAKEN-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-EP-FIELDS.
           05  WS-EP-CAP-SW                 PIC X VALUE 'N'.
               88  EP-CAP-FOUND             VALUE 'Y'.
           05  WS-EP-CAP                    PIC 9(8)V99 VALUE ZEROES.
           05  WS-EP-DESC                   PIC X(12) VALUE SPACES.
           05  WS-EP-TAKE                   PIC 9(7)V99 VALUE ZEROES.
           05  WS-EP-AVAILABLE              PIC S9(9)V99 VALUE ZEROES.

       01  STUB-PURCH-BAL-LINE.
           05  FILLER                       PIC X(20) VALUE
               'PURCHASE BALANCE'.
           05  STUB-PURCH-BAL-AMT           PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(47) VALUE SPACES.

       01  WS-ERC-TABLE.
           05  WS-ERC-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-ERCIDX.
               10  WS-ERC-CODE              PIC X(4).
               10  WS-ERC-DESC              PIC X(12).
               10  WS-ERC-BASIS             PIC X.
               10  WS-ERC-RATE              PIC 9(3)V9(4).
               10  WS-ERC-WAGE-BASE         PIC 9(9)V99.
               10  WS-ERC-TOT-WAGES         PIC 9(11)V99.
               10  WS-ERC-TOT-COST          PIC 9(11)V99.
       01  WS-ERC-COUNT                     PIC 9(2) VALUE ZEROES.
       01  WS-ERCOST-TABLE.
           05  WS-ERCOST-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-ECIDX.
               10  WS-EC-DEPT               PIC X(30).
               10  WS-EC-CODE               PIC X(4).
               10  WS-EC-DESC               PIC X(12).
               10  WS-EC-WAGES              PIC 9(11)V99.
               10  WS-EC-COST               PIC 9(11)V99.
       01  WS-ERCOST-COUNT                  PIC 9(4) VALUE ZEROES.
       01  WS-EC-FOUND-IDX                  PIC 9(4) VALUE ZEROES.
       01  WS-ERDEPT-TABLE.
           05  WS-ERDEPT-NAME OCCURS 100 TIMES
                             INDEXED BY WS-ERDIDX PIC X(30).
       01  WS-ERDEPT-COUNT                  PIC 9(3) VALUE ZEROES.
       01  WS-ERC-FIELDS.
           05  WS-ERC-PRIOR-YTD             PIC 9(9)V99 VALUE ZEROES.
           05  WS-ERC-WAGES                 PIC 9(9)V99 VALUE ZEROES.
           05  WS-ERC-COST                  PIC 9(9)V99 VALUE ZEROES.
           05  WS-ERC-DEPT-COST             PIC 9(11)V99 VALUE ZEROES.
           05  WS-ERC-RUN-COST              PIC 9(11)V99 VALUE ZEROES.

       01  ERC-HEADING-LINE.
           05  FILLER                       PIC X(40) VALUE
               'EMPLOYER PAYROLL COST REGISTER - RUN OF '.
           05  ERH-DATE                     PIC 9(8).
           05  FILLER                       PIC X(84) VALUE SPACES.

       01  ERC-COLUMN-HEADINGS.
           05  FILLER                       PIC X(32) VALUE
               'DEPARTMENT'.
           05  FILLER                       PIC X(6)  VALUE 'CODE'.
           05  FILLER                       PIC X(14) VALUE
               'DESCRIPTION'.
           05  FILLER                       PIC X(20) VALUE
               '      SUBJECT WAGES'.
           05  FILLER                       PIC X(20) VALUE
               '      EMPLOYER COST'.
           05  FILLER                       PIC X(40) VALUE SPACES.

       01  ERC-DETAIL-LINE.
           05  ERD-DEPT                     PIC X(30).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  ERD-CODE                     PIC X(4).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  ERD-DESC                     PIC X(12).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  ERD-WAGES                    PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  ERD-COST                     PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                       PIC X(40) VALUE SPACES.

       01  WS-GARN-TABLE.
           05  WS-GO-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-GOIDX.
               10  WS-GO-EMP-ID             PIC 9(7).
               10  WS-GO-ORDER-ID           PIC X(10).
               10  WS-GO-TYPE               PIC X.
                   88  WS-GO-SUPPORT        VALUE 'S'.
               10  WS-GO-PRIORITY           PIC 9(2).
               10  WS-GO-BASIS              PIC X.
               10  WS-GO-VALUE              PIC 9(5)V99.
               10  WS-GO-TOTAL-OWED         PIC 9(7)V99.
               10  WS-GO-BALANCE            PIC 9(7)V99.
               10  WS-GO-START-DATE         PIC 9(8).
               10  WS-GO-PAYEE-ID           PIC X(8).
               10  WS-GO-PAYEE-NAME         PIC X(20).
               10  WS-GO-STATUS             PIC X.
                   88  WS-GO-ACTIVE         VALUE 'A'.
               10  WS-GO-CLOSE-DATE         PIC 9(8).
               10  WS-GO-DONE-SW            PIC X.
       01  WS-GARN-COUNT                    PIC 9(4) VALUE ZEROES.
       01  WS-GO-FOUND-IDX                  PIC 9(4) VALUE ZEROES.
       01  WS-GARN-FIELDS.
           05  WS-GARN-MORE-SW              PIC X VALUE 'N'.
               88  GARN-MORE-ORDERS         VALUE 'Y'.
           05  WS-GARN-DISPOSABLE           PIC 9(8)V99 VALUE ZEROES.
           05  WS-GARN-SUPPORT-LIMIT        PIC 9(8)V99 VALUE ZEROES.
           05  WS-GARN-CREDITOR-LIMIT       PIC 9(8)V99 VALUE ZEROES.
           05  WS-GARN-TAKEN                PIC 9(8)V99 VALUE ZEROES.
           05  WS-GARN-ROOM                 PIC S9(8)V99 VALUE ZEROES.
           05  WS-GARN-AMOUNT               PIC 9(8)V99 VALUE ZEROES.
           05  WS-GARN-PAYEE-TOTAL          PIC 9(9)V99 VALUE ZEROES.
           05  WS-GARN-RUN-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       01  WS-GREMIT-TABLE.
           05  WS-GR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-GRIDX.
               10  WS-GR-PAYEE-ID           PIC X(8).
               10  WS-GR-PAYEE-NAME         PIC X(20).
               10  WS-GR-EMP-ID             PIC 9(7).
               10  WS-GR-ORDER-ID           PIC X(10).
               10  WS-GR-AMOUNT             PIC 9(8)V99.
       01  WS-GREMIT-COUNT                  PIC 9(4) VALUE ZEROES.
       01  WS-GPAYEE-TABLE.
           05  WS-GPAYEE-ID OCCURS 2000 TIMES
                             INDEXED BY WS-GPIDX PIC X(8).
       01  WS-GPAYEE-COUNT                  PIC 9(4) VALUE ZEROES.
       01  WS-GPAYEE-FOUND-SW               PIC X VALUE 'N'.
           88  GPAYEE-FOUND                 VALUE 'Y'.

       01  GARN-HEADING-LINE.
           05  FILLER                       PIC X(40) VALUE
               'GARNISHMENT REMITTANCE REGISTER - RUN OF'.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  GRH-DATE                     PIC 9(8).
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  GARN-COLUMN-HEADINGS.
           05  FILLER                       PIC X(10) VALUE 'PAYEE'.
           05  FILLER                       PIC X(22) VALUE
               'PAYEE NAME'.
           05  FILLER                       PIC X(9)  VALUE
               'EMPLOYEE'.
           05  FILLER                       PIC X(12) VALUE 'ORDER'.
           05  FILLER                       PIC X(16) VALUE
               '          AMOUNT'.
           05  FILLER                       PIC X(63) VALUE SPACES.

       01  GARN-DETAIL-LINE.
           05  GRD-PAYEE-ID                 PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  GRD-PAYEE-NAME               PIC X(20).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  GRD-EMP-ID                   PIC X(7).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  GRD-ORDER-ID                 PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  GRD-AMOUNT                   PIC $$$,$$$,$$9.99.
           05  FILLER                       PIC X(65) VALUE SPACES.

       01  WS-GRADE-TABLE.
           05  WS-PG-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PGIDX.
               10  WS-PG-GRADE              PIC X(2).
               10  WS-PG-MAX-RATE           PIC 9(4)V99.
               10  WS-PG-CAP-FLAG           PIC X.
                   88  WS-PG-CAPPED         VALUE 'Y'.
       01  WS-GRADE-COUNT                   PIC 9(2) VALUE ZEROES.
       01  WS-GRADE-FOUND-IDX               PIC 9(2) VALUE ZEROES.
       01  WS-GRADE-FLAG-COUNT              PIC 9(5) VALUE ZEROES.

       01  WS-SHIFT-TABLE.
           05  WS-SD-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-SDIDX.
               10  WS-SD-CODE               PIC X(2).
               10  WS-SD-SHIFT-RATE         PIC 9(2)V99.
               10  WS-SD-WEEKEND-RATE       PIC 9(2)V99.
       01  WS-SHIFT-COUNT                   PIC 9(2) VALUE ZEROES.

       01  WS-TIMECARD-TABLE.
           05  WS-TC-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-TCIDX.
               10  WS-TC-REC                PIC X(25).
               10  WS-TC-HOURS              PIC 9(2)V99.
               10  WS-TC-STATE              PIC X.
                   88  WS-TC-OPEN           VALUE ' '.
                   88  WS-TC-HELD           VALUE 'H'.
       01  WS-TIMECARD-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-TC-WORK-REC.
           05  WS-TCW-EMP-ID                PIC 9(7).
           05  WS-TCW-WORK-DATE             PIC 9(8).
           05  WS-TCW-SHIFT-CODE            PIC X(2).
           05  WS-TCW-TIME-IN               PIC 9(4).
           05  WS-TCW-TIME-IN-R REDEFINES WS-TCW-TIME-IN.
               10  WS-TCW-IN-HH             PIC 9(2).
               10  WS-TCW-IN-MM             PIC 9(2).
           05  WS-TCW-TIME-OUT              PIC 9(4).
           05  WS-TCW-TIME-OUT-R REDEFINES WS-TCW-TIME-OUT.
               10  WS-TCW-OUT-HH            PIC 9(2).
               10  WS-TCW-OUT-MM            PIC 9(2).
       01  WS-TC-FIELDS.
           05  WS-TC-USED-SW                PIC X VALUE 'N'.
               88  TC-HOURS-USED            VALUE 'Y'.
           05  WS-TC-MINUTES                PIC S9(5) VALUE ZEROES.
           05  WS-TC-WEEK-START             PIC 9(8) VALUE ZEROES.
           05  WS-TC-MONTH-START            PIC 9(8) VALUE ZEROES.
           05  WS-TC-PERIOD-START           PIC 9(8) VALUE ZEROES.
           05  WS-TC-DATE-INT               PIC 9(7) VALUE ZEROES.
           05  WS-TC-WEEKDAY                PIC 9 VALUE ZEROES.
           05  WS-TC-DIFF-RATE              PIC 9(3)V99 VALUE ZEROES.
           05  WS-TC-TOTAL-HOURS            PIC 9(3)V99 VALUE ZEROES.
           05  WS-TC-DAILY-OT               PIC 9(3)V99 VALUE ZEROES.
           05  WS-TC-WEEKLY-OT              PIC 9(3)V99 VALUE ZEROES.
           05  WS-TC-STRAIGHT               PIC 9(3)V99 VALUE ZEROES.
           05  WS-SHIFT-DIFF-PAY            PIC 9(7)V99 VALUE ZEROES.
       01  WS-EMP-CARD-TABLE.
           05  WS-EC-CARD OCCURS 100 TIMES
                             INDEXED BY WS-ECCIDX.
               10  WS-ECC-TC-SUB            PIC 9(5).
               10  WS-ECC-DATE              PIC 9(8).
       01  WS-EMP-CARD-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-DAYIDX.
               10  WS-DAY-DATE              PIC 9(8).
               10  WS-DAY-WEEK              PIC 9(7).
               10  WS-DAY-HOURS             PIC 9(3)V99.
       01  WS-DAY-COUNT                     PIC 9(3) VALUE ZEROES.
       01  WS-DAY-FOUND-IDX                 PIC 9(3) VALUE ZEROES.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-WKIDX.
               10  WS-WK-NO                 PIC 9(7).
               10  WS-WK-STRAIGHT           PIC 9(3)V99.
       01  WS-WEEK-COUNT                    PIC 9(3) VALUE ZEROES.
       01  WS-WK-FOUND-IDX                  PIC 9(3) VALUE ZEROES.

       01  STUB-DIFF-LINE.
           05  FILLER                       PIC X(20) VALUE
               'SHIFT DIFFERENTIAL'.
           05  STUB-DIFF-AMT                PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(47) VALUE SPACES.

       01  WS-DEDUCT-TABLE.
           05  WS-DED-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-DEDIDX WS-DEDIDX2.
               10  WS-DED-BASIS             PIC X.
               10  WS-DED-VALUE             PIC 9(5)V99.
               10  WS-DED-EMP-ID            PIC 9(7).
               10  WS-DED-PRETAX            PIC X.
                   88  DED-IS-PRETAX        VALUE 'Y'.
       01  WS-DEDUCT-COUNT                  PIC 9(3) VALUE ZEROES.
       01  WS-DED-OVERRIDE-SW               PIC X VALUE 'N'.
           88  DED-HAS-OVERRIDE             VALUE 'Y'.
       01  WS-DED-AMOUNT                    PIC 9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-DEDUCTIONS              PIC 9(8)V99 VALUE ZEROES.
       01  WS-STAT-TAX-TOTAL                PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRETAX-TOTAL                  PIC 9(8)V99 VALUE ZEROES.

       01  STUB-SEP-LINE.
           05  FILLER                       PIC X(40) VALUE ALL "=".
       01  WS-DEPT-FOUND-IDX                PIC 9(3).

       01  WS-PAY-FIELDS.
           05  WS-REGULAR-HOURS             PIC 9(3)V99.
           05  WS-OT-HOURS                  PIC 9(3)V99.
           05  WS-REGULAR-PAY               PIC 9(8)V99.
           05  WS-OT-PAY                    PIC 9(8)V99.

           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           PERFORM 0029-CHECK-PERIOD-OPEN THRU 0029-CHECK-END.
           IF RETURN-CODE = 8
              GO TO 9100-ABORT-RUN
           END-IF.
           PERFORM 0030-CHECK-RESTART THRU 0030-RESTART-END.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
           PERFORM 0045-LOAD-RAISE-CONTROL.
           PERFORM 0052-LOAD-SERVICE-BANDS.
           PERFORM 0048-LOAD-DEDUCT-CONTROL.
           PERFORM 0066-LOAD-EMPLOYER-CONTROL.
           PERFORM 0067-LOAD-GARNISH-ORDERS.
           PERFORM 0069-LOAD-SHIFT-DIFF.
           PERFORM 0073-LOAD-PAY-GRADES.
           PERFORM 0070-LOAD-TIMECARDS THRU 0070-TC-END.
           PERFORM 0051-LOAD-TAX-BRACKETS.
           PERFORM 0053-LOAD-BANK-DETAILS.
           PERFORM 0058-LOAD-LEAVE-BALANCES.
           PERFORM 0059-APPLY-LEAVE-TAKEN.
           PERFORM 0062-LOAD-PURCHASE-BALANCES.
           PERFORM 0063-TAKE-EMP-PURCHASES
              THRU 0063-TAKE-END.
           PERFORM 0056-LOAD-PAY-HISTORY.
           PERFORM 0057-LOAD-RETRO-PAID.
           PERFORM 0031-SET-CHECKPOINT-BASE.
           OPEN EXTEND EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              OPEN OUTPUT EMPPAYHIST
           END-IF.
           OPEN EXTEND EMPRCOSTHIST.
           IF WS-ERCHIST-STATUS NOT = "00"
              OPEN OUTPUT EMPRCOSTHIST
           END-IF.
           OPEN EXTEND EMPRETROPAID.
           IF WS-RETROPAID-STATUS NOT = "00"
              OPEN OUTPUT EMPRETROPAID
           PERFORM 0049-OPEN-PAYSTUB-FILE.
           PERFORM 0055-LOAD-YTD-FILE.
           PERFORM 0100-READ-EMPLOYEES.
           IF REPLAYING AND RST-PAYING
              PERFORM 0388-END-REPLAY THRU 0388-REPLAY-END
           END-IF.
           PERFORM 0249-CHECK-UNMATCHED-CARDS.
           IF REPLAYING
              PERFORM 0388-END-REPLAY THRU 0388-REPLAY-END
           END-IF.
           PERFORM 0386-SAVE-MASTER-IMAGES THRU 0386-SAVE-END.
           MOVE 'U' TO WS-CKPT-PHASE.
           MOVE 9999999 TO WS-CKPT-LAST-EMP-ID.
           PERFORM 0384-TAKE-CHECKPOINT.
           PERFORM 0320-REWRITE-YTD-FILE
              THRU 0320-YTD-REWRITE-END.
           PERFORM 0340-REWRITE-LEAVE-FILE
              THRU 0340-LEAVE-END.
           PERFORM 0350-REWRITE-PURCHASE-FILES
              THRU 0350-PURCH-END.
           PERFORM 0370-REWRITE-GARNISH-ORDERS
              THRU 0370-GARN-END.
           PERFORM 0330-WRITE-PAY-EQUITY-REPORT
              THRU 0330-EQUITY-END.
           PERFORM 0360-WRITE-EMPLOYER-REGISTER
              THRU 0360-REGISTER-END.
           PERFORM 0372-WRITE-GARNISH-REGISTER
              THRU 0372-REGISTER-END.
           MOVE "NEWEMPFILE" TO BAL-WK-FILE-NAME.
           COMPUTE BAL-WK-READ = WS-EMPLOYEE-COUNT
              + WS-TERMINATED-COUNT + WS-NOTDUE-COUNT.
           MOVE WS-BAL-SALARY-TOTAL TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           PERFORM 0236-WRITE-DDEP-TRAILER.
           PERFORM 0376-STAMP-PRENOTES-SENT
              THRU 0376-STAMP-END.
           MOVE "DIRECTDEP" TO BAL-WK-FILE-NAME.
           MOVE WS-EMPLOYEE-COUNT TO BAL-WK-READ.
           MOVE WS-DDEP-COUNT TO BAL-WK-WRITTEN.
           MOVE ZEROES TO BAL-WK-REJECTED.
           MOVE WS-NET-PAY-TOTAL TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           PERFORM 0365-WRITE-EMPLOYER-BALANCES
              THRU 0365-BALANCES-END.
           IF WS-GARN-COUNT > ZEROES
              MOVE "GARNREMIT.MEMO" TO BAL-WK-FILE-NAME
              MOVE ZEROES TO BAL-WK-READ
              MOVE ZEROES TO BAL-WK-WRITTEN
              MOVE ZEROES TO BAL-WK-REJECTED
              MOVE WS-GARN-RUN-TOTAL TO BAL-WK-AMOUNT
              PERFORM 9800-WRITE-BALANCE
           END-IF.
           MOVE 'C' TO WS-CKPT-PHASE.
           PERFORM 0385-PUT-CHECKPOINT-RECORD.
           PERFORM 9000-END-PROGRAM.

      * The pay run posts to the PAYROLL period of the business
      * date; once PERIODSTATUS.DAT has it closed no pay run may
      * post there, so the run stops before anything is written.
       0029-CHECK-PERIOD-OPEN.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0029-CHECK-END
           END-IF.
           MOVE "PAYROLL" TO PRD-WK-SUBSYSTEM.
           MOVE ZEROES TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              DISPLAY "ERR: PAYROLL PERIOD " PRD-WK-PERIOD
                 " IS CLOSED - RUN STOPPED"
              MOVE SPACES TO PRD-WK-KEY PRD-WK-IMAGE
              MOVE "PAYROLL" TO PRD-WK-KEY
              MOVE PRD-WK-PERIOD TO PRD-WK-KEY (10:6)
              PERFORM 9170-LOG-PERIOD-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF.
       0029-CHECK-END.

      * A checkpoint left by a run of this business date that never
      * completed makes this run a restart. The appended files are
      * cut back to what they held at the checkpoint, and if the
      * run had reached the end-of-run master rewrite the masters
      * go back to their pre-run images. Employees up to the
      * checkpoint are then replayed - processed again from the
      * same inputs so every table and total is rebuilt, with the
      * appends and common exceptions already written suppressed -
      * and the run carries on from the next employee. The dated
      * outputs (NEWEMPFILE, stubs, direct-deposit extract,
      * reports) are written fresh either way.
       0030-CHECK-RESTART.
           OPEN INPUT CHECKPOINTFILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
              GO TO 0030-RESTART-END
           END-IF.
           READ CHECKPOINTFILE
              AT END MOVE "10" TO WS-CHECKPOINT-STATUS
           END-READ.
           IF WS-CHECKPOINT-STATUS = "00"
              AND CKPT-BUSINESS-DATE = WS-BUSINESS-DATE
              AND (CKPT-PHASE = 'P' OR CKPT-PHASE = 'U')
              MOVE CHECKPOINTREC TO WS-RESTART-POINT
              SET RESTART-RUN TO TRUE
              SET REPLAYING TO TRUE
           END-IF.
           CLOSE CHECKPOINTFILE.
           IF NOT RESTART-RUN
              GO TO 0030-RESTART-END
           END-IF.
           IF RST-UPDATING
              DISPLAY "RESTART: RUN FAILED IN THE MASTER REWRITE - "
                 "MASTERS RESTORED, ALL EMPLOYEES REPLAYED"
           ELSE
              DISPLAY "RESTART: RESUMING AFTER EMPLOYEE "
                 RST-LAST-EMP-ID " (" RST-READ-COUNT " READ)"
           END-IF.
           MOVE "EMPPAYHIST.DAT"   TO WS-COPYIN-NAME.
           MOVE RST-PAYHIST-COUNT  TO WS-COPY-LIMIT.
           PERFORM 0032-TRIM-APPENDED-FILE THRU 0032-TRIM-END.
           MOVE "EMPRCOSTHIST.DAT" TO WS-COPYIN-NAME.
           MOVE RST-ERCHIST-COUNT  TO WS-COPY-LIMIT.
           PERFORM 0032-TRIM-APPENDED-FILE THRU 0032-TRIM-END.
           MOVE "EMPRETROPAID.DAT" TO WS-COPYIN-NAME.
           MOVE RST-RETRO-COUNT    TO WS-COPY-LIMIT.
           PERFORM 0032-TRIM-APPENDED-FILE THRU 0032-TRIM-END.
           IF RST-UPDATING
              SET WS-MIIDX TO 1
              PERFORM 5 TIMES
                 MOVE WS-MI-IMAGE-NAME (WS-MIIDX) TO WS-COPYIN-NAME
                 MOVE WS-MI-LIVE-NAME (WS-MIIDX)  TO WS-COPYOUT-NAME
                 MOVE ZEROES TO WS-COPY-LIMIT
                 PERFORM 0038-COPY-LINE-FILE THRU 0038-COPY-END
                 IF COPY-FAILED
                    DISPLAY "ERR: UNABLE TO RESTORE "
                       WS-MI-LIVE-NAME (WS-MIIDX)
                       " FROM " WS-MI-IMAGE-NAME (WS-MIIDX)
                    MOVE 8 TO RETURN-CODE
                    GO TO 9100-ABORT-RUN
                 END-IF
                 SET WS-MIIDX UP BY 1
              END-PERFORM
           END-IF.
       0030-RESTART-END.

      * The pre-run record counts of the appended files, and what
      * this run has added to them, start the checkpoint; a fresh
      * run records its starting point straight away so a failure
      * before the first interval still restarts cleanly.
       0031-SET-CHECKPOINT-BASE.
           IF RESTART-RUN
              MOVE RST-PAYHIST-BASE TO WS-PAYHIST-BASE
              MOVE RST-ERCHIST-BASE TO WS-ERCHIST-BASE
              MOVE RST-RETRO-BASE   TO WS-RETRO-BASE
              COMPUTE WS-PAYHIST-ADDED =
                 RST-PAYHIST-COUNT - RST-PAYHIST-BASE
              COMPUTE WS-ERCHIST-ADDED =
                 RST-ERCHIST-COUNT - RST-ERCHIST-BASE
              COMPUTE WS-RETRO-ADDED =
                 RST-RETRO-COUNT - RST-RETRO-BASE
           ELSE
              PERFORM 0039-COUNT-ERCOST-HIST
              MOVE WS-PAYHIST-RECNO TO WS-PAYHIST-BASE
              MOVE WS-ERCHIST-RECNO TO WS-ERCHIST-BASE
              MOVE WS-RETRO-RECNO   TO WS-RETRO-BASE
              MOVE 'P' TO WS-CKPT-PHASE
              MOVE ZEROES TO WS-CKPT-LAST-EMP-ID
              PERFORM 0385-PUT-CHECKPOINT-RECORD
           END-IF.

      * Keeps the first WS-COPY-LIMIT records of the file named in
      * WS-COPYIN-NAME, dropping anything appended after the
      * checkpoint, by way of a .CKW work copy.
       0032-TRIM-APPENDED-FILE.
           MOVE WS-COPYIN-NAME TO WS-COPYOUT-NAME.
           INSPECT WS-COPYOUT-NAME REPLACING FIRST ".DAT" BY ".CKW".
           PERFORM 0038-COPY-LINE-FILE THRU 0038-COPY-END.
           IF COPY-FAILED OR WS-COPIED-COUNT < WS-COPY-LIMIT
              DISPLAY "ERR: " WS-COPYIN-NAME " HOLDS FEWER RECORDS "
                 "THAN THE CHECKPOINT (" WS-COPIED-COUNT " OF "
                 WS-COPY-LIMIT ") - RESTORE IT AND RERUN"
              MOVE 8 TO RETURN-CODE
              GO TO 9100-ABORT-RUN
           END-IF.
           MOVE WS-COPYOUT-NAME TO WS-COPYIN-NAME.
           MOVE WS-COPYIN-NAME TO WS-COPYOUT-NAME.
           INSPECT WS-COPYOUT-NAME REPLACING FIRST ".CKW" BY ".DAT".
           MOVE ZEROES TO WS-COPY-LIMIT.
           PERFORM 0038-COPY-LINE-FILE THRU 0038-COPY-END.
           IF COPY-FAILED
              DISPLAY "ERR: UNABLE TO REWRITE " WS-COPYOUT-NAME
                 " FROM " WS-COPYIN-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 9100-ABORT-RUN
           END-IF.
           DISPLAY "RESTART: " WS-COPYOUT-NAME " CUT BACK TO "
              WS-COPIED-COUNT " RECORD(S)".
       0032-TRIM-END.

      * Copies WS-COPYIN-NAME to WS-COPYOUT-NAME, the first
      * WS-COPY-LIMIT records only when the limit is not zero. A
      * missing input copies as an empty file.
       0038-COPY-LINE-FILE.
           MOVE 'N' TO WS-COPY-SW.
           MOVE ZEROES TO WS-COPIED-COUNT.
           OPEN INPUT COPYIN.
           IF WS-COPYIN-STATUS NOT = "00"
              AND WS-COPYIN-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE " WS-COPYIN-NAME " "
                 WS-COPYIN-STATUS
              SET COPY-FAILED TO TRUE
              GO TO 0038-COPY-END
           END-IF.
           OPEN OUTPUT COPYOUT.
           IF WS-COPYOUT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN " WS-COPYOUT-NAME
                 ", STATUS = " WS-COPYOUT-STATUS
              SET COPY-FAILED TO TRUE
              IF WS-COPYIN-STATUS = "00"
                 CLOSE COPYIN
              END-IF
              GO TO 0038-COPY-END
           END-IF.
           IF WS-COPYIN-STATUS = "35"
              CLOSE COPYOUT
              GO TO 0038-COPY-END
           END-IF.
           PERFORM UNTIL WS-COPYIN-STATUS NOT = "00"
              IF WS-COPY-LIMIT > ZEROES
                 AND WS-COPIED-COUNT NOT < WS-COPY-LIMIT
                 MOVE "10" TO WS-COPYIN-STATUS
              ELSE
                 READ COPYIN
                    AT END MOVE "10" TO WS-COPYIN-STATUS
                 END-READ
              END-IF
              IF WS-COPYIN-STATUS = "00"
                 MOVE COPYIN-REC TO COPYOUT-REC
                 WRITE COPYOUT-REC
                 ADD 1 TO WS-COPIED-COUNT
              END-IF
           END-PERFORM.
           CLOSE COPYIN COPYOUT.
       0038-COPY-END.

       0039-COUNT-ERCOST-HIST.
           MOVE ZEROES TO WS-ERCHIST-RECNO.
           OPEN INPUT EMPRCOSTHIST.
           IF WS-ERCHIST-STATUS = "00"
              PERFORM UNTIL WS-ERCHIST-STATUS NOT = "00"
                 READ EMPRCOSTHIST
                    AT END MOVE "10" TO WS-ERCHIST-STATUS
                 END-READ
                 IF WS-ERCHIST-STATUS = "00"
                    ADD 1 TO WS-ERCHIST-RECNO
                 END-IF
              END-PERFORM
              CLOSE EMPRCOSTHIST
           END-IF.

       0046-BUILD-NEWEMPFILE-NAME.
           MOVE SPACES TO WS-NEWEMPFILE-NAME.
           STRING "NEWEMPFILE"      DELIMITED BY SIZE
                    MOVE DED-BASIS  TO WS-DED-BASIS (WS-DEDIDX)
                    MOVE DED-VALUE  TO WS-DED-VALUE (WS-DEDIDX)
                    MOVE DED-EMP-ID TO WS-DED-EMP-ID (WS-DEDIDX)
                    MOVE DED-PRETAX TO WS-DED-PRETAX (WS-DEDIDX)
                 END-IF
              END-PERFORM
              CLOSE DEDUCTCONTROL
           END-IF.

      * EMPRCONTROL.DAT is optional (status 35): with no control
      * rows no employer cost is accrued.
       0066-LOAD-EMPLOYER-CONTROL.
           OPEN INPUT EMPRCONTROL.
           IF WS-EMPRCONTROL-STATUS NOT = "00" AND
              WS-EMPRCONTROL-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE EMPRCONTROL "
                 WS-EMPRCONTROL-STATUS
           END-IF.
           IF WS-EMPRCONTROL-STATUS = "00"
              PERFORM UNTIL WS-EMPRCONTROL-STATUS NOT = "00"
                 READ EMPRCONTROL
                    AT END MOVE "10" TO WS-EMPRCONTROL-STATUS
                 END-READ
                 IF WS-EMPRCONTROL-STATUS = "00"
                    AND WS-ERC-COUNT < 20
                    ADD 1 TO WS-ERC-COUNT
                    SET WS-ERCIDX TO WS-ERC-COUNT
                    MOVE ERC-CODE      TO WS-ERC-CODE (WS-ERCIDX)
                    MOVE ERC-DESC      TO WS-ERC-DESC (WS-ERCIDX)
                    MOVE ERC-BASIS     TO WS-ERC-BASIS (WS-ERCIDX)
                    MOVE ERC-RATE      TO WS-ERC-RATE (WS-ERCIDX)
                    MOVE ERC-WAGE-BASE TO WS-ERC-WAGE-BASE (WS-ERCIDX)
                    MOVE ZEROES        TO WS-ERC-TOT-WAGES (WS-ERCIDX)
                    MOVE ZEROES        TO WS-ERC-TOT-COST (WS-ERCIDX)
                 END-IF
              END-PERFORM
              CLOSE EMPRCONTROL
           END-IF.

      * GARNORDER.DAT is optional (status 35): with no orders on
      * file nothing is garnished.
       0067-LOAD-GARNISH-ORDERS.
           OPEN INPUT GARNORDER.
           IF WS-GARNORDER-STATUS NOT = "00" AND
              WS-GARNORDER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE GARNORDER "
                 WS-GARNORDER-STATUS
           END-IF.
           IF WS-GARNORDER-STATUS = "00"
              PERFORM UNTIL WS-GARNORDER-STATUS NOT = "00"
                 READ GARNORDER
                    AT END MOVE "10" TO WS-GARNORDER-STATUS
                 END-READ
                 IF WS-GARNORDER-STATUS = "00"
                    IF WS-GARN-COUNT < 2000
                       ADD 1 TO WS-GARN-COUNT
                       SET WS-GOIDX TO WS-GARN-COUNT
                       PERFORM 0068-STORE-GARNISH-ORDER
                    ELSE
                       DISPLAY "ERR: GARNISHMENT ORDER TABLE FULL AT "
                          "2000 - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE GARNORDER
                       GO TO 9100-ABORT-RUN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GARNORDER
           END-IF.

       0068-STORE-GARNISH-ORDER.
           MOVE GO-EMP-ID     TO WS-GO-EMP-ID (WS-GOIDX).
           MOVE GO-ORDER-ID   TO WS-GO-ORDER-ID (WS-GOIDX).
           MOVE GO-TYPE       TO WS-GO-TYPE (WS-GOIDX).
           MOVE GO-PRIORITY   TO WS-GO-PRIORITY (WS-GOIDX).
           MOVE GO-BASIS      TO WS-GO-BASIS (WS-GOIDX).
           MOVE GO-VALUE      TO WS-GO-VALUE (WS-GOIDX).
           MOVE GO-TOTAL-OWED TO WS-GO-TOTAL-OWED (WS-GOIDX).
           MOVE GO-BALANCE    TO WS-GO-BALANCE (WS-GOIDX).
           MOVE GO-START-DATE TO WS-GO-START-DATE (WS-GOIDX).
           MOVE GO-PAYEE-ID   TO WS-GO-PAYEE-ID (WS-GOIDX).
           MOVE GO-PAYEE-NAME TO WS-GO-PAYEE-NAME (WS-GOIDX).
           MOVE GO-STATUS     TO WS-GO-STATUS (WS-GOIDX).
           MOVE GO-CLOSE-DATE TO WS-GO-CLOSE-DATE (WS-GOIDX).
           MOVE 'N'           TO WS-GO-DONE-SW (WS-GOIDX).

      * SHIFTDIFF.DAT is optional (status 35): with no rows no
      * differential is paid.
       0069-LOAD-SHIFT-DIFF.
           OPEN INPUT SHIFTDIFF.
           IF WS-SHIFTDIFF-STATUS NOT = "00" AND
              WS-SHIFTDIFF-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SHIFTDIFF "
                 WS-SHIFTDIFF-STATUS
           END-IF.
           IF WS-SHIFTDIFF-STATUS = "00"
              PERFORM UNTIL WS-SHIFTDIFF-STATUS NOT = "00"
                 READ SHIFTDIFF
                    AT END MOVE "10" TO WS-SHIFTDIFF-STATUS
                 END-READ
                 IF WS-SHIFTDIFF-STATUS = "00"
                    AND WS-SHIFT-COUNT < 20
                    ADD 1 TO WS-SHIFT-COUNT
                    SET WS-SDIDX TO WS-SHIFT-COUNT
                    MOVE SD-SHIFT-CODE   TO WS-SD-CODE (WS-SDIDX)
                    MOVE SD-SHIFT-RATE   TO WS-SD-SHIFT-RATE (WS-SDIDX)
                    MOVE SD-WEEKEND-RATE
                       TO WS-SD-WEEKEND-RATE (WS-SDIDX)
                 END-IF
              END-PERFORM
              CLOSE SHIFTDIFF
           END-IF.

      * TIMECARD.DAT is optional (status 35): with no cards every
      * employee is paid from the master hours as before. Each
      * card's hours are worked out here; a card whose times are
      * not real clock times goes straight to the exception file.
       0070-LOAD-TIMECARDS.
           MOVE WS-TODAY-DATE TO WS-TC-MONTH-START.
           MOVE "01" TO WS-TC-MONTH-START (7:2).
           COMPUTE WS-TC-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 6.
           COMPUTE WS-TC-WEEK-START =
              FUNCTION DATE-OF-INTEGER (WS-TC-DATE-INT).
           OPEN INPUT TIMECARDFILE.
           IF WS-TIMECARD-STATUS NOT = "00" AND
              WS-TIMECARD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE TIMECARDFILE "
                 WS-TIMECARD-STATUS
           END-IF.
           IF WS-TIMECARD-STATUS NOT = "00"
              GO TO 0070-TC-END
           END-IF.
           PERFORM UNTIL WS-TIMECARD-STATUS NOT = "00"
              READ TIMECARDFILE
                 AT END MOVE "10" TO WS-TIMECARD-STATUS
              END-READ
              IF WS-TIMECARD-STATUS = "00"
                 MOVE TIMECARDREC TO WS-TC-WORK-REC
                 IF TC-TIME-IN NOT NUMERIC
                    OR TC-TIME-OUT NOT NUMERIC
                    OR WS-TCW-IN-HH > 23 OR WS-TCW-IN-MM > 59
                    OR WS-TCW-OUT-HH > 23 OR WS-TCW-OUT-MM > 59
                    OR TC-TIME-IN = TC-TIME-OUT
                    MOVE "TIMECARD TIME IN/OUT INVALID"
                       TO EXC-WK-REASON-TEXT
                    PERFORM 0071-TIMECARD-EXCEPTION
                 ELSE
                    IF WS-TIMECARD-COUNT < 20000
                       ADD 1 TO WS-TIMECARD-COUNT
                       SET WS-TCIDX TO WS-TIMECARD-COUNT
                       PERFORM 0072-STORE-TIMECARD
                    ELSE
                       DISPLAY "ERR: TIMECARD TABLE FULL AT 20000 "
                          "- RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE TIMECARDFILE
                       GO TO 9100-ABORT-RUN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE TIMECARDFILE.
       0070-TC-END.

      * WS-TC-WORK-REC holds the card and EXC-WK-REASON-TEXT the
      * reason.
       0071-TIMECARD-EXCEPTION.
           MOVE SPACES          TO EXC-WK-KEY.
           MOVE WS-TCW-EMP-ID   TO EXC-WK-KEY (1:7).
           MOVE WS-TCW-WORK-DATE TO EXC-WK-KEY (9:8).
           MOVE "TCD"           TO EXC-WK-REASON-CODE.
           MOVE WS-TC-WORK-REC  TO EXC-WK-IMAGE.
           PERFORM 0389-LOG-COMMON-EXC.

       0072-STORE-TIMECARD.
           MOVE WS-TC-WORK-REC TO WS-TC-REC (WS-TCIDX).
           MOVE SPACE          TO WS-TC-STATE (WS-TCIDX).
           COMPUTE WS-TC-MINUTES =
              (WS-TCW-OUT-HH * 60 + WS-TCW-OUT-MM)
              - (WS-TCW-IN-HH * 60 + WS-TCW-IN-MM).
           IF WS-TC-MINUTES < ZEROES
              ADD 1440 TO WS-TC-MINUTES
           END-IF.
           COMPUTE WS-TC-HOURS (WS-TCIDX) ROUNDED =
              WS-TC-MINUTES / 60.

      * PAYGRADE.DAT is optional (status 35): with no grades no
      * raise is checked against a range.
       0073-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-PAYGRADE-STATUS NOT = "00" AND
              WS-PAYGRADE-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PAYGRADEFILE "
                 WS-PAYGRADE-STATUS
           END-IF.
           IF WS-PAYGRADE-STATUS = "00"
              PERFORM UNTIL WS-PAYGRADE-STATUS NOT = "00"
                 READ PAYGRADEFILE
                    AT END MOVE "10" TO WS-PAYGRADE-STATUS
                 END-READ
                 IF WS-PAYGRADE-STATUS = "00"
                    AND WS-GRADE-COUNT < 50
                    ADD 1 TO WS-GRADE-COUNT
                    SET WS-PGIDX TO WS-GRADE-COUNT
                    MOVE PG-GRADE    TO WS-PG-GRADE (WS-PGIDX)
                    MOVE PG-MAX-RATE TO WS-PG-MAX-RATE (WS-PGIDX)
                    MOVE PG-CAP-FLAG TO WS-PG-CAP-FLAG (WS-PGIDX)
                 END-IF
              END-PERFORM
              CLOSE PAYGRADEFILE
           END-IF.

      * TAXBRACKETS.DAT is optional (status 35): with no bracket
      * table no statutory withholding is taken, the historical
      * behaviour.
           END-IF.

      * EMPBANK.DAT is optional (status 35): with no bank master
      * every employee lists for manual payment. The file is opened
      * for update so pending details whose cooling-off period has
      * run can go live before anyone is paid.
       0053-LOAD-BANK-DETAILS.
           PERFORM 0074-LOAD-BUS-CALENDAR.
           OPEN I-O EMPBANKFILE.
           IF WS-EMPBANK-STATUS NOT = "00" AND
              WS-EMPBANK-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE EMPBANKFILE "
                 WS-EMPBANK-STATUS
           END-IF.
           IF WS-EMPBANK-STATUS = "00"
              OPEN EXTEND BANKCHGFILE
              IF WS-BANKCHG-STATUS NOT = "00"
                 OPEN OUTPUT BANKCHGFILE
              END-IF
              PERFORM UNTIL WS-EMPBANK-STATUS NOT = "00"
                 READ EMPBANKFILE
                    AT END MOVE "10" TO WS-EMPBANK-STATUS
                 END-READ
                 IF WS-EMPBANK-STATUS = "00"
                    PERFORM 0075-CHECK-BANK-PENDING
                 END-IF
                 IF WS-EMPBANK-STATUS = "00"
                    AND WS-BANK-COUNT < 5000
                    ADD 1 TO WS-BANK-COUNT
                    MOVE EB-ACCOUNT TO WS-BANK-ACCOUNT (WS-BNKIDX)
                 END-IF
              END-PERFORM
              CLOSE EMPBANKFILE BANKCHGFILE
           END-IF.
           IF WS-ACTIVATED-COUNT > ZEROES OR WS-PRENOTE-COUNT > ZEROES
              DISPLAY "BANK DETAILS GONE LIVE: " WS-ACTIVATED-COUNT
                 "  PRENOTES DUE: " WS-PRENOTE-COUNT
           END-IF.

      * Weekends and the non-processing dates on BUSCALENDAR.DAT
      * are not business days, the same test the nightly driver
      * uses to advance the business date.
       0074-LOAD-BUS-CALENDAR.
           MOVE ZEROES TO WS-BUSCAL-COUNT.
           OPEN INPUT BUSCALFILE.
           IF WS-BUSCAL-STATUS = "00"
              READ BUSCALFILE
                 AT END SET ENDOFBUSCAL TO TRUE
              END-READ
              PERFORM UNTIL ENDOFBUSCAL
                 IF BCAL-DATE NUMERIC
                    AND WS-BUSCAL-COUNT < 100
                    ADD 1 TO WS-BUSCAL-COUNT
                    SET WS-BCALIDX TO WS-BUSCAL-COUNT
                    MOVE BCAL-DATE TO WS-BUSCAL-ENTRY (WS-BCALIDX)
                 END-IF
                 READ BUSCALFILE
                    AT END SET ENDOFBUSCAL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BUSCALFILE
           END-IF.
           PERFORM 0076-SET-BANK-ACTIVE-DATE.

      * Pending details go live once their prenote has stood to the
      * active date without a return (a return turns the record to
      * R and it never qualifies). A prenote sent on this business
      * date belongs to a run being restarted, so it is sent again
      * and not yet counted as standing. Details not yet prenoted
      * are queued for this run's extract.
       0075-CHECK-BANK-PENDING.
           IF EB-PENDING
              AND EB-PRENOTE-DATE NOT = ZEROES
              AND EB-PRENOTE-DATE NOT = WS-BUSINESS-DATE
              AND WS-BUSINESS-DATE NOT < EB-ACTIVE-DATE
              MOVE EMPBANKREC      TO WS-BANK-BEFORE
              MOVE EB-PEND-ROUTING TO EB-ROUTING
              MOVE EB-PEND-ACCOUNT TO EB-ACCOUNT
              MOVE 'A'             TO EB-STATUS
              MOVE ZEROES TO EB-PEND-ROUTING EB-PEND-DATE
                             EB-PRENOTE-DATE EB-ACTIVE-DATE
              MOVE SPACES TO EB-PEND-ACCOUNT EB-PEND-OPERATOR
              REWRITE EMPBANKREC
              IF WS-EMPBANK-STATUS = "00"
                 ADD 1 TO WS-ACTIVATED-COUNT
                 MOVE "V" TO WS-BANKCHG-ACTION
                 PERFORM 0378-WRITE-BANK-HISTORY
              ELSE
                 DISPLAY "WARNING: EMPBANK REWRITE FAILED FOR "
                    EB-EMP-ID ", STATUS = " WS-EMPBANK-STATUS
                 MOVE WS-BANK-BEFORE TO EMPBANKREC
                 MOVE "00" TO WS-EMPBANK-STATUS
              END-IF
           END-IF.
           IF EB-PENDING
              AND (EB-PRENOTE-DATE = ZEROES
                OR EB-PRENOTE-DATE = WS-BUSINESS-DATE)
              IF WS-PRENOTE-COUNT < 1000
                 ADD 1 TO WS-PRENOTE-COUNT
                 SET WS-PNTIDX TO WS-PRENOTE-COUNT
                 MOVE EB-EMP-ID       TO WS-PRENOTE-ID (WS-PNTIDX)
                 MOVE EB-PEND-ROUTING TO WS-PRENOTE-ROUTING (WS-PNTIDX)
                 MOVE EB-PEND-ACCOUNT TO WS-PRENOTE-ACCOUNT (WS-PNTIDX)
              ELSE
                 DISPLAY "WARNING: PRENOTE TABLE FULL AT 1000, "
                    "EMPLOYEE " EB-EMP-ID " WAITS FOR THE NEXT RUN"
              END-IF
           END-IF.

      * A prenote sent today goes live WS-PRENOTE-DAYS business days
      * on. Saturday and Sunday are days 6 and 0 of the integer
      * calendar's Monday-based week.
       0076-SET-BANK-ACTIVE-DATE.
           COMPUTE WS-BANK-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           MOVE WS-PRENOTE-DAYS TO WS-BANK-DAYS-LEFT.
           PERFORM UNTIL WS-BANK-DAYS-LEFT = ZEROES
              ADD 1 TO WS-BANK-DAY-INT
              COMPUTE WS-BANK-WORK-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-BANK-DAY-INT)
              PERFORM 0077-CHECK-BANK-DAY
              IF BANK-DAY-IS-OPEN
                 SUBTRACT 1 FROM WS-BANK-DAYS-LEFT
              END-IF
           END-PERFORM.
           MOVE WS-BANK-WORK-DATE TO WS-BANK-ACTIVE-DATE.

       0077-CHECK-BANK-DAY.
           MOVE 'Y' TO WS-BANK-DAY-SW.
           COMPUTE WS-BANK-WEEKDAY = FUNCTION MOD (WS-BANK-DAY-INT, 7).
           IF WS-BANK-WEEKDAY = 6 OR WS-BANK-WEEKDAY = 0
              MOVE 'N' TO WS-BANK-DAY-SW
           END-IF.
           SET WS-BCALIDX TO 1.
           PERFORM WS-BUSCAL-COUNT TIMES
              IF WS-BUSCAL-ENTRY (WS-BCALIDX) = WS-BANK-WORK-DATE
                 MOVE 'N' TO WS-BANK-DAY-SW
              END-IF
              SET WS-BCALIDX UP BY 1
           END-PERFORM.

       0054-OPEN-DIRECT-DEPOSIT.
           MOVE SPACES TO WS-DIRECTDEP-NAME.
           STRING "DIRECTDEP"       DELIMITED BY SIZE
              END-IF
              SET WS-BNKIDX UP BY 1
           END-PERFORM.
           IF WS-BANK-FOUND-IDX NOT = 0
              SET WS-BNKIDX TO WS-BANK-FOUND-IDX
              IF WS-BANK-ROUTING (WS-BNKIDX) = ZEROES
                 MOVE 0 TO WS-BANK-FOUND-IDX
                 MOVE 'BANK DETAILS PENDING PRENOTE - PAY BY CHECK'
                    TO NOBNK-REASON
              END-IF
           ELSE
              MOVE 'NO BANK DETAILS - PAY MANUALLY' TO NOBNK-REASON
           END-IF.
           IF WS-BANK-FOUND-IDX = 0
              ADD 1 TO WS-NOBANK-COUNT
              MOVE EMPLOYEEID   TO NOBNK-EMP-ID
              WRITE DDEP-RECORD
           END-IF.

      * Prenotes (type P, zero amount, the pending details) follow
      * the payments; the trailer count and total stay those of the
      * payments, with the prenotes counted separately.
       0236-WRITE-DDEP-TRAILER.
           PERFORM 0255-WRITE-ONE-PRENOTE
              VARYING WS-PNTIDX FROM 1 BY 1
              UNTIL WS-PNTIDX > WS-PRENOTE-COUNT.
           MOVE SPACES        TO DDEP-TRAILER.
           MOVE "T"           TO DDT-REC-TYPE.
           MOVE WS-DDEP-COUNT TO DDT-COUNT.
           MOVE WS-DDEP-TOTAL TO DDT-TOTAL.
           MOVE WS-PRENOTE-COUNT TO DDT-PRENOTE-COUNT.
           WRITE DDEP-TRAILER.

       0255-WRITE-ONE-PRENOTE.
           MOVE SPACES TO DDEP-RECORD.
           MOVE "P"    TO DDEP-REC-TYPE.
           MOVE WS-PRENOTE-ID (WS-PNTIDX)      TO DDEP-EMP-ID.
           MOVE WS-PRENOTE-ROUTING (WS-PNTIDX) TO DDEP-ROUTING.
           MOVE WS-PRENOTE-ACCOUNT (WS-PNTIDX) TO DDEP-ACCOUNT.
           MOVE ZEROES TO DDEP-AMOUNT.
           WRITE DDEP-RECORD.

      * EMPPAYHIST.DAT is absent before the first run with retro
      * support (status 35). Only the rate and hours matter for
      * the retro difference, and only pay run records (blank entry
      * type) carry them - manual checks, voids and reissues are
      * left out. The file is appended in run-date order, so when
      * it outgrows the table the oldest slots are overwritten in
      * rotation and the newest 20000 records - the periods a
      * backdated raise actually reaches - survive.
       0056-LOAD-PAY-HISTORY.
           OPEN INPUT EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00" AND
                    AT END MOVE "10" TO WS-PAYHIST-STATUS
                 END-READ
                 IF WS-PAYHIST-STATUS = "00"
                    ADD 1 TO WS-PAYHIST-RECNO
                    IF RESTART-RUN
                       AND WS-PAYHIST-RECNO > RST-PAYHIST-BASE
                       MOVE "10" TO WS-PAYHIST-STATUS
                    END-IF
                 END-IF
                 IF WS-PAYHIST-STATUS = "00"
                    AND PH-ENTRY-TYPE = SPACE
                    IF WS-PAYHIST-COUNT < 20000
                       ADD 1 TO WS-PAYHIST-COUNT
                       SET WS-PHIDX TO WS-PAYHIST-COUNT
                 READ EMPRETROPAID
                    AT END MOVE "10" TO WS-RETROPAID-STATUS
                 END-READ
                 IF WS-RETROPAID-STATUS = "00"
                    ADD 1 TO WS-RETRO-RECNO
                    IF RESTART-RUN
                       AND WS-RETRO-RECNO > RST-RETRO-BASE
                       MOVE "10" TO WS-RETROPAID-STATUS
                    END-IF
                 END-IF
                 IF WS-RETROPAID-STATUS = "00"
                    AND WS-RETROPAID-COUNT < 10000
                    ADD 1 TO WS-RETROPAID-COUNT
              ADD WS-RETRO-PAY TO WS-RETRO-PAY-TOTAL
              MOVE EMPLOYEEID       TO RP-EMP-ID
              MOVE WS-BEST-EFF-DATE TO RP-EFF-DATE
              IF NOT REPLAYING
                 WRITE RETROPAIDREC
                 ADD 1 TO WS-RETRO-ADDED
              END-IF
              IF WS-RETROPAID-COUNT < 10000
                 ADD 1 TO WS-RETROPAID-COUNT
                 SET WS-RPIDX TO WS-RETROPAID-COUNT
           MOVE NEW-HOURLY-RATE TO PH-HOURLY-RATE.
           MOVE HOURSWORKED     TO PH-HOURS.
           MOVE NEW-SALARY      TO PH-GROSS.
           MOVE WS-STAT-TAX-TOTAL TO PH-TAX-WITHHELD.
           MOVE SPACE           TO PH-ENTRY-TYPE.
           MOVE ZEROES          TO PH-ORIG-RUN-DATE.
           MOVE WS-PRETAX-TOTAL TO PH-PRETAX-DED.
           IF NOT REPLAYING
              WRITE PAYHISTREC
              ADD 1 TO WS-PAYHIST-ADDED
           END-IF.

      * EMPLEAVE.DAT carries accrued leave across runs; absent
      * before the first accrual run (status 35).
                          MOVE "LEAVE TAKEN EXCEEDS BALANCE"
                             TO EXC-WK-REASON-TEXT
                          MOVE LEAVETAKENREC TO EXC-WK-IMAGE
                          PERFORM 0389-LOG-COMMON-EXC
                          MOVE ZEROES
                             TO WS-LV-BALANCE (WS-LVIDX)
                       END-IF
           CLOSE EMPLEAVEFILE.
       0340-LEAVE-END.

      * EMPPURCHBAL.DAT carries what employees still owe for
      * purchases across runs; absent before the first payroll
      * charge (status 35).
       0062-LOAD-PURCHASE-BALANCES.
           OPEN INPUT EMPPURCHBAL.
           IF WS-PURCHBAL-STATUS NOT = "00" AND
              WS-PURCHBAL-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE EMPPURCHBAL "
                 WS-PURCHBAL-STATUS
           END-IF.
           IF WS-PURCHBAL-STATUS = "00"
              PERFORM UNTIL WS-PURCHBAL-STATUS NOT = "00"
                 READ EMPPURCHBAL
                    AT END MOVE "10" TO WS-PURCHBAL-STATUS
                 END-READ
                 IF WS-PURCHBAL-STATUS = "00"
                    IF WS-PURCH-COUNT < 5000
                       ADD 1 TO WS-PURCH-COUNT
                       SET WS-PBIDX TO WS-PURCH-COUNT
                       MOVE PB-EMP-ID  TO WS-PB-ID (WS-PBIDX)
                       MOVE PB-BALANCE TO WS-PB-BALANCE (WS-PBIDX)
                    ELSE
                       DISPLAY "ERR: PURCHASE BALANCE TABLE FULL AT "
                          "5000 - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE EMPPURCHBAL
                       GO TO 9100-ABORT-RUN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EMPPURCHBAL
           END-IF.

       0064-FIND-PURCHASE-BALANCE.
           MOVE 0 TO WS-PB-FOUND-IDX.
           SET WS-PBIDX TO 1.
           PERFORM WS-PURCH-COUNT TIMES
              IF WS-PB-ID (WS-PBIDX) = WS-LV-LOOKUP-ID
                 SET WS-PB-FOUND-IDX TO WS-PBIDX
              END-IF
              SET WS-PBIDX UP BY 1
           END-PERFORM.

      * Every purchase dated up to the business date moves onto the
      * employee's balance, whether or not their group is paid this
      * run; a row dated later (a sales run ahead of payroll) stays
      * on the file for the next run. PETEMPPURCH.DAT is absent
      * until the first payroll charge (status 35).
       0063-TAKE-EMP-PURCHASES.
           OPEN INPUT PETEMPPURCH.
           IF WS-EMPPURCH-STATUS NOT = "00" AND
              WS-EMPPURCH-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETEMPPURCH "
                 WS-EMPPURCH-STATUS
           END-IF.
           IF WS-EMPPURCH-STATUS NOT = "00"
              GO TO 0063-TAKE-END
           END-IF.
           PERFORM UNTIL WS-EMPPURCH-STATUS NOT = "00"
              READ PETEMPPURCH
                 AT END MOVE "10" TO WS-EMPPURCH-STATUS
              END-READ
              IF WS-EMPPURCH-STATUS = "00"
                 IF EPU-DATE > WS-TODAY-DATE
                    IF WS-EPU-KEEP-COUNT < 1000
                       ADD 1 TO WS-EPU-KEEP-COUNT
                       MOVE EMPPURCH-REC
                          TO WS-EPU-KEEP-REC (WS-EPU-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: EMPLOYEE PURCHASE TABLE FULL "
                          "AT 1000 - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETEMPPURCH
                       GO TO 9100-ABORT-RUN
                    END-IF
                 ELSE
                    PERFORM 0065-POST-ONE-PURCHASE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETEMPPURCH.
       0063-TAKE-END.

       0065-POST-ONE-PURCHASE.
           MOVE EPU-EMP-ID TO WS-LV-LOOKUP-ID.
           PERFORM 0064-FIND-PURCHASE-BALANCE.
           IF WS-PB-FOUND-IDX = 0
              IF WS-PURCH-COUNT < 5000
                 ADD 1 TO WS-PURCH-COUNT
                 SET WS-PBIDX TO WS-PURCH-COUNT
                 MOVE EPU-EMP-ID TO WS-PB-ID (WS-PBIDX)
                 MOVE ZEROES     TO WS-PB-BALANCE (WS-PBIDX)
              ELSE
                 DISPLAY "ERR: PURCHASE BALANCE TABLE FULL AT "
                    "5000 - RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 CLOSE PETEMPPURCH
                 GO TO 9100-ABORT-RUN
              END-IF
           ELSE
              SET WS-PBIDX TO WS-PB-FOUND-IDX
           END-IF.
           ADD EPU-AMOUNT TO WS-PB-BALANCE (WS-PBIDX).
           ADD 1 TO WS-EPU-TAKEN-COUNT.

      * Both files are written back only once the employees are
      * paid, so a run that stops early takes no purchase twice.
       0350-REWRITE-PURCHASE-FILES.
           IF WS-PURCH-COUNT = ZEROES
              GO TO 0350-PURCH-END
           END-IF.
           OPEN OUTPUT EMPPURCHBAL.
           IF WS-PURCHBAL-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE EMPPURCHBAL.DAT, "
                 "STATUS = " WS-PURCHBAL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0350-PURCH-END
           END-IF.
           SET WS-PBIDX TO 1.
           PERFORM WS-PURCH-COUNT TIMES
              IF WS-PB-BALANCE (WS-PBIDX) > ZEROES
                 MOVE WS-PB-ID (WS-PBIDX)      TO PB-EMP-ID
                 MOVE WS-PB-BALANCE (WS-PBIDX) TO PB-BALANCE
                 WRITE EMPPURCHBALREC
              END-IF
              SET WS-PBIDX UP BY 1
           END-PERFORM.
           CLOSE EMPPURCHBAL.
           IF WS-EPU-TAKEN-COUNT = ZEROES
              GO TO 0350-PURCH-END
           END-IF.
           OPEN OUTPUT PETEMPPURCH.
           IF WS-EMPPURCH-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETEMPPURCH.DAT, "
                 "STATUS = " WS-EMPPURCH-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0350-PURCH-END
           END-IF.
           PERFORM VARYING WS-EPU-KEEP-SUB FROM 1 BY 1
              UNTIL WS-EPU-KEEP-SUB > WS-EPU-KEEP-COUNT
              WRITE EMPPURCH-REC
                 FROM WS-EPU-KEEP-REC (WS-EPU-KEEP-SUB)
           END-PERFORM.
           CLOSE PETEMPPURCH.
       0350-PURCH-END.

       0049-OPEN-PAYSTUB-FILE.
           MOVE SPACES TO WS-PAYSTUB-NAME.
           STRING "PAYSTUB"         DELIMITED BY SIZE
           PERFORM 0200-PROCESS-EMPLOYEES UNTIL ENDOFFILE.

       0200-PROCESS-EMPLOYEES.
           IF REPLAYING AND RST-PAYING
              AND EMPLOYEEID > RST-LAST-EMP-ID
              PERFORM 0388-END-REPLAY THRU 0388-REPLAY-END
           END-IF.
           ADD 1 TO WS-EMP-READ-COUNT.
           IF EMPLOYEE-TERMINATED
              PERFORM 0203-CHECK-FINAL-PAY-DUE
              IF FINAL-PAY-RUN
                 MOVE 'N' TO WS-FINAL-PAY-SW
              ELSE
                 PERFORM 0205-LIST-TERMINATED
                 PERFORM 0245-BUILD-TIMECARD-HOURS
                    THRU 0245-TC-END
              END-IF
           ELSE
              PERFORM 0043-CHECK-EMPLOYEE-DUE
                 PERFORM 0207-PROCESS-ACTIVE-EMPLOYEE
              ELSE
                 ADD 1 TO WS-NOTDUE-COUNT
                 PERFORM 0248-HOLD-EMPLOYEE-CARDS
              END-IF
           END-IF.
           IF NOT REPLAYING
              DIVIDE WS-EMP-READ-COUNT BY WS-CHECKPOINT-INTERVAL
                 GIVING WS-CKPT-QUOTIENT
                 REMAINDER WS-CKPT-REMAINDER
              IF WS-CKPT-REMAINDER = ZEROES
                 MOVE EMPLOYEEID TO WS-CKPT-LAST-EMP-ID
                 PERFORM 0384-TAKE-CHECKPOINT
              END-IF
           END-IF.
           READ EMPLOYEEFILE
           PERFORM 0213-ADD-SERVICE-BAND.
           PERFORM 0212-PRORATE-RAISE-PCT.
           PERFORM 0214-PRINT-RAISE-DETAIL.
           PERFORM 0245-BUILD-TIMECARD-HOURS
              THRU 0245-TC-END.
           COMPUTE NEW-HOURLY-RATE ROUNDED =
              HOURLYRATE * (1 + WS-APPLICABLE-PCT).
           PERFORM 0254-CHECK-GRADE-MAXIMUM
              THRU 0254-GRADE-END.
           IF WS-EQ-COUNT < 5000
              ADD 1 TO WS-EQ-COUNT
              SET WS-EQIDX TO WS-EQ-COUNT
           PERFORM 0238-APPEND-PAY-HISTORY.
           ADD NEW-SALARY TO WS-BAL-SALARY-TOTAL.
           PERFORM 0229-UPDATE-YTD THRU 0229-YTD-END.
           PERFORM 0233-COMPUTE-EMPLOYER-COST
              THRU 0233-ERC-END.
           PERFORM 0215-VALIDATE-RATE.
           IF EXC-REASON NOT = SPACES
              PERFORM 0240-WRITE-EXCEPTION-LINE
           MOVE GENDER TO NEW-GENDER.
           MOVE HOURLYRATE TO NEW-HOURLY-RATE.
           MOVE TERMDATE (7:2) TO WS-TERM-DAY.
           PERFORM 0245-BUILD-TIMECARD-HOURS
              THRU 0245-TC-END.
           IF NOT TC-HOURS-USED
              PERFORM 0208-SET-FP-DAYS-IN-MONTH
              IF WS-FP-DAYS-IN-MONTH = ZEROES
                 MOVE HOURSWORKED TO WS-PRORATED-HOURS
              ELSE
                 COMPUTE WS-PRORATED-HOURS ROUNDED =
                    HOURSWORKED * WS-TERM-DAY / WS-FP-DAYS-IN-MONTH
              END-IF
              MOVE WS-PRORATED-HOURS TO HOURSWORKED
           END-IF.
           PERFORM 0220-COMPUTE-SALARY-WITH-OT.
           MOVE ZEROES TO WS-LEAVE-PAYOUT.
           MOVE EMPLOYEEID TO WS-LV-LOOKUP-ID.
           PERFORM 0238-APPEND-PAY-HISTORY.
           ADD NEW-SALARY TO WS-BAL-SALARY-TOTAL.
           PERFORM 0229-UPDATE-YTD THRU 0229-YTD-END.
           PERFORM 0233-COMPUTE-EMPLOYER-COST
              THRU 0233-ERC-END.
           PERFORM 0230-ACCUMULATE-DEPARTMENT.
           WRITE NEWEMPLOYEE AFTER ADVANCING 1 LINE.
           PERFORM 0235-WRITE-DIRECT-DEPOSIT.
                 CONTINUE
           END-EVALUATE.

      * Timecard hours arrive already split into regular and
      * overtime by 0245; master hours use the period threshold.
       0220-COMPUTE-SALARY-WITH-OT.
           IF TC-HOURS-USED
              COMPUTE WS-OT-HOURS = WS-TC-DAILY-OT + WS-TC-WEEKLY-OT
              COMPUTE WS-REGULAR-HOURS =
                 WS-TC-TOTAL-HOURS - WS-OT-HOURS
           ELSE
              MOVE ZEROES TO WS-SHIFT-DIFF-PAY
              IF HOURSWORKED > WS-OT-THRESHOLD
                 MOVE WS-OT-THRESHOLD TO WS-REGULAR-HOURS
                 COMPUTE WS-OT-HOURS = HOURSWORKED - WS-OT-THRESHOLD
              ELSE
                 MOVE HOURSWORKED TO WS-REGULAR-HOURS
                 MOVE 0 TO WS-OT-HOURS
              END-IF
           END-IF.
           COMPUTE WS-REGULAR-PAY ROUNDED =
              WS-REGULAR-HOURS * NEW-HOURLY-RATE.
           COMPUTE WS-OT-PAY ROUNDED =
              WS-OT-HOURS * NEW-HOURLY-RATE * WS-OT-MULTIPLIER.
           COMPUTE NEW-SALARY = WS-REGULAR-PAY + WS-OT-PAY
              + WS-SHIFT-DIFF-PAY.

      * A deduction record with a zero employee id applies to every
      * employee unless that employee has an override record with
           MOVE NEW-SALARY TO STUB-GROSS-AMT.
           MOVE STUB-GROSS-LINE TO STUB-LINE.
           WRITE STUB-LINE.
           IF WS-SHIFT-DIFF-PAY > ZEROES
              MOVE WS-SHIFT-DIFF-PAY TO STUB-DIFF-AMT
              MOVE STUB-DIFF-LINE TO STUB-LINE
              WRITE STUB-LINE
           END-IF.
           IF FINAL-PAY-RUN
              AND WS-LEAVE-PAYOUT > ZEROES
              MOVE WS-LEAVE-PAYOUT TO STUB-PAYOUT-AMT
              WRITE STUB-LINE
           END-IF.
           MOVE ZEROES TO WS-TOTAL-DEDUCTIONS.
           MOVE 'N' TO WS-EP-CAP-SW.
           MOVE ZEROES TO WS-EP-CAP.
           PERFORM 0225-COMPUTE-PRETAX.
           PERFORM 0228-COMPUTE-STATUTORY-TAX
              THRU 0228-TAX-END.
           PERFORM 0241-APPLY-GARNISHMENTS
              THRU 0241-GARN-END.
           SET WS-DEDIDX TO 1.
           PERFORM WS-DEDUCT-COUNT TIMES
              MOVE ZEROES TO WS-DED-AMOUNT
                    END-IF
                 END-IF
              END-IF
      *       The purchase recovery row only sets this period's cap;
      *       the amount is taken once the other deductions are in.
              IF WS-DED-CODE (WS-DEDIDX) = WS-EMPPURCH-CODE
                 AND WS-DED-AMOUNT > ZEROES
                 SET EP-CAP-FOUND TO TRUE
                 MOVE WS-DED-AMOUNT TO WS-EP-CAP
                 MOVE WS-DED-DESC (WS-DEDIDX) TO WS-EP-DESC
                 MOVE ZEROES TO WS-DED-AMOUNT
              END-IF
              IF WS-DED-AMOUNT > ZEROES
                 ADD WS-DED-AMOUNT TO WS-TOTAL-DEDUCTIONS
                 MOVE WS-DED-CODE (WS-DEDIDX) TO STUB-DED-CODE
              END-IF
              SET WS-DEDIDX UP BY 1
           END-PERFORM.
           PERFORM 0232-RECOVER-EMP-PURCHASE
              THRU 0232-PURCH-END.
           IF WS-TOTAL-DEDUCTIONS > NEW-SALARY + WS-RETRO-PAY
              MOVE ZEROES TO NEW-NET-PAY
           ELSE
           MOVE STUB-NET-LINE TO STUB-LINE.
           WRITE STUB-LINE.

      * Gross less pre-tax deductions is annualized by pay group,
      * run through the bands, and each band's share de-annualized
      * back to the period so high and low earners stop needing a
      * manual correction.
      * Each band prints on the stub like a deduction line.
       0228-COMPUTE-STATUTORY-TAX.
           MOVE ZEROES TO WS-STAT-TAX-TOTAL.
           IF WS-TAXBRK-COUNT = ZEROES
              GO TO 0228-TAX-END
           END-IF.
              MOVE 12 TO WS-PERIODS-PER-YEAR
           END-IF.
           COMPUTE WS-ANNUAL-GROSS =
              (NEW-SALARY - WS-PRETAX-TOTAL) * WS-PERIODS-PER-YEAR.
           MOVE ZEROES TO WS-BAND-NO.
           SET WS-TAXIDX TO 1.
           PERFORM WS-TAXBRK-COUNT TIMES
                    WS-BAND-ANNUAL-TAX / WS-PERIODS-PER-YEAR
                 IF WS-BAND-PERIOD-TAX > ZEROES
                    ADD WS-BAND-PERIOD-TAX TO WS-TOTAL-DEDUCTIONS
                    ADD WS-BAND-PERIOD-TAX TO WS-STAT-TAX-TOTAL
                    MOVE SPACES TO WS-BAND-DESC
                    STRING "TAX BAND " DELIMITED BY SIZE
                           WS-BAND-NO DELIMITED BY SIZE
           END-PERFORM.
       0228-TAX-END.

      * Disposable pay is gross less statutory tax. Support orders
      * may together take up to the support share of it, creditor
      * garnishments up to the creditor share, counting whatever
      * the higher-priority orders on this pay already took.
       0241-APPLY-GARNISHMENTS.
           IF WS-GARN-COUNT = ZEROES
              GO TO 0241-GARN-END
           END-IF.
           IF WS-TOTAL-DEDUCTIONS < NEW-SALARY + WS-RETRO-PAY
              COMPUTE WS-GARN-DISPOSABLE = NEW-SALARY + WS-RETRO-PAY
                 - WS-TOTAL-DEDUCTIONS
           ELSE
              MOVE ZEROES TO WS-GARN-DISPOSABLE
           END-IF.
           COMPUTE WS-GARN-SUPPORT-LIMIT ROUNDED =
              WS-GARN-DISPOSABLE * WS-GARN-SUPPORT-PCT.
           COMPUTE WS-GARN-CREDITOR-LIMIT ROUNDED =
              WS-GARN-DISPOSABLE * WS-GARN-CREDITOR-PCT.
           MOVE ZEROES TO WS-GARN-TAKEN.
           SET GARN-MORE-ORDERS TO TRUE.
           PERFORM 0242-APPLY-NEXT-ORDER
              UNTIL NOT GARN-MORE-ORDERS.
           IF FINAL-PAY-RUN
              SET WS-GOIDX TO 1
              PERFORM WS-GARN-COUNT TIMES
                 IF WS-GO-EMP-ID (WS-GOIDX) = EMPLOYEEID
                    AND WS-GO-ACTIVE (WS-GOIDX)
                    AND WS-GO-TOTAL-OWED (WS-GOIDX) > ZEROES
                    MOVE SPACES       TO EXC-WK-KEY
                    MOVE EMPLOYEEID   TO EXC-WK-KEY (1:7)
                    MOVE WS-GO-ORDER-ID (WS-GOIDX)
                       TO EXC-WK-KEY (9:10)
                    MOVE "EMP"        TO EXC-WK-REASON-CODE
                    MOVE "GARNISHMENT OPEN AT FINAL PAY"
                       TO EXC-WK-REASON-TEXT
                    MOVE EMPDETAILS (1:84) TO EXC-WK-IMAGE
                    PERFORM 0389-LOG-COMMON-EXC
                 END-IF
                 SET WS-GOIDX UP BY 1
              END-PERFORM
           END-IF.
       0241-GARN-END.

      * Picks the employee's next active order by priority; an
      * order not yet started is passed over this pay.
       0242-APPLY-NEXT-ORDER.
           MOVE 0 TO WS-GO-FOUND-IDX.
           SET WS-GOIDX TO 1.
           PERFORM WS-GARN-COUNT TIMES
              IF WS-GO-EMP-ID (WS-GOIDX) = EMPLOYEEID
                 AND WS-GO-ACTIVE (WS-GOIDX)
                 AND WS-GO-DONE-SW (WS-GOIDX) NOT = 'Y'
                 AND WS-GO-START-DATE (WS-GOIDX) <= WS-TODAY-DATE
                 IF WS-GO-FOUND-IDX = 0
                    SET WS-GO-FOUND-IDX TO WS-GOIDX
                 ELSE
                    IF WS-GO-PRIORITY (WS-GOIDX) <
                       WS-GO-PRIORITY (WS-GO-FOUND-IDX)
                       SET WS-GO-FOUND-IDX TO WS-GOIDX
                    END-IF
                 END-IF
              END-IF
              SET WS-GOIDX UP BY 1
           END-PERFORM.
           IF WS-GO-FOUND-IDX = 0
              MOVE 'N' TO WS-GARN-MORE-SW
           ELSE
              SET WS-GOIDX TO WS-GO-FOUND-IDX
              MOVE 'Y' TO WS-GO-DONE-SW (WS-GOIDX)
              PERFORM 0243-TAKE-ONE-ORDER
           END-IF.

       0243-TAKE-ONE-ORDER.
           IF WS-GO-BASIS (WS-GOIDX) = "P"
              COMPUTE WS-GARN-AMOUNT ROUNDED =
                 WS-GARN-DISPOSABLE * WS-GO-VALUE (WS-GOIDX) / 100
           ELSE
              MOVE WS-GO-VALUE (WS-GOIDX) TO WS-GARN-AMOUNT
           END-IF.
           IF WS-GO-SUPPORT (WS-GOIDX)
              COMPUTE WS-GARN-ROOM =
                 WS-GARN-SUPPORT-LIMIT - WS-GARN-TAKEN
           ELSE
              COMPUTE WS-GARN-ROOM =
                 WS-GARN-CREDITOR-LIMIT - WS-GARN-TAKEN
           END-IF.
           IF WS-GARN-ROOM < ZEROES
              MOVE ZEROES TO WS-GARN-ROOM
           END-IF.
           IF WS-GARN-AMOUNT > WS-GARN-ROOM
              MOVE WS-GARN-ROOM TO WS-GARN-AMOUNT
           END-IF.
           IF WS-GO-TOTAL-OWED (WS-GOIDX) > ZEROES
              AND WS-GARN-AMOUNT > WS-GO-BALANCE (WS-GOIDX)
              MOVE WS-GO-BALANCE (WS-GOIDX) TO WS-GARN-AMOUNT
           END-IF.
           IF WS-GARN-AMOUNT > ZEROES
              ADD WS-GARN-AMOUNT TO WS-GARN-TAKEN
              ADD WS-GARN-AMOUNT TO WS-TOTAL-DEDUCTIONS
              IF WS-GO-SUPPORT (WS-GOIDX)
                 MOVE "SUPP"     TO STUB-DED-CODE
              ELSE
                 MOVE "GARN"     TO STUB-DED-CODE
              END-IF
              MOVE WS-GO-ORDER-ID (WS-GOIDX) TO STUB-DED-DESC
              MOVE WS-GARN-AMOUNT TO STUB-DED-AMT
              MOVE STUB-DED-LINE TO STUB-LINE
              WRITE STUB-LINE
              PERFORM 0244-RECORD-GARNISH-REMIT
           END-IF.
           IF WS-GO-TOTAL-OWED (WS-GOIDX) > ZEROES
              SUBTRACT WS-GARN-AMOUNT FROM WS-GO-BALANCE (WS-GOIDX)
              IF WS-GO-BALANCE (WS-GOIDX) = ZEROES
                 MOVE 'C'           TO WS-GO-STATUS (WS-GOIDX)
                 MOVE WS-TODAY-DATE TO WS-GO-CLOSE-DATE (WS-GOIDX)
              END-IF
           END-IF.

       0244-RECORD-GARNISH-REMIT.
           IF WS-GREMIT-COUNT NOT < 2000
              DISPLAY "ERR: GARNISHMENT REMITTANCE TABLE FULL AT "
                 "2000 - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GO TO 9100-ABORT-RUN
           END-IF.
           ADD 1 TO WS-GREMIT-COUNT.
           SET WS-GRIDX TO WS-GREMIT-COUNT.
           MOVE WS-GO-PAYEE-ID (WS-GOIDX)
              TO WS-GR-PAYEE-ID (WS-GRIDX).
           MOVE WS-GO-PAYEE-NAME (WS-GOIDX)
              TO WS-GR-PAYEE-NAME (WS-GRIDX).
           MOVE EMPLOYEEID                  TO WS-GR-EMP-ID (WS-GRIDX).
           MOVE WS-GO-ORDER-ID (WS-GOIDX)
              TO WS-GR-ORDER-ID (WS-GRIDX).
           MOVE WS-GARN-AMOUNT              TO WS-GR-AMOUNT (WS-GRIDX).
           ADD WS-GARN-AMOUNT TO WS-GARN-RUN-TOTAL.
           MOVE 'N' TO WS-GPAYEE-FOUND-SW.
           SET WS-GPIDX TO 1.
           PERFORM WS-GPAYEE-COUNT TIMES
              IF WS-GPAYEE-ID (WS-GPIDX) = WS-GO-PAYEE-ID (WS-GOIDX)
                 SET GPAYEE-FOUND TO TRUE
              END-IF
              SET WS-GPIDX UP BY 1
           END-PERFORM.
           IF NOT GPAYEE-FOUND
              ADD 1 TO WS-GPAYEE-COUNT
              SET WS-GPIDX TO WS-GPAYEE-COUNT
              MOVE WS-GO-PAYEE-ID (WS-GOIDX) TO WS-GPAYEE-ID (WS-GPIDX)
           END-IF.

      * A raise past the top of the grade is flagged, or held to
      * the maximum when the grade is capped. A rate already above
      * the maximum is never cut here.
       0254-CHECK-GRADE-MAXIMUM.
           IF PAYGRADE = SPACES
              GO TO 0254-GRADE-END
           END-IF.
           MOVE 0 TO WS-GRADE-FOUND-IDX.
           SET WS-PGIDX TO 1.
           PERFORM WS-GRADE-COUNT TIMES
              IF WS-PG-GRADE (WS-PGIDX) = PAYGRADE
                 SET WS-GRADE-FOUND-IDX TO WS-PGIDX
              END-IF
              SET WS-PGIDX UP BY 1
           END-PERFORM.
           IF WS-GRADE-FOUND-IDX = 0
              GO TO 0254-GRADE-END
           END-IF.
           SET WS-PGIDX TO WS-GRADE-FOUND-IDX.
           IF NEW-HOURLY-RATE NOT > WS-PG-MAX-RATE (WS-PGIDX)
              GO TO 0254-GRADE-END
           END-IF.
           ADD 1 TO WS-GRADE-FLAG-COUNT.
           MOVE SPACES       TO EXC-WK-KEY.
           MOVE EMPLOYEEID   TO EXC-WK-KEY (1:7).
           MOVE PAYGRADE     TO EXC-WK-KEY (9:2).
           MOVE "GRD"        TO EXC-WK-REASON-CODE.
           IF WS-PG-CAPPED (WS-PGIDX)
              IF HOURLYRATE > WS-PG-MAX-RATE (WS-PGIDX)
                 MOVE HOURLYRATE TO NEW-HOURLY-RATE
              ELSE
                 MOVE WS-PG-MAX-RATE (WS-PGIDX) TO NEW-HOURLY-RATE
              END-IF
              MOVE "RAISE CAPPED AT GRADE MAXIMUM"
                 TO EXC-WK-REASON-TEXT
           ELSE
              MOVE "RAISE PASSES GRADE MAXIMUM"
                 TO EXC-WK-REASON-TEXT
           END-IF.
           MOVE EMPDETAILS (1:84) TO EXC-WK-IMAGE.
           PERFORM 0389-LOG-COMMON-EXC.
       0254-GRADE-END.

      * Collects the employee's open cards, sends the ones that
      * cannot be paid to the exception file, and splits the rest
      * into regular, daily overtime and weekly overtime hours with
      * the shift differential. Also called for a terminated
      * employee not on a final pay, whose cards all go out.
       0245-BUILD-TIMECARD-HOURS.
           MOVE 'N' TO WS-TC-USED-SW.
           MOVE ZEROES TO WS-SHIFT-DIFF-PAY.
           IF WS-TIMECARD-COUNT = ZEROES
              GO TO 0245-TC-END
           END-IF.
           IF PAYFREQ = "W"
              MOVE WS-TC-WEEK-START TO WS-TC-PERIOD-START
           ELSE
              MOVE WS-TC-MONTH-START TO WS-TC-PERIOD-START
           END-IF.
           MOVE ZEROES TO WS-EMP-CARD-COUNT WS-DAY-COUNT
              WS-WEEK-COUNT WS-TC-TOTAL-HOURS WS-TC-DAILY-OT
              WS-TC-WEEKLY-OT.
           SET WS-TCIDX TO 1.
           PERFORM WS-TIMECARD-COUNT TIMES
              IF WS-TC-OPEN (WS-TCIDX)
                 AND WS-TC-REC (WS-TCIDX) (1:7) = EMPLOYEEID
                 PERFORM 0246-SCREEN-ONE-CARD
              END-IF
              SET WS-TCIDX UP BY 1
           END-PERFORM.
           IF WS-EMP-CARD-COUNT = ZEROES
              GO TO 0245-TC-END
           END-IF.
      *    A day over the limit is thrown out whole.
           SET WS-DAYIDX TO 1.
           PERFORM WS-DAY-COUNT TIMES
              IF WS-DAY-HOURS (WS-DAYIDX) > WS-MAX-DAY-HOURS
                 PERFORM 0247-REJECT-DAY
                 MOVE ZEROES TO WS-DAY-HOURS (WS-DAYIDX)
              END-IF
              SET WS-DAYIDX UP BY 1
           END-PERFORM.
           SET WS-DAYIDX TO 1.
           PERFORM WS-DAY-COUNT TIMES
              ADD WS-DAY-HOURS (WS-DAYIDX) TO WS-TC-TOTAL-HOURS
              IF WS-DAY-HOURS (WS-DAYIDX) > WS-DAILY-OT-LIMIT
                 COMPUTE WS-TC-DAILY-OT = WS-TC-DAILY-OT
                    + WS-DAY-HOURS (WS-DAYIDX) - WS-DAILY-OT-LIMIT
                 MOVE WS-DAILY-OT-LIMIT TO WS-TC-STRAIGHT
              ELSE
                 MOVE WS-DAY-HOURS (WS-DAYIDX) TO WS-TC-STRAIGHT
              END-IF
              PERFORM 0251-ADD-WEEK-HOURS
              SET WS-DAYIDX UP BY 1
           END-PERFORM.
           SET WS-WKIDX TO 1.
           PERFORM WS-WEEK-COUNT TIMES
              IF WS-WK-STRAIGHT (WS-WKIDX) > WS-WEEKLY-OT-LIMIT
                 COMPUTE WS-TC-WEEKLY-OT = WS-TC-WEEKLY-OT
                    + WS-WK-STRAIGHT (WS-WKIDX) - WS-WEEKLY-OT-LIMIT
              END-IF
              SET WS-WKIDX UP BY 1
           END-PERFORM.
           SET WS-ECCIDX TO 1.
           PERFORM WS-EMP-CARD-COUNT TIMES
              SET WS-TCIDX TO WS-ECC-TC-SUB (WS-ECCIDX)
              IF WS-TC-STATE (WS-TCIDX) = 'U'
                 PERFORM 0252-ADD-CARD-DIFFERENTIAL
              END-IF
              SET WS-ECCIDX UP BY 1
           END-PERFORM.
           IF WS-TC-TOTAL-HOURS > ZEROES
              SET TC-HOURS-USED TO TRUE
              COMPUTE HOURSWORKED ROUNDED = WS-TC-TOTAL-HOURS
           END-IF.
       0245-TC-END.

       0246-SCREEN-ONE-CARD.
           MOVE WS-TC-REC (WS-TCIDX) TO WS-TC-WORK-REC.
           MOVE SPACES TO EXC-WK-REASON-TEXT.
           IF EMPLOYEE-TERMINATED
              AND (NOT FINAL-PAY-RUN
                   OR WS-TCW-WORK-DATE > TERMDATE)
              MOVE "TIMECARD FOR TERMINATED EMP"
                 TO EXC-WK-REASON-TEXT
           ELSE
              IF WS-TCW-WORK-DATE < WS-TC-PERIOD-START
                 OR WS-TCW-WORK-DATE > WS-TODAY-DATE
                 MOVE "TIMECARD OUTSIDE PAY PERIOD"
                    TO EXC-WK-REASON-TEXT
              ELSE
                 IF WS-EMP-CARD-COUNT NOT < 100
                    MOVE "MORE THAN 100 TIMECARDS"
                       TO EXC-WK-REASON-TEXT
                 END-IF
              END-IF
           END-IF.
           IF EXC-WK-REASON-TEXT NOT = SPACES
              MOVE 'X' TO WS-TC-STATE (WS-TCIDX)
              PERFORM 0071-TIMECARD-EXCEPTION
           ELSE
              MOVE 'U' TO WS-TC-STATE (WS-TCIDX)
              ADD 1 TO WS-EMP-CARD-COUNT
              SET WS-ECCIDX TO WS-EMP-CARD-COUNT
              SET WS-ECC-TC-SUB (WS-ECCIDX) TO WS-TCIDX
              MOVE WS-TCW-WORK-DATE TO WS-ECC-DATE (WS-ECCIDX)
              PERFORM 0253-ADD-DAY-HOURS
           END-IF.

       0247-REJECT-DAY.
           SET WS-ECCIDX TO 1.
           PERFORM WS-EMP-CARD-COUNT TIMES
              IF WS-ECC-DATE (WS-ECCIDX) = WS-DAY-DATE (WS-DAYIDX)
                 SET WS-TCIDX TO WS-ECC-TC-SUB (WS-ECCIDX)
                 MOVE 'X' TO WS-TC-STATE (WS-TCIDX)
                 MOVE WS-TC-REC (WS-TCIDX) TO WS-TC-WORK-REC
                 MOVE "MORE THAN 24 HOURS IN A DAY"
                    TO EXC-WK-REASON-TEXT
                 PERFORM 0071-TIMECARD-EXCEPTION
              END-IF
              SET WS-ECCIDX UP BY 1
           END-PERFORM.

       0253-ADD-DAY-HOURS.
           MOVE 0 TO WS-DAY-FOUND-IDX.
           SET WS-DAYIDX TO 1.
           PERFORM WS-DAY-COUNT TIMES
              IF WS-DAY-DATE (WS-DAYIDX) = WS-TCW-WORK-DATE
                 SET WS-DAY-FOUND-IDX TO WS-DAYIDX
              END-IF
              SET WS-DAYIDX UP BY 1
           END-PERFORM.
           IF WS-DAY-FOUND-IDX = 0
              ADD 1 TO WS-DAY-COUNT
              SET WS-DAYIDX TO WS-DAY-COUNT
              MOVE WS-TCW-WORK-DATE TO WS-DAY-DATE (WS-DAYIDX)
              MOVE ZEROES TO WS-DAY-HOURS (WS-DAYIDX)
      *       Day 1 of the integer calendar is a Monday, so whole
      *       sevens from it fall on Monday-to-Sunday weeks.
              COMPUTE WS-DAY-WEEK (WS-DAYIDX) =
                 (FUNCTION INTEGER-OF-DATE (WS-TCW-WORK-DATE) - 1)
                 / 7
           ELSE
              SET WS-DAYIDX TO WS-DAY-FOUND-IDX
           END-IF.
           ADD WS-TC-HOURS (WS-TCIDX) TO WS-DAY-HOURS (WS-DAYIDX).

       0251-ADD-WEEK-HOURS.
           MOVE 0 TO WS-WK-FOUND-IDX.
           SET WS-WKIDX TO 1.
           PERFORM WS-WEEK-COUNT TIMES
              IF WS-WK-NO (WS-WKIDX) = WS-DAY-WEEK (WS-DAYIDX)
                 SET WS-WK-FOUND-IDX TO WS-WKIDX
              END-IF
              SET WS-WKIDX UP BY 1
           END-PERFORM.
           IF WS-WK-FOUND-IDX = 0
              ADD 1 TO WS-WEEK-COUNT
              SET WS-WKIDX TO WS-WEEK-COUNT
              MOVE WS-DAY-WEEK (WS-DAYIDX) TO WS-WK-NO (WS-WKIDX)
              MOVE ZEROES TO WS-WK-STRAIGHT (WS-WKIDX)
           ELSE
              SET WS-WKIDX TO WS-WK-FOUND-IDX
           END-IF.
           ADD WS-TC-STRAIGHT TO WS-WK-STRAIGHT (WS-WKIDX).

      * Saturday and Sunday are days 6 and 0 of the integer
      * calendar's Monday-based week.
       0252-ADD-CARD-DIFFERENTIAL.
           MOVE WS-TC-REC (WS-TCIDX) TO WS-TC-WORK-REC.
           COMPUTE WS-TC-WEEKDAY = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE (WS-TCW-WORK-DATE), 7).
           SET WS-SDIDX TO 1.
           PERFORM WS-SHIFT-COUNT TIMES
              IF WS-SD-CODE (WS-SDIDX) = WS-TCW-SHIFT-CODE
                 MOVE WS-SD-SHIFT-RATE (WS-SDIDX) TO WS-TC-DIFF-RATE
                 IF WS-TC-WEEKDAY = 6 OR WS-TC-WEEKDAY = 0
                    ADD WS-SD-WEEKEND-RATE (WS-SDIDX)
                       TO WS-TC-DIFF-RATE
                 END-IF
                 COMPUTE WS-SHIFT-DIFF-PAY ROUNDED = WS-SHIFT-DIFF-PAY
                    + WS-TC-HOURS (WS-TCIDX) * WS-TC-DIFF-RATE
              END-IF
              SET WS-SDIDX UP BY 1
           END-PERFORM.

      * Cards for an employee whose group is not due this run wait
      * for that group's run.
       0248-HOLD-EMPLOYEE-CARDS.
           SET WS-TCIDX TO 1.
           PERFORM WS-TIMECARD-COUNT TIMES
              IF WS-TC-OPEN (WS-TCIDX)
                 AND WS-TC-REC (WS-TCIDX) (1:7) = EMPLOYEEID
                 MOVE 'H' TO WS-TC-STATE (WS-TCIDX)
              END-IF
              SET WS-TCIDX UP BY 1
           END-PERFORM.

      * Whatever no master record claimed is for an unknown
      * employee.
       0249-CHECK-UNMATCHED-CARDS.
           SET WS-TCIDX TO 1.
           PERFORM WS-TIMECARD-COUNT TIMES
              IF WS-TC-OPEN (WS-TCIDX)
                 MOVE 'X' TO WS-TC-STATE (WS-TCIDX)
                 MOVE WS-TC-REC (WS-TCIDX) TO WS-TC-WORK-REC
                 MOVE "TIMECARD FOR UNKNOWN EMPLOYEE"
                    TO EXC-WK-REASON-TEXT
                 PERFORM 0071-TIMECARD-EXCEPTION
              END-IF
              SET WS-TCIDX UP BY 1
           END-PERFORM.

      * Up to the EPUR cap of the balance is recovered each period -
      * all of it on a final pay - but never more than the pay left
      * after every other deduction; the rest carries forward.
       0232-RECOVER-EMP-PURCHASE.
           MOVE EMPLOYEEID TO WS-LV-LOOKUP-ID.
           PERFORM 0064-FIND-PURCHASE-BALANCE.
           IF WS-PB-FOUND-IDX = 0
              GO TO 0232-PURCH-END
           END-IF.
           SET WS-PBIDX TO WS-PB-FOUND-IDX.
           IF WS-PB-BALANCE (WS-PBIDX) = ZEROES
              GO TO 0232-PURCH-END
           END-IF.
           MOVE ZEROES TO WS-EP-TAKE.
           IF FINAL-PAY-RUN
              MOVE WS-PB-BALANCE (WS-PBIDX) TO WS-EP-TAKE
              IF NOT EP-CAP-FOUND
                 MOVE "EMP PURCHASE" TO WS-EP-DESC
              END-IF
           ELSE
              IF EP-CAP-FOUND
                 IF WS-PB-BALANCE (WS-PBIDX) > WS-EP-CAP
                    MOVE WS-EP-CAP TO WS-EP-TAKE
                 ELSE
                    MOVE WS-PB-BALANCE (WS-PBIDX) TO WS-EP-TAKE
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-EP-AVAILABLE = NEW-SALARY + WS-RETRO-PAY
              - WS-TOTAL-DEDUCTIONS.
           IF WS-EP-AVAILABLE < ZEROES
              MOVE ZEROES TO WS-EP-AVAILABLE
           END-IF.
           IF WS-EP-TAKE > WS-EP-AVAILABLE
              MOVE WS-EP-AVAILABLE TO WS-EP-TAKE
           END-IF.
           IF WS-EP-TAKE > ZEROES
              SUBTRACT WS-EP-TAKE FROM WS-PB-BALANCE (WS-PBIDX)
              ADD WS-EP-TAKE TO WS-TOTAL-DEDUCTIONS
              MOVE WS-EMPPURCH-CODE TO STUB-DED-CODE
              MOVE WS-EP-DESC       TO STUB-DED-DESC
              MOVE WS-EP-TAKE       TO STUB-DED-AMT
              MOVE STUB-DED-LINE TO STUB-LINE
              WRITE STUB-LINE
           END-IF.
           MOVE WS-PB-BALANCE (WS-PBIDX) TO STUB-PURCH-BAL-AMT.
           MOVE STUB-PURCH-BAL-LINE TO STUB-LINE.
           WRITE STUB-LINE.
           IF FINAL-PAY-RUN
              AND WS-PB-BALANCE (WS-PBIDX) > ZEROES
              MOVE SPACES       TO EXC-WK-KEY
              MOVE EMPLOYEEID   TO EXC-WK-KEY (1:7)
              MOVE "EMP"        TO EXC-WK-REASON-CODE
              MOVE "PURCHASE BALANCE NOT RECOVERED"
                 TO EXC-WK-REASON-TEXT
              MOVE EMPDETAILS (1:84) TO EXC-WK-IMAGE
              PERFORM 0389-LOG-COMMON-EXC
           END-IF.
       0232-PURCH-END.

      * Deductions flagged pre-tax on DEDUCTCONTROL.DAT come off
      * the gross before the statutory tax is figured. They are
      * still taken, and print, with the other deductions; this
      * only totals them, by the same override rule, never past
      * the gross itself.
       0225-COMPUTE-PRETAX.
           MOVE ZEROES TO WS-PRETAX-TOTAL.
           SET WS-DEDIDX TO 1.
           PERFORM WS-DEDUCT-COUNT TIMES
              MOVE ZEROES TO WS-DED-AMOUNT
              IF DED-IS-PRETAX (WS-DEDIDX)
                 IF WS-DED-EMP-ID (WS-DEDIDX) = EMPLOYEEID
                    PERFORM 0227-COMPUTE-ONE-DEDUCTION
                 ELSE
                    IF WS-DED-EMP-ID (WS-DEDIDX) = ZEROES
                       PERFORM 0226-CHECK-OVERRIDE
                       IF NOT DED-HAS-OVERRIDE
                          PERFORM 0227-COMPUTE-ONE-DEDUCTION
                       END-IF
                    END-IF
                 END-IF
              END-IF
              ADD WS-DED-AMOUNT TO WS-PRETAX-TOTAL
              SET WS-DEDIDX UP BY 1
           END-PERFORM.
           IF WS-PRETAX-TOTAL > NEW-SALARY
              MOVE NEW-SALARY TO WS-PRETAX-TOTAL
           END-IF.

       0226-CHECK-OVERRIDE.
           MOVE 'N' TO WS-DED-OVERRIDE-SW.
           SET WS-DEDIDX2 TO 1.
           MOVE WS-YTD-HOURS (WS-YIDX)  TO NEW-YTD-HOURS.
       0229-YTD-END.

      * Employer cost on this pay. A percent row is charged on the
      * part of gross still under the annual wage base, the gross
      * paid earlier in the year being the YTD figure less this
      * pay; a flat row is charged once per employee paid.
       0233-COMPUTE-EMPLOYER-COST.
           IF WS-ERC-COUNT = ZEROES
              GO TO 0233-ERC-END
           END-IF.
           IF NEW-YTD-GROSS > NEW-SALARY
              COMPUTE WS-ERC-PRIOR-YTD = NEW-YTD-GROSS - NEW-SALARY
           ELSE
              MOVE ZEROES TO WS-ERC-PRIOR-YTD
           END-IF.
           SET WS-ERCIDX TO 1.
           PERFORM WS-ERC-COUNT TIMES
              MOVE NEW-SALARY TO WS-ERC-WAGES
              IF WS-ERC-BASIS (WS-ERCIDX) = "F"
                 MOVE WS-ERC-RATE (WS-ERCIDX) TO WS-ERC-COST
              ELSE
                 IF WS-ERC-WAGE-BASE (WS-ERCIDX) > ZEROES
                    IF WS-ERC-PRIOR-YTD
                       NOT < WS-ERC-WAGE-BASE (WS-ERCIDX)
                       MOVE ZEROES TO WS-ERC-WAGES
                    ELSE
                       IF WS-ERC-PRIOR-YTD + NEW-SALARY
                          > WS-ERC-WAGE-BASE (WS-ERCIDX)
                          COMPUTE WS-ERC-WAGES =
                             WS-ERC-WAGE-BASE (WS-ERCIDX)
                             - WS-ERC-PRIOR-YTD
                       END-IF
                    END-IF
                 END-IF
                 COMPUTE WS-ERC-COST ROUNDED =
                    WS-ERC-WAGES * WS-ERC-RATE (WS-ERCIDX) / 100
              END-IF
              ADD WS-ERC-WAGES TO WS-ERC-TOT-WAGES (WS-ERCIDX)
              ADD WS-ERC-COST  TO WS-ERC-TOT-COST (WS-ERCIDX)
              PERFORM 0234-ACCUMULATE-EMPLOYER-COST
              IF WS-ERC-WAGES > ZEROES OR WS-ERC-COST > ZEROES
                 MOVE EMPLOYEEID              TO ECH-EMP-ID
                 MOVE WS-TODAY-DATE           TO ECH-RUN-DATE
                 MOVE WS-ERC-CODE (WS-ERCIDX) TO ECH-CODE
                 MOVE WS-ERC-WAGES            TO ECH-WAGES
                 MOVE WS-ERC-COST             TO ECH-COST
                 IF NOT REPLAYING
                    WRITE ERCOSTHIST-REC
                    ADD 1 TO WS-ERCHIST-ADDED
                 END-IF
              END-IF
              SET WS-ERCIDX UP BY 1
           END-PERFORM.
       0233-ERC-END.

       0234-ACCUMULATE-EMPLOYER-COST.
           MOVE 0 TO WS-EC-FOUND-IDX.
           SET WS-ECIDX TO 1.
           PERFORM WS-ERCOST-COUNT TIMES
              IF WS-EC-DEPT (WS-ECIDX) = DEPARTMENT
                 AND WS-EC-CODE (WS-ECIDX) = WS-ERC-CODE (WS-ERCIDX)
                 SET WS-EC-FOUND-IDX TO WS-ECIDX
              END-IF
              SET WS-ECIDX UP BY 1
           END-PERFORM.
           IF WS-EC-FOUND-IDX = 0
              IF WS-ERCOST-COUNT NOT < 2000
                 OR WS-ERDEPT-COUNT NOT < 100
                 DISPLAY "WARNING: EMPLOYER COST TABLE FULL, "
                    "DEPARTMENT " DEPARTMENT " NOT ON REGISTER"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-ERCOST-COUNT
                 SET WS-ECIDX TO WS-ERCOST-COUNT
                 MOVE DEPARTMENT TO WS-EC-DEPT (WS-ECIDX)
                 MOVE WS-ERC-CODE (WS-ERCIDX) TO WS-EC-CODE (WS-ECIDX)
                 MOVE WS-ERC-DESC (WS-ERCIDX) TO WS-EC-DESC (WS-ECIDX)
                 MOVE ZEROES TO WS-EC-WAGES (WS-ECIDX)
                 MOVE ZEROES TO WS-EC-COST (WS-ECIDX)
                 SET WS-EC-FOUND-IDX TO WS-ECIDX
                 PERFORM 0231-ADD-REGISTER-DEPT
              END-IF
           END-IF.
           IF WS-EC-FOUND-IDX > 0
              SET WS-ECIDX TO WS-EC-FOUND-IDX
              ADD WS-ERC-WAGES TO WS-EC-WAGES (WS-ECIDX)
              ADD WS-ERC-COST  TO WS-EC-COST (WS-ECIDX)
           END-IF.

       0231-ADD-REGISTER-DEPT.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           SET WS-ERDIDX TO 1.
           PERFORM WS-ERDEPT-COUNT TIMES
              IF WS-ERDEPT-NAME (WS-ERDIDX) = DEPARTMENT
                 SET WS-DEPT-FOUND-IDX TO WS-ERDIDX
              END-IF
              SET WS-ERDIDX UP BY 1
           END-PERFORM.
           IF WS-DEPT-FOUND-IDX = 0
              ADD 1 TO WS-ERDEPT-COUNT
              SET WS-ERDIDX TO WS-ERDEPT-COUNT
              MOVE DEPARTMENT TO WS-ERDEPT-NAME (WS-ERDIDX)
           END-IF.

       0230-ACCUMULATE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           SET WS-DIDX TO 1.
           MOVE "EMP"        TO EXC-WK-REASON-CODE.
           MOVE EXC-REASON (1:30) TO EXC-WK-REASON-TEXT.
           MOVE EMPDETAILS (1:84) TO EXC-WK-IMAGE.
           PERFORM 0389-LOG-COMMON-EXC.
           IF WS-EXCEPTION-COUNT = 1
              MOVE EXCEPTION-HEADING-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       0334-STATS-END.

      * One block per department, a line per cost code with a
      * department subtotal, then the company total by code.
       0360-WRITE-EMPLOYER-REGISTER.
           IF WS-ERC-COUNT = ZEROES
              GO TO 0360-REGISTER-END
           END-IF.
           MOVE SPACES TO WS-EMPRCOST-NAME.
           STRING "EMPRCOST"          DELIMITED BY SIZE
                  WS-TODAY-DATE (1:8) DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
              INTO WS-EMPRCOST-NAME.
           OPEN OUTPUT EMPRCOSTRPT.
           IF WS-EMPRCOST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN EMPRCOSTRPT, STATUS = "
                 WS-EMPRCOST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0360-REGISTER-END
           END-IF.
           MOVE WS-TODAY-DATE TO ERH-DATE.
           MOVE ERC-HEADING-LINE TO EMPRCOST-LINE.
           WRITE EMPRCOST-LINE.
           MOVE ERC-COLUMN-HEADINGS TO EMPRCOST-LINE.
           WRITE EMPRCOST-LINE.
           SET WS-ERDIDX TO 1.
           PERFORM WS-ERDEPT-COUNT TIMES
              PERFORM 0362-WRITE-REGISTER-DEPT
              SET WS-ERDIDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO EMPRCOST-LINE.
           WRITE EMPRCOST-LINE.
           MOVE ZEROES TO WS-ERC-RUN-COST.
           SET WS-ERCIDX TO 1.
           PERFORM WS-ERC-COUNT TIMES
              MOVE "** COMPANY TOTAL **"       TO ERD-DEPT
              MOVE WS-ERC-CODE (WS-ERCIDX)      TO ERD-CODE
              MOVE WS-ERC-DESC (WS-ERCIDX)      TO ERD-DESC
              MOVE WS-ERC-TOT-WAGES (WS-ERCIDX) TO ERD-WAGES
              MOVE WS-ERC-TOT-COST (WS-ERCIDX)  TO ERD-COST
              ADD WS-ERC-TOT-COST (WS-ERCIDX)   TO WS-ERC-RUN-COST
              MOVE ERC-DETAIL-LINE TO EMPRCOST-LINE
              WRITE EMPRCOST-LINE
              SET WS-ERCIDX UP BY 1
           END-PERFORM.
           MOVE "** COMPANY TOTAL **" TO ERD-DEPT.
           MOVE "ALL "               TO ERD-CODE.
           MOVE "TOTAL COST"         TO ERD-DESC.
           MOVE ZEROES               TO ERD-WAGES.
           MOVE WS-ERC-RUN-COST      TO ERD-COST.
           MOVE ERC-DETAIL-LINE TO EMPRCOST-LINE.
           WRITE EMPRCOST-LINE.
           CLOSE EMPRCOSTRPT.
       0360-REGISTER-END.

       0362-WRITE-REGISTER-DEPT.
           MOVE ZEROES TO WS-ERC-DEPT-COST.
           SET WS-ECIDX TO 1.
           PERFORM WS-ERCOST-COUNT TIMES
              IF WS-EC-DEPT (WS-ECIDX) = WS-ERDEPT-NAME (WS-ERDIDX)
                 MOVE WS-EC-DEPT (WS-ECIDX)  TO ERD-DEPT
                 MOVE WS-EC-CODE (WS-ECIDX)  TO ERD-CODE
                 MOVE WS-EC-DESC (WS-ECIDX)  TO ERD-DESC
                 MOVE WS-EC-WAGES (WS-ECIDX) TO ERD-WAGES
                 MOVE WS-EC-COST (WS-ECIDX)  TO ERD-COST
                 ADD WS-EC-COST (WS-ECIDX)   TO WS-ERC-DEPT-COST
                 MOVE ERC-DETAIL-LINE TO EMPRCOST-LINE
                 WRITE EMPRCOST-LINE
              END-IF
              SET WS-ECIDX UP BY 1
           END-PERFORM.
           MOVE SPACES             TO ERD-DEPT.
           MOVE "ALL "             TO ERD-CODE.
           MOVE "DEPT TOTAL"       TO ERD-DESC.
           MOVE ZEROES             TO ERD-WAGES.
           MOVE WS-ERC-DEPT-COST   TO ERD-COST.
           MOVE ERC-DETAIL-LINE TO EMPRCOST-LINE.
           WRITE EMPRCOST-LINE.

      * A memo per cost code and one for the run, zero counts, for
      * GLEXTRACT to post the expense against the liability.
       0365-WRITE-EMPLOYER-BALANCES.
           IF WS-ERC-COUNT = ZEROES
              GO TO 0365-BALANCES-END
           END-IF.
           MOVE ZEROES TO WS-ERC-RUN-COST.
           SET WS-ERCIDX TO 1.
           PERFORM WS-ERC-COUNT TIMES
              MOVE SPACES TO BAL-WK-FILE-NAME
              STRING "ERCOST."               DELIMITED BY SIZE
                     WS-ERC-CODE (WS-ERCIDX) DELIMITED BY SPACE
                     ".MEMO"                 DELIMITED BY SIZE
                 INTO BAL-WK-FILE-NAME
              MOVE ZEROES TO BAL-WK-READ
              MOVE ZEROES TO BAL-WK-WRITTEN
              MOVE ZEROES TO BAL-WK-REJECTED
              MOVE WS-ERC-TOT-COST (WS-ERCIDX) TO BAL-WK-AMOUNT
              ADD WS-ERC-TOT-COST (WS-ERCIDX) TO WS-ERC-RUN-COST
              PERFORM 9800-WRITE-BALANCE
              SET WS-ERCIDX UP BY 1
           END-PERFORM.
           MOVE "ERCOST.MEMO" TO BAL-WK-FILE-NAME.
           MOVE ZEROES TO BAL-WK-READ.
           MOVE ZEROES TO BAL-WK-WRITTEN.
           MOVE ZEROES TO BAL-WK-REJECTED.
           MOVE WS-ERC-RUN-COST TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
       0365-BALANCES-END.

      * Closed orders stay on the file with their closing date.
       0370-REWRITE-GARNISH-ORDERS.
           IF WS-GARN-COUNT = ZEROES
              GO TO 0370-GARN-END
           END-IF.
           OPEN OUTPUT GARNORDER.
           IF WS-GARNORDER-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE GARNORDER.DAT, "
                 "STATUS = " WS-GARNORDER-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0370-GARN-END
           END-IF.
           SET WS-GOIDX TO 1.
           PERFORM WS-GARN-COUNT TIMES
              MOVE WS-GO-EMP-ID (WS-GOIDX)     TO GO-EMP-ID
              MOVE WS-GO-ORDER-ID (WS-GOIDX)   TO GO-ORDER-ID
              MOVE WS-GO-TYPE (WS-GOIDX)       TO GO-TYPE
              MOVE WS-GO-PRIORITY (WS-GOIDX)   TO GO-PRIORITY
              MOVE WS-GO-BASIS (WS-GOIDX)      TO GO-BASIS
              MOVE WS-GO-VALUE (WS-GOIDX)      TO GO-VALUE
              MOVE WS-GO-TOTAL-OWED (WS-GOIDX) TO GO-TOTAL-OWED
              MOVE WS-GO-BALANCE (WS-GOIDX)    TO GO-BALANCE
              MOVE WS-GO-START-DATE (WS-GOIDX) TO GO-START-DATE
              MOVE WS-GO-PAYEE-ID (WS-GOIDX)   TO GO-PAYEE-ID
              MOVE WS-GO-PAYEE-NAME (WS-GOIDX) TO GO-PAYEE-NAME
              MOVE WS-GO-STATUS (WS-GOIDX)     TO GO-STATUS
              MOVE WS-GO-CLOSE-DATE (WS-GOIDX) TO GO-CLOSE-DATE
              WRITE GARNORDERREC
              SET WS-GOIDX UP BY 1
           END-PERFORM.
           CLOSE GARNORDER.
       0370-GARN-END.

      * One check per payee: its orders listed, then the check
      * total, then the run total.
       0372-WRITE-GARNISH-REGISTER.
           IF WS-GARN-COUNT = ZEROES
              GO TO 0372-REGISTER-END
           END-IF.
           MOVE SPACES TO WS-GARNREMIT-NAME.
           STRING "GARNREMIT"         DELIMITED BY SIZE
                  WS-TODAY-DATE (1:8) DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
              INTO WS-GARNREMIT-NAME.
           OPEN OUTPUT GARNREMITRPT.
           IF WS-GARNREMIT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN GARNREMITRPT, STATUS = "
                 WS-GARNREMIT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0372-REGISTER-END
           END-IF.
           MOVE WS-TODAY-DATE TO GRH-DATE.
           MOVE GARN-HEADING-LINE TO GARNREMIT-LINE.
           WRITE GARNREMIT-LINE.
           MOVE GARN-COLUMN-HEADINGS TO GARNREMIT-LINE.
           WRITE GARNREMIT-LINE.
           SET WS-GPIDX TO 1.
           PERFORM WS-GPAYEE-COUNT TIMES
              PERFORM 0374-WRITE-GARNISH-PAYEE
              SET WS-GPIDX UP BY 1
           END-PERFORM.
           MOVE SPACES             TO GRD-PAYEE-ID GRD-EMP-ID.
           MOVE "** RUN TOTAL **"  TO GRD-PAYEE-NAME.
           MOVE SPACES             TO GRD-ORDER-ID.
           MOVE WS-GARN-RUN-TOTAL  TO GRD-AMOUNT.
           MOVE GARN-DETAIL-LINE TO GARNREMIT-LINE.
           WRITE GARNREMIT-LINE.
           CLOSE GARNREMITRPT.
       0372-REGISTER-END.

       0374-WRITE-GARNISH-PAYEE.
           MOVE ZEROES TO WS-GARN-PAYEE-TOTAL.
           SET WS-GRIDX TO 1.
           PERFORM WS-GREMIT-COUNT TIMES
              IF WS-GR-PAYEE-ID (WS-GRIDX) = WS-GPAYEE-ID (WS-GPIDX)
                 MOVE WS-GR-PAYEE-ID (WS-GRIDX)   TO GRD-PAYEE-ID
                 MOVE WS-GR-PAYEE-NAME (WS-GRIDX) TO GRD-PAYEE-NAME
                 MOVE WS-GR-EMP-ID (WS-GRIDX)     TO GRD-EMP-ID
                 MOVE WS-GR-ORDER-ID (WS-GRIDX)   TO GRD-ORDER-ID
                 MOVE WS-GR-AMOUNT (WS-GRIDX)     TO GRD-AMOUNT
                 ADD WS-GR-AMOUNT (WS-GRIDX) TO WS-GARN-PAYEE-TOTAL
                 MOVE GARN-DETAIL-LINE TO GARNREMIT-LINE
                 WRITE GARNREMIT-LINE
              END-IF
              SET WS-GRIDX UP BY 1
           END-PERFORM.
           MOVE SPACES              TO GRD-PAYEE-ID GRD-EMP-ID.
           MOVE "CHECK TOTAL"       TO GRD-PAYEE-NAME.
           MOVE SPACES              TO GRD-ORDER-ID.
           MOVE WS-GARN-PAYEE-TOTAL TO GRD-AMOUNT.
           MOVE GARN-DETAIL-LINE TO GARNREMIT-LINE.
           WRITE GARNREMIT-LINE.
           MOVE SPACES TO GARNREMIT-LINE.
           WRITE GARNREMIT-LINE.

      * Once the extract is written, each pending record whose
      * details went out as a prenote is stamped with the prenote
      * date and the date it may go live. Details changed again
      * since the load no longer match what was sent and wait for
      * the next run's prenote.
       0376-STAMP-PRENOTES-SENT.
           IF WS-PRENOTE-COUNT = ZEROES
              GO TO 0376-STAMP-END
           END-IF.
           OPEN I-O EMPBANKFILE.
           IF WS-EMPBANK-STATUS NOT = "00"
              DISPLAY "WARNING: UNABLE TO STAMP PRENOTES ON EMPBANK, "
                 "STATUS = " WS-EMPBANK-STATUS
              GO TO 0376-STAMP-END
           END-IF.
           OPEN EXTEND BANKCHGFILE.
           IF WS-BANKCHG-STATUS NOT = "00"
              OPEN OUTPUT BANKCHGFILE
           END-IF.
           PERFORM UNTIL WS-EMPBANK-STATUS NOT = "00"
              READ EMPBANKFILE
                 AT END MOVE "10" TO WS-EMPBANK-STATUS
              END-READ
              IF WS-EMPBANK-STATUS = "00"
                 AND EB-PENDING
                 AND EB-PRENOTE-DATE = ZEROES
                 PERFORM 0377-STAMP-ONE-PRENOTE
              END-IF
           END-PERFORM.
           CLOSE EMPBANKFILE BANKCHGFILE.
           DISPLAY "PRENOTES SENT: " WS-PRENOTE-COUNT
              "  STAMPED: " WS-STAMPED-COUNT
              "  LIVE FROM: " WS-BANK-ACTIVE-DATE.
       0376-STAMP-END.

       0377-STAMP-ONE-PRENOTE.
           MOVE 'N' TO WS-PRENOTE-SENT-SW.
           SET WS-PNTIDX TO 1.
           PERFORM WS-PRENOTE-COUNT TIMES
              IF WS-PRENOTE-ID (WS-PNTIDX) = EB-EMP-ID
                 AND WS-PRENOTE-ROUTING (WS-PNTIDX) = EB-PEND-ROUTING
                 AND WS-PRENOTE-ACCOUNT (WS-PNTIDX) = EB-PEND-ACCOUNT
                 SET PRENOTE-WAS-SENT TO TRUE
              END-IF
              SET WS-PNTIDX UP BY 1
           END-PERFORM.
           IF PRENOTE-WAS-SENT
              MOVE EMPBANKREC          TO WS-BANK-BEFORE
              MOVE WS-BUSINESS-DATE    TO EB-PRENOTE-DATE
              MOVE WS-BANK-ACTIVE-DATE TO EB-ACTIVE-DATE
              REWRITE EMPBANKREC
              IF WS-EMPBANK-STATUS = "00"
                 ADD 1 TO WS-STAMPED-COUNT
                 MOVE "N" TO WS-BANKCHG-ACTION
                 PERFORM 0378-WRITE-BANK-HISTORY
              ELSE
                 DISPLAY "WARNING: EMPBANK REWRITE FAILED FOR "
                    EB-EMP-ID ", STATUS = " WS-EMPBANK-STATUS
                 MOVE "00" TO WS-EMPBANK-STATUS
              END-IF
           END-IF.

      * Batch changes to EMPBANK.DAT go on the same history as the
      * keyed ones, under the business date and *BATCH*.
       0378-WRITE-BANK-HISTORY.
           ACCEPT WS-BANKCHG-TIME FROM TIME.
           MOVE SPACES             TO BANKCHG-REC.
           MOVE WS-BANKCHG-ACTION  TO BCH-ACTION.
           MOVE WS-BUSINESS-DATE   TO BCH-DATE.
           MOVE WS-BANKCHG-TIME (1:6) TO BCH-TIME.
           MOVE "EMPLOYEERAISE"    TO BCH-PROGRAM.
           MOVE EB-EMP-ID          TO BCH-EMP-ID.
           MOVE WS-BANK-BEFORE     TO BCH-BEFORE.
           MOVE EMPBANKREC         TO BCH-AFTER.
           MOVE "*BATCH*"          TO BCH-OPERATOR.
           WRITE BANKCHG-REC.
           IF WS-BANKCHG-STATUS NOT = "00"
              DISPLAY "WARNING: BANKCHG WRITE FAILED, STATUS = "
                 WS-BANKCHG-STATUS
           END-IF.

      * The appended files are closed and reopened so everything
      * counted on the checkpoint is really on disk.
       0384-TAKE-CHECKPOINT.
           CLOSE EMPPAYHIST EMPRCOSTHIST EMPRETROPAID.
           OPEN EXTEND EMPPAYHIST.
           OPEN EXTEND EMPRCOSTHIST.
           OPEN EXTEND EMPRETROPAID.
           PERFORM 0385-PUT-CHECKPOINT-RECORD.

       0385-PUT-CHECKPOINT-RECORD.
           MOVE WS-BUSINESS-DATE     TO CKPT-BUSINESS-DATE.
           MOVE WS-CKPT-PHASE        TO CKPT-PHASE.
           MOVE WS-CKPT-LAST-EMP-ID  TO CKPT-LAST-EMP-ID.
           MOVE WS-EMP-READ-COUNT    TO CKPT-READ-COUNT.
           MOVE WS-PAYHIST-BASE      TO CKPT-PAYHIST-BASE.
           MOVE WS-ERCHIST-BASE      TO CKPT-ERCHIST-BASE.
           MOVE WS-RETRO-BASE        TO CKPT-RETRO-BASE.
           COMPUTE CKPT-PAYHIST-COUNT =
              WS-PAYHIST-BASE + WS-PAYHIST-ADDED.
           COMPUTE CKPT-ERCHIST-COUNT =
              WS-ERCHIST-BASE + WS-ERCHIST-ADDED.
           COMPUTE CKPT-RETRO-COUNT =
              WS-RETRO-BASE + WS-RETRO-ADDED.
           MOVE WS-EMPLOYEE-COUNT    TO CKPT-EMPLOYEE-COUNT.
           MOVE WS-BAL-SALARY-TOTAL  TO CKPT-SALARY-TOTAL.
           MOVE WS-NET-PAY-TOTAL     TO CKPT-NET-PAY-TOTAL.
           MOVE WS-DDEP-COUNT        TO CKPT-DDEP-COUNT.
           MOVE WS-DDEP-TOTAL        TO CKPT-DDEP-TOTAL.
           OPEN OUTPUT CHECKPOINTFILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
              DISPLAY "WARNING: UNABLE TO WRITE EMPRAISE.CKP, "
                 "STATUS = " WS-CHECKPOINT-STATUS
           ELSE
              WRITE CHECKPOINTREC
              CLOSE CHECKPOINTFILE
           END-IF.

      * The masters are still as they stood before the run; their
      * images are what a restart from the rewrite goes back to.
       0386-SAVE-MASTER-IMAGES.
           SET WS-MIIDX TO 1.
           PERFORM 5 TIMES
              MOVE WS-MI-LIVE-NAME (WS-MIIDX)  TO WS-COPYIN-NAME
              MOVE WS-MI-IMAGE-NAME (WS-MIIDX) TO WS-COPYOUT-NAME
              MOVE ZEROES TO WS-COPY-LIMIT
              PERFORM 0038-COPY-LINE-FILE THRU 0038-COPY-END
              IF COPY-FAILED
                 DISPLAY "ERR: UNABLE TO SAVE "
                    WS-MI-LIVE-NAME (WS-MIIDX)
                    " - MASTERS NOT UPDATED, RESTART THE RUN"
                 MOVE 8 TO RETURN-CODE
                 GO TO 9100-ABORT-RUN
              END-IF
              SET WS-MIIDX UP BY 1
           END-PERFORM.
       0386-SAVE-END.

      * The replay has to land on the checkpoint's own figures; if
      * it does not, the inputs changed since the failed run and
      * carrying on would pay from a different picture.
       0388-END-REPLAY.
           IF WS-EMP-READ-COUNT   NOT = RST-READ-COUNT
              OR WS-EMPLOYEE-COUNT   NOT = RST-EMPLOYEE-COUNT
              OR WS-BAL-SALARY-TOTAL NOT = RST-SALARY-TOTAL
              OR WS-NET-PAY-TOTAL    NOT = RST-NET-PAY-TOTAL
              OR WS-DDEP-COUNT       NOT = RST-DDEP-COUNT
              OR WS-DDEP-TOTAL       NOT = RST-DDEP-TOTAL
              DISPLAY "ERR: RESTART DOES NOT REPRODUCE THE CHECKPOINT "
                 "TOTALS - INPUT CHANGED SINCE THE FAILED RUN"
              DISPLAY "     READ " WS-EMP-READ-COUNT " / "
                 RST-READ-COUNT "  PAID " WS-EMPLOYEE-COUNT " / "
                 RST-EMPLOYEE-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO 9100-ABORT-RUN
           END-IF.
           MOVE 'N' TO WS-REPLAY-SW.
           DISPLAY "RESTART: REPLAY MATCHES CHECKPOINT AT "
              RST-READ-COUNT " EMPLOYEES READ".
       0388-REPLAY-END.

      * Exceptions already logged before the failure are not
      * logged again while replaying.
       0389-LOG-COMMON-EXC.
           IF NOT REPLAYING
              PERFORM 9700-WRITE-COMMON-EXC
           END-IF.

       9000-END-PROGRAM.
           PERFORM 0300-WRITE-DEPARTMENT-SUMMARY.
           PERFORM 0310-WRITE-EXCEPTION-TOTAL.
           END-IF.
           DISPLAY "Number of employees processed: "
              WS-EMPLOYEE-COUNT.
           IF WS-GRADE-FLAG-COUNT > 0
              DISPLAY "Raises past grade maximum: "
                 WS-GRADE-FLAG-COUNT
           END-IF.
           IF WS-EXCEPTION-COUNT > 0 OR WS-GRADE-FLAG-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-ABORT-RUN.

       9100-ABORT-RUN.
           CLOSE EMPLOYEEFILE, NEWEMPFILE, EMPRAISERPT, PAYSTUBFILE,
              DIRECTDEPFILE, EMPPAYHIST, EMPRETROPAID, EMPRCOSTHIST.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.
       COPY PRDTAB.
       COPY PRDLOCK.
       COPY PRDEXC.

           END PROGRAM EMPLOYEERAISE.
