               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO "state-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECIPROCITY-FILE ASSIGN TO "state-reciprocity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIP-STATUS.
           SELECT OVERTIME-RULES-FILE ASSIGN TO "overtime-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-RULES-STATUS.
           SELECT FEDERAL-TAX-FILE ASSIGN TO "federal-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "summary-report.txt"
           SELECT HISTORY-SORT-FILE ASSIGN TO "sutasort.dat".
           SELECT SUTA-WAGE-FILE ASSIGN TO WS-SUTA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-FILE ASSIGN TO WS-NEW-HIRE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-STATUS.
           SELECT STUB-ARCHIVE-FILE ASSIGN TO "pay-stub-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MAINT-EXCEPTIONS-FILE
               ASSIGN TO "maintenance-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "maintenance-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-AUDIT-REPORT-FILE
               ASSIGN TO "maint-audit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               ASSIGN TO "quarterly-tax-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2-EXTRACT-FILE ASSIGN TO "w2-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT TAX-RECON-REPORT-FILE
               ASSIGN TO "tax-reconciliation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RECON-SORTED-FILE ASSIGN TO "tax-recon-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RECON-SORT-FILE ASSIGN TO "txrsort.dat".
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "gl-account-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "gl-posting.dat"
           SELECT TIMECLOCK-BATCH-FILE
               ASSIGN TO "timeclock-batch.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "retro-request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-REQ-STATUS.
           SELECT RETRO-SORTED-FILE ASSIGN TO "retro-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-SORT-FILE ASSIGN TO "retrosort.dat".
           SELECT RETRO-WORKSHEET-FILE
               ASSIGN TO "retro-worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-BATCH-FILE ASSIGN TO "retro-batch.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-REGISTER-FILE
               ASSIGN TO "trial-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "positive-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT POSITIVE-PAY-CONTROL-FILE
               ASSIGN TO "positive-pay-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-CTL-STATUS.
           SELECT POSITIVE-PAY-REPORT-FILE
               ASSIGN TO "positive-pay-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-REPORT-STATUS.
           SELECT PLAN-REMITTANCE-FILE
               ASSIGN TO "401k-remittance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT PLAN-RECON-REPORT-FILE
               ASSIGN TO "401k-remittance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               10  RAW-EMP-HOURS-WORKED PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  RAW-EMP-ORIG-PAY-DATE PIC 9(8).
      * State the hours were worked in; blank means the employee's
      * master work state.
               10  RAW-EMP-WORK-STATE PIC XX.
      * Day the hours were worked, for the daily overtime rules;
      * blank when the hours are a total for the period.
               10  RAW-EMP-WORK-DATE PIC X(8).
               10  RAW-EMP-WORK-DATE-N REDEFINES RAW-EMP-WORK-DATE
                                   PIC 9(8).
           05  RAW-EARNING-FIELDS REDEFINES RAW-DETAIL-FIELDS.
               10  RAW-ERN-EMP-ID  PIC 9(5).
               10  RAW-ERN-CODE    PIC X.
               88  MST-EMP-TERMINATED       VALUE 'T'.
           05  MST-DD-HOLD-FLAG    PIC X.
               88  MST-DD-ON-HOLD           VALUE 'Y'.
      * Demographic segment for the W-2 extract and new-hire
      * reporting. Dates are YYYYMMDD; masters carried over from
      * before the segment existed hold spaces here until a change
      * transaction supplies the values.
           05  MST-DEMOGRAPHICS.
               10  MST-EMP-SSN     PIC X(9).
               10  MST-EMP-ADDRESS PIC X(30).
               10  MST-EMP-CITY    PIC X(20).
               10  MST-EMP-ADDR-STATE PIC XX.
               10  MST-EMP-ZIP     PIC X(9).
               10  MST-EMP-BIRTH-DATE PIC X(8).
               10  MST-EMP-HIRE-DATE PIC X(8).

       FD  MAINTENANCE-FILE.
       01  MAINTENANCE-RECORD.
               88  MNT-CLEAR-ALLOWANCES-REQ VALUE 'Y'.
           05  MNT-CLEAR-BANKING   PIC X.
               88  MNT-CLEAR-BANKING-REQ    VALUE 'Y'.
      * Effective date of a rate or salary change, YYYYMMDD. Blank
      * means the change takes effect with the next run; an earlier
      * date queues the employee for the retroactive pay pass.
           05  MNT-EFFECTIVE-DATE  PIC X(8).
           05  MNT-EFFECTIVE-DATE-N REDEFINES MNT-EFFECTIVE-DATE
                                   PIC 9(8).
      * Demographic fields. All but the birth date are required on
      * an add; on a change a blank field leaves the master alone.
      * A hire date keyed on a reactivate marks it as a rehire and
      * reports the employee to the state again.
           05  MNT-EMP-SSN         PIC X(9).
           05  MNT-EMP-SSN-PARTS REDEFINES MNT-EMP-SSN.
               10  MNT-SSN-AREA    PIC X(3).
               10  MNT-SSN-GROUP   PIC XX.
               10  MNT-SSN-SERIAL  PIC X(4).
           05  MNT-EMP-ADDRESS     PIC X(30).
           05  MNT-EMP-CITY        PIC X(20).
           05  MNT-EMP-ADDR-STATE  PIC XX.
           05  MNT-EMP-ZIP         PIC X(9).
           05  MNT-EMP-ZIP-PARTS REDEFINES MNT-EMP-ZIP.
               10  MNT-ZIP-BASE    PIC X(5).
               10  MNT-ZIP-PLUS-4  PIC X(4).
           05  MNT-EMP-BIRTH-DATE  PIC X(8).
           05  MNT-EMP-BIRTH-DATE-N REDEFINES MNT-EMP-BIRTH-DATE
                                   PIC 9(8).
           05  MNT-EMP-HIRE-DATE   PIC X(8).
           05  MNT-EMP-HIRE-DATE-N REDEFINES MNT-EMP-HIRE-DATE
                                   PIC 9(8).

       FD  MAINT-EXCEPTIONS-FILE.
       01  MAINT-EXCEPTIONS-LINE   PIC X(101).

      * Permanent maintenance audit trail. One row per master field
      * an accepted transaction changed, carrying the value before
      * and after the change as printed text, so the history of any
      * field can be reported without the master ever having kept it.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05  MAU-RUN-DATE        PIC 9(8).
           05  MAU-EMP-ID          PIC 9(5).
           05  MAU-ACTION          PIC X.
           05  MAU-FIELD-NAME      PIC X(14).
           05  MAU-BEFORE-VALUE    PIC X(30).
           05  MAU-AFTER-VALUE     PIC X(30).

       FD  MAINT-AUDIT-REPORT-FILE.
       01  MAINT-AUDIT-REPORT-LINE PIC X(110).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-PAY-DATE.
           05  PH-SHIFT-DIFF       PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PH-STATE            PIC XX.
      * Rate and hours the period was paid on, the basis the retro
      * pass recalculates from. Rows written before these fields
      * existed read back as spaces.
           05  PH-RATE-DETAIL.
               10  PH-PAY-TYPE     PIC X.
               10  PH-HOURLY-RATE  PIC 999V99.
               10  PH-SALARY-AMOUNT PIC 9(5)V99.
               10  PH-REGULAR-HOURS PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-OVERTIME-HOURS PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-REGULAR-PAY  PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-OVERTIME-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
      * Split of the period's pay across the states worked: gross
      * earned in each work state (the SUTA wages), the state it was
      * withheld for, and that state's taxable wages and tax. Rows
      * written before the split existed read back as spaces.
           05  PH-STATE-SPLIT OCCURS 3 TIMES.
               10  PH-SPLIT-WORK-STATE PIC XX.
               10  PH-SPLIT-GROSS  PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-SPLIT-TAX-STATE PIC XX.
               10  PH-SPLIT-STATE-WAGES PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-SPLIT-STATE-TAX PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
      * Double time and the regular-rate overtime adjustment. Rows
      * written before these fields existed read back as spaces.
           05  PH-PREMIUM-DETAIL.
               10  PH-DOUBLE-TIME-HOURS PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-DOUBLE-TIME-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PH-RR-ADJUST-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  QUARTERLY-REPORT-FILE.
       01  QUARTERLY-LINE          PIC X(80).
           05  SAR-GRN-LIST OCCURS 9 TIMES.
               10  SAR-GRN-TYPE    PIC X(10).
               10  SAR-GRN-AMOUNT  PIC 9(5)V99.
      * Final-pay vacation payout. Rows archived before the segment
      * was added read back as spaces.
           05  SAR-VAC-PAYOUT-DETAIL.
               10  SAR-VAC-PAYOUT-HOURS PIC S9(4)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  SAR-VAC-PAYOUT-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
      * State wage and withholding split as printed on the stub.
      * Rows archived before the split existed read back as spaces.
           05  SAR-STATE-SPLIT OCCURS 3 TIMES.
               10  SAR-SPLIT-WORK-STATE PIC XX.
               10  SAR-SPLIT-TAX-STATE PIC XX.
               10  SAR-SPLIT-STATE-WAGES PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  SAR-SPLIT-STATE-TAX PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
      * Double time and the regular-rate overtime adjustment as
      * printed on the stub. Rows archived before the segment
      * existed read back as spaces.
           05  SAR-PREMIUM-DETAIL.
               10  SAR-DOUBLE-TIME-HOURS PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  SAR-DOUBLE-TIME-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  SAR-REGULAR-RATE PIC 999V99.
               10  SAR-RR-ADJUST-PAY PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  STUB-REPRINT-FILE.
       01  STUB-REPRINT-LINE       PIC X(80).
           05  SWD-EXCESS          PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

      * State new-hire report, one file per work state
      * (new-hire-XX.dat) in the state directory's W4 layout. Rows
      * are appended until operations transmits and removes the
      * file, so several maintenance runs can share one upload.
       FD  NEW-HIRE-FILE.
       01  NEW-HIRE-RECORD.
           05  NHR-RECORD-ID       PIC XX.
           05  NHR-EMP-SSN         PIC X(9).
           05  NHR-EMP-NAME        PIC X(30).
           05  NHR-EMP-ADDRESS     PIC X(30).
           05  NHR-EMP-CITY        PIC X(20).
           05  NHR-EMP-ADDR-STATE  PIC XX.
           05  NHR-EMP-ZIP         PIC X(9).
           05  NHR-EMP-BIRTH-DATE  PIC X(8).
           05  NHR-EMP-HIRE-DATE   PIC X(8).
           05  NHR-STATE-OF-HIRE   PIC XX.
           05  NHR-HIRE-TYPE       PIC X.
               88  NHR-NEW-HIRE             VALUE 'N'.
               88  NHR-REHIRE               VALUE 'R'.
           05  NHR-EMPLOYER-FEIN   PIC X(9).
           05  NHR-EMPLOYER-NAME   PIC X(30).
           05  NHR-EMPLOYER-ADDRESS PIC X(30).
           05  NHR-EMPLOYER-CITY   PIC X(20).
           05  NHR-EMPLOYER-STATE  PIC XX.
           05  NHR-EMPLOYER-ZIP    PIC X(9).
           05  NHR-REPORT-DATE     PIC 9(8).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE        PIC X(80).

                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  VALID-VAC-TAKEN     PIC 999V99.
           05  VALID-SICK-TAKEN    PIC 999V99.
           05  VALID-WORK-STATE    PIC XX.
           05  VALID-RESIDENT-STATE PIC XX.
           05  VALID-WORK-DATE     PIC X(8).

       FD  SORTED-EMPLOYEE-FILE.
       01  SORTED-EMPLOYEE-RECORD.
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  SEMP-VAC-TAKEN      PIC 999V99.
           05  SEMP-SICK-TAKEN     PIC 999V99.
           05  SEMP-WORK-STATE     PIC XX.
           05  SEMP-RESIDENT-STATE PIC XX.
           05  SEMP-WORK-DATE      PIC X(8).
           05  SEMP-WORK-DATE-N REDEFINES SEMP-WORK-DATE PIC 9(8).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
               88  EMP-HAD-HOURS-REC        VALUE 'Y'.
           05  EMP-VAC-TAKEN       PIC 999V99.
           05  EMP-SICK-TAKEN      PIC 999V99.
      * Home (residence) state for reciprocity, and the hours worked
      * in each state this period, folded from the D rows.
           05  EMP-RESIDENT-STATE  PIC XX.
           05  EMP-WORK-STATE-COUNT PIC 9.
           05  EMP-WORK-STATE-HOURS OCCURS 3 TIMES.
               10  EMP-WORK-STATE  PIC XX.
               10  EMP-WORK-HOURS  PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
      * Hours by day worked, in date order, from the dated D rows;
      * undated hours are in EMP-HOURS-WORKED only.
           05  EMP-WORK-DAY-COUNT  PIC 99.
           05  EMP-WORK-DAY OCCURS 16 TIMES.
               10  EMP-DAY-DATE    PIC 9(8).
               10  EMP-DAY-HOURS   PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  SRT-VAC-TAKEN       PIC 999V99.
           05  SRT-SICK-TAKEN      PIC 999V99.
           05  SRT-WORK-STATE      PIC XX.
           05  SRT-RESIDENT-STATE  PIC XX.
           05  SRT-WORK-DATE       PIC X(8).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-LINE          PIC X(101).
           05  STF-SUTA-WAGE-BASE-N REDEFINES STF-SUTA-WAGE-BASE
                                   PIC 9(7)V99.

      * Resident/work-state reciprocity agreements: a resident of
      * RCP-RESIDENT-STATE working in RCP-WORK-STATE is withheld for
      * the resident state only.
       FD  RECIPROCITY-FILE.
       01  RECIPROCITY-FILE-LINE.
           05  RCP-RESIDENT-STATE  PIC XX.
           05  RCP-WORK-STATE      PIC XX.

      * Daily overtime rules by work state: hours in a day beyond
      * OTF-DAILY-OT-HOURS are paid at time and a half and beyond
      * OTF-DAILY-DT-HOURS at double time (zero means no daily rule);
      * a 'Y' seventh-day flag pays the seventh consecutive day
      * worked at time and a half, double time past the daily limit.
       FD  OVERTIME-RULES-FILE.
       01  OVERTIME-RULES-FILE-LINE.
           05  OTF-STATE-CODE      PIC XX.
           05  OTF-DAILY-OT-HOURS  PIC 99V99.
           05  OTF-DAILY-DT-HOURS  PIC 99V99.
           05  OTF-SEVENTH-DAY-FLAG PIC X.

       FD  FEDERAL-TAX-FILE.
       01  FEDERAL-TAX-FILE-LINE.
           05  FTF-RECORD-TYPE     PIC X.
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-GL-ER-MATCH    PIC S9(8)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-GL-401K-EE     PIC S9(8)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-GL-401K-ER     PIC S9(8)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-PLAN-ROW-COUNT PIC 9(7).
           05  CKPT-DEPT-MATCH-TOTAL PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-GL-DEBIT-TOTAL PIC S9(9)V99
           05  PCH-IN-TIME-N REDEFINES PCH-IN-TIME PIC 9(4).
           05  PCH-OUT-TIME        PIC X(4).
           05  PCH-OUT-TIME-N REDEFINES PCH-OUT-TIME PIC 9(4).
           05  PCH-WORK-STATE      PIC XX.

       FD  PUNCH-SORTED-FILE.
       01  PUNCH-SORTED-RECORD.
           05  PSF-IN-TIME-N REDEFINES PSF-IN-TIME PIC 9(4).
           05  PSF-OUT-TIME        PIC X(4).
           05  PSF-OUT-TIME-N REDEFINES PSF-OUT-TIME PIC 9(4).
           05  PSF-WORK-STATE      PIC XX.

       SD  PUNCH-SORT-FILE.
       01  PUNCH-SORT-RECORD.
           05  PSR-DATE            PIC 9(8).
           05  PSR-IN-TIME         PIC X(4).
           05  PSR-OUT-TIME        PIC X(4).
           05  PSR-WORK-STATE      PIC XX.

       FD  PUNCH-EXCEPTIONS-FILE.
       01  PUNCH-EXCEPTIONS-LINE   PIC X(101).
               10  TCB-EMP-HOURS   PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  TCB-ORIG-PAY-DATE PIC 9(8).
               10  TCB-WORK-STATE  PIC XX.
               10  TCB-WORK-DATE   PIC 9(8).
           05  TCB-HEADER-FIELDS REDEFINES TCB-DETAIL-FIELDS.
               10  TCB-BATCH-PAY-DATE PIC 9(8).
               10  FILLER          PIC X(11).
               10  TCB-TRL-HOURS-HASH PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

      * Back-dated rate / salary changes queued by maintenance for
      * the retro pass: the rates either side of the change and the
      * date it took effect.
       FD  RETRO-REQUEST-FILE.
       01  RETRO-REQUEST-RECORD.
           05  RRQ-EMP-ID          PIC 9(5).
           05  RRQ-EFFECTIVE-DATE  PIC 9(8).
           05  RRQ-RUN-DATE        PIC 9(8).
           05  RRQ-OLD-RATE        PIC 999V99.
           05  RRQ-NEW-RATE        PIC 999V99.
           05  RRQ-OLD-SALARY      PIC 9(5)V99.
           05  RRQ-NEW-SALARY      PIC 9(5)V99.

       FD  RETRO-SORTED-FILE.
       01  RETRO-SORTED-RECORD.
           05  RSF-EMP-ID          PIC 9(5).
           05  RSF-PAY-DATE        PIC 9(8).
           05  RSF-RUN-MODE        PIC X.
           05  RSF-PAY-TYPE        PIC X.
           05  RSF-REG-HOURS       PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RSF-OT-HOURS        PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RSF-OLD-BASIS       PIC 9(5)V99.
           05  RSF-NEW-BASIS       PIC 9(5)V99.
           05  RSF-OLD-PAY         PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RSF-NEW-PAY         PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RSF-DIFFERENCE      PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       SD  RETRO-SORT-FILE.
       01  RETRO-SORT-RECORD.
           05  RTS-EMP-ID          PIC 9(5).
           05  RTS-PAY-DATE        PIC 9(8).
           05  RTS-RUN-MODE        PIC X.
           05  RTS-PAY-TYPE        PIC X.
           05  RTS-REG-HOURS       PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RTS-OT-HOURS        PIC S999V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RTS-OLD-BASIS       PIC 9(5)V99.
           05  RTS-NEW-BASIS       PIC 9(5)V99.
           05  RTS-OLD-PAY         PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RTS-NEW-PAY         PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RTS-DIFFERENCE      PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  RETRO-WORKSHEET-FILE.
       01  RETRO-WORKSHEET-LINE    PIC X(110).

      * Retro pay batch, in the employee-data.dat layout: header,
      * one 'R' earnings row per employee owed, trailer.
       FD  RETRO-BATCH-FILE.
       01  RETRO-BATCH-RECORD.
           05  RTB-RECORD-TYPE     PIC X.
           05  RTB-EARNING-FIELDS.
               10  RTB-EMP-ID      PIC 9(5).
               10  RTB-ERN-CODE    PIC X.
               10  RTB-ERN-AMOUNT  PIC S9(5)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER          PIC X(5).
           05  RTB-HEADER-FIELDS REDEFINES RTB-EARNING-FIELDS.
               10  RTB-BATCH-PAY-DATE PIC 9(8).
               10  FILLER          PIC X(11).
           05  RTB-TRAILER-FIELDS REDEFINES RTB-EARNING-FIELDS.
               10  RTB-TRL-RECORD-COUNT PIC 9(7).
               10  RTB-TRL-HOURS-HASH PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  TRIAL-REGISTER-FILE.
       01  TRIAL-REGISTER-LINE     PIC X(110).

      * Positive pay issue file in the bank's fixed layout: one
      * header, one detail per check issued or voided, one trailer.
      * Amounts are unsigned with two implied decimals. Each build
      * appends its own header/trailer batch, so the file holds
      * every batch not yet transmitted until operations sends it.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PPF-RECORD-TYPE     PIC X.
           05  PPF-DETAIL-FIELDS.
               10  PPF-ACCOUNT     PIC X(12).
               10  PPF-CHECK-NUMBER PIC 9(10).
               10  PPF-ISSUE-DATE  PIC 9(8).
               10  PPF-AMOUNT      PIC 9(8)V99.
               10  PPF-PAYEE-NAME  PIC X(30).
               10  PPF-ISSUE-VOID  PIC X.
           05  PPF-HEADER-FIELDS REDEFINES PPF-DETAIL-FIELDS.
               10  PPF-HDR-ACCOUNT PIC X(12).
               10  PPF-HDR-FILE-DATE PIC 9(8).
               10  FILLER          PIC X(51).
           05  PPF-TRAILER-FIELDS REDEFINES PPF-DETAIL-FIELDS.
               10  PPF-TRL-ACCOUNT PIC X(12).
               10  PPF-TRL-ITEM-COUNT PIC 9(7).
               10  PPF-TRL-TOTAL-AMOUNT PIC 9(10)V99.
               10  FILLER          PIC X(40).

      * One row per positive pay file built: how far into the check
      * register it reached, so the next file starts past it.
       FD  POSITIVE-PAY-CONTROL-FILE.
       01  POSITIVE-PAY-CONTROL-RECORD.
           05  PPC-SENT-DATE       PIC 9(8).
           05  PPC-REGISTER-ROWS   PIC 9(9).
           05  PPC-ITEM-COUNT      PIC 9(7).
           05  PPC-ITEM-TOTAL      PIC 9(10)V99.
           05  PPC-RUN-MODE        PIC X(12).

       FD  POSITIVE-PAY-REPORT-FILE.
       01  POSITIVE-PAY-REPORT-LINE PIC X(110).

      * 401(k) contribution remittance for the plan recordkeeper:
      * a header per pay run, one detail per employee with a
      * deferral or match this period, and a trailer whose totals
      * are the 401K payable lines of gl-posting.dat.
       FD  PLAN-REMITTANCE-FILE.
       01  PLAN-REMITTANCE-RECORD.
           05  PRM-RECORD-TYPE     PIC X.
               88  PRM-HEADER               VALUE 'H'.
               88  PRM-DETAIL               VALUE 'D'.
               88  PRM-TRAILER              VALUE 'T'.
           05  PRM-PLAN-ID         PIC X(10).
           05  PRM-PAY-DATE        PIC 9(8).
           05  PRM-DETAIL-FIELDS.
               10  PRM-EMP-ID      PIC 9(5).
               10  PRM-EMP-SSN     PIC X(9).
               10  PRM-EMP-NAME    PIC X(30).
               10  PRM-DEFERRAL    PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PRM-MATCH       PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PRM-YTD-PLAN-COMP PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PRM-HEADER-FIELDS REDEFINES PRM-DETAIL-FIELDS.
               10  PRM-HDR-RUN-MODE PIC X(12).
               10  FILLER          PIC X(64).
           05  PRM-TRAILER-FIELDS REDEFINES PRM-DETAIL-FIELDS.
               10  PRM-TRL-ROW-COUNT PIC 9(7).
               10  PRM-TRL-DEFERRAL PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PRM-TRL-MATCH   PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  PRM-TRL-REMIT-TOTAL PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER          PIC X(33).

       FD  PLAN-RECON-REPORT-FILE.
       01  PLAN-RECON-LINE         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

           05  YTD-STATE-BUCKET OCCURS 3 TIMES.
               10  YTD-STATE-CODE  PIC XX.
               10  YTD-STATE-AMT   PIC S9(7)V99.
               10  YTD-STATE-WAGES PIC S9(7)V99.
           05  YTD-PRETAX-YTD      PIC S9(7)V99.

       FD  LEAVE-BALANCE-FILE.
           05  W2-TAX-YEAR         PIC 9(4).
           05  W2-EMP-ID           PIC 9(5).
           05  W2-EMP-NAME         PIC X(30).
           05  W2-EMP-SSN          PIC X(9).
           05  W2-EMP-ADDRESS      PIC X(30).
           05  W2-EMP-CITY         PIC X(20).
           05  W2-EMP-ADDR-STATE   PIC XX.
           05  W2-EMP-ZIP          PIC X(9).
           05  W2-GROSS            PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  W2-FEDERAL          PIC S9(7)V99
               10  W2-STATE-CODE   PIC XX.
               10  W2-STATE-AMT    PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
               10  W2-STATE-WAGES  PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05  W2-PRETAX           PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  TAX-RECON-REPORT-FILE.
       01  TAX-RECON-REPORT-LINE   PIC X(110).

      * One row per pay-history period, YTD record and W-2 extract
      * row of the tax year, sorted by employee so the three sources
      * can be totaled side by side. The eight amounts are the
      * compared figures in WS-TXR-BOX-NAMES order.
       SD  TAX-RECON-SORT-FILE.
       01  TAX-RECON-SORT-RECORD.
           05  TXS-EMP-ID          PIC 9(5).
           05  TXS-SOURCE          PIC X.
           05  TXS-EMP-NAME        PIC X(30).
           05  TXS-NO-SSN-FLAG     PIC X.
           05  TXS-BOX-AMT OCCURS 8 TIMES PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  TAX-RECON-SORTED-FILE.
       01  TAX-RECON-SORTED-RECORD.
           05  TXF-EMP-ID          PIC 9(5).
           05  TXF-SOURCE          PIC X.
               88  TXF-FROM-HISTORY         VALUE 'H'.
               88  TXF-FROM-YTD             VALUE 'Y'.
               88  TXF-FROM-W2              VALUE 'W'.
           05  TXF-EMP-NAME        PIC X(30).
           05  TXF-NO-SSN-FLAG     PIC X.
           05  TXF-BOX-AMT OCCURS 8 TIMES PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-YTD-STATUS           PIC XX VALUE "00".
           05  WS-YTD-TARGET-YEAR  PIC 9(4).
           05  WS-YTD-CLOSED-SW    PIC X VALUE 'N'.
               88  YTD-TARGET-YEAR-CLOSED   VALUE 'Y'.
           05  WS-YTD-AVAIL-SW     PIC X VALUE 'Y'.
               88  YTD-FILE-UNAVAILABLE     VALUE 'N'.
       01  WS-YTD-EOF              PIC X VALUE 'N'.
       01  WS-YEAREND-CTL.
           05  WS-YEAREND-YEAR     PIC 9(4) VALUE ZERO.
           05  WS-ROLLOVER-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MASTER-OPEN-SW   PIC X VALUE 'N'.
           05  WS-W2-STATE-SUB     PIC 9.
           05  WS-W2-NO-SSN-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-W2-STATUS            PIC XX VALUE "00".
           88  W2-FILE-OK                  VALUE "00".
      * Annual tax reconciliation: pay history against the YTD file,
      * the W-2 extract and the federal deposit ledger.
       01  WS-TAX-RECON-CTL.
           05  WS-TXR-YEAR         PIC 9(4) VALUE ZERO.
           05  WS-TXR-SORTED-EOF   PIC X VALUE 'N'.
           05  WS-TXR-W2-EOF       PIC X VALUE 'N'.
           05  WS-TXR-YTD-AVAIL-SW PIC X VALUE 'N'.
               88  TXR-YTD-AVAILABLE        VALUE 'Y'.
           05  WS-TXR-W2-AVAIL-SW  PIC X VALUE 'N'.
               88  TXR-W2-AVAILABLE         VALUE 'Y'.
           05  WS-TXR-EMP-VAR-SW   PIC X VALUE 'N'.
               88  TXR-EMP-HAS-VARIANCE     VALUE 'Y'.
           05  WS-TXR-BOX-VAR-SW   PIC X VALUE 'N'.
               88  TXR-BOX-HAS-VARIANCE     VALUE 'Y'.
           05  WS-TXR-NO-SSN-SW    PIC X VALUE 'N'.
               88  TXR-W2-MISSING-SSN       VALUE 'Y'.
           05  WS-TXR-CUR-EMP      PIC 9(5) VALUE ZERO.
           05  WS-TXR-CUR-NAME     PIC X(30) VALUE SPACES.
           05  WS-TXR-SOURCE-FLAGS PIC X(5) VALUE SPACES.
           05  WS-TXR-SRC-SUB      PIC 9 VALUE ZERO.
           05  WS-TXR-BOX-SUB      PIC 9 VALUE ZERO.
           05  WS-TXR-QTR-SUB      PIC 9 VALUE ZERO.
           05  WS-TXR-SPLIT-SUB    PIC 9 VALUE ZERO.
           05  WS-TXR-HIST-ROWS    PIC 9(7) VALUE ZERO.
           05  WS-TXR-NO-SPLIT-ROWS PIC 9(7) VALUE ZERO.
           05  WS-TXR-W2-OTHER-YEAR PIC 9(5) VALUE ZERO.
           05  WS-TXR-EMP-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-TXR-EMP-VAR-COUNT PIC 9(5) VALUE ZERO.
           05  WS-TXR-BOX-VAR-COUNT PIC 9 VALUE ZERO.
           05  WS-TXR-QTR-VAR-COUNT PIC 9 VALUE ZERO.
           05  WS-TXR-VARIANCE     PIC S9(9)V99 VALUE ZERO.
       01  WS-TXR-EMP-PRESENCE.
           05  WS-TXR-EMP-PRESENT OCCURS 3 TIMES PIC X.
       01  WS-TXR-EMP-TOTALS.
           05  WS-TXR-EMP-SOURCE OCCURS 3 TIMES.
               10  WS-TXR-EMP-AMT OCCURS 8 TIMES PIC S9(7)V99.
       01  WS-TXR-CO-TOTALS.
           05  WS-TXR-CO-SOURCE OCCURS 3 TIMES.
               10  WS-TXR-CO-AMT OCCURS 8 TIMES PIC S9(9)V99.
      * 941 figures by quarter from pay history (Social Security and
      * Medicare doubled for the employer match), against the
      * liability the deposit ledger recorded and the deposits
      * posted for the same pay dates.
       01  WS-TXR-QUARTER-TOTALS.
           05  WS-TXR-QTR OCCURS 5 TIMES.
               10  WS-TXR-Q-ROWS   PIC 9(7).
               10  WS-TXR-Q-WAGES  PIC S9(9)V99.
               10  WS-TXR-Q-FEDERAL PIC S9(9)V99.
               10  WS-TXR-Q-SOC-SEC PIC S9(9)V99.
               10  WS-TXR-Q-MEDICARE PIC S9(9)V99.
               10  WS-TXR-Q-LIABILITY PIC S9(9)V99.
               10  WS-TXR-Q-OBLIGATION PIC S9(9)V99.
               10  WS-TXR-Q-DEPOSITED PIC S9(9)V99.
       01  WS-TXR-BOX-NAME-DEF.
           05  FILLER              PIC X(20)
                                   VALUE "GROSS PAY           ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 1  WAGES        ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 2  FEDERAL W/H  ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 4  SOC SEC TAX  ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 6  MEDICARE TAX ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 16 STATE WAGES  ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 17 STATE TAX    ".
           05  FILLER              PIC X(20)
                                   VALUE "BOX 19 LOCAL TAX    ".
       01  WS-TXR-BOX-NAMES REDEFINES WS-TXR-BOX-NAME-DEF.
           05  WS-TXR-BOX-NAME OCCURS 8 TIMES PIC X(20).
       01  DSP-TXR-AMOUNTS.
           05  DSP-TXR-HISTORY     PIC $$$,$$$,$$9.99-.
           05  DSP-TXR-YTD         PIC $$$,$$$,$$9.99-.
           05  DSP-TXR-W2          PIC $$$,$$$,$$9.99-.
           05  DSP-TXR-COUNT       PIC Z,ZZZ,ZZ9.
       01  WS-RAW-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX VALUE "00".
           88  MASTER-OK                   VALUE "00".
       01  WS-MAINT-COUNTERS.
           05  WS-MAINT-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-AUDIT-STATUS         PIC XX VALUE "00".
           88  AUDIT-FILE-OK               VALUE "00".
       01  WS-AUDIT-CTL.
           05  WS-AUDIT-EOF        PIC X VALUE 'N'.
           05  WS-AUDIT-ROW-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-SELECT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-AUD-FIELD        PIC X(14) VALUE SPACES.
           05  WS-AUD-BEFORE       PIC X(30) VALUE SPACES.
           05  WS-AUD-AFTER        PIC X(30) VALUE SPACES.
           05  WS-AUD-ACTION-DESC  PIC X(10) VALUE SPACES.
       01  DSP-AUD-RATE            PIC ZZ9.99.
       01  DSP-AUD-SALARY          PIC ZZZZ9.99.
      * Master images either side of a maintenance transaction; an
      * add starts from an initialized before image.
       01  WS-MAINT-BEFORE-IMAGE.
           05  BFR-EMP-ID          PIC 9(5).
           05  BFR-EMP-NAME        PIC X(30).
           05  BFR-EMP-PAY-TYPE    PIC X.
           05  BFR-EMP-HOURLY-RATE PIC 999V99.
           05  BFR-EMP-SALARY-AMOUNT PIC 9(5)V99.
           05  BFR-EMP-STATE       PIC XX.
           05  BFR-EMP-STATUS      PIC X.
           05  BFR-EMP-ALLOWANCES  PIC 9.
           05  BFR-EMP-BANK-ROUTING PIC 9(9).
           05  BFR-EMP-BANK-ACCOUNT PIC X(17).
           05  BFR-EMP-DEPT        PIC X(4).
           05  BFR-EMP-ACTIVE-FLAG PIC X.
           05  BFR-DD-HOLD-FLAG    PIC X.
           05  BFR-EMP-SSN         PIC X(9).
           05  BFR-EMP-ADDRESS     PIC X(30).
           05  BFR-EMP-CITY        PIC X(20).
           05  BFR-EMP-ADDR-STATE  PIC XX.
           05  BFR-EMP-ZIP         PIC X(9).
           05  BFR-EMP-BIRTH-DATE  PIC X(8).
           05  BFR-EMP-HIRE-DATE   PIC X(8).
       01  WS-MAINT-AFTER-IMAGE.
           05  AFT-EMP-ID          PIC 9(5).
           05  AFT-EMP-NAME        PIC X(30).
           05  AFT-EMP-PAY-TYPE    PIC X.
           05  AFT-EMP-HOURLY-RATE PIC 999V99.
           05  AFT-EMP-SALARY-AMOUNT PIC 9(5)V99.
           05  AFT-EMP-STATE       PIC XX.
           05  AFT-EMP-STATUS      PIC X.
           05  AFT-EMP-ALLOWANCES  PIC 9.
           05  AFT-EMP-BANK-ROUTING PIC 9(9).
           05  AFT-EMP-BANK-ACCOUNT PIC X(17).
           05  AFT-EMP-DEPT        PIC X(4).
           05  AFT-EMP-ACTIVE-FLAG PIC X.
           05  AFT-DD-HOLD-FLAG    PIC X.
           05  AFT-EMP-SSN         PIC X(9).
           05  AFT-EMP-ADDRESS     PIC X(30).
           05  AFT-EMP-CITY        PIC X(20).
           05  AFT-EMP-ADDR-STATE  PIC XX.
           05  AFT-EMP-ZIP         PIC X(9).
           05  AFT-EMP-BIRTH-DATE  PIC X(8).
           05  AFT-EMP-HIRE-DATE   PIC X(8).
       01  WS-HISTORY-STATUS       PIC XX VALUE "00".
           88  HISTORY-OK                  VALUE "00".
       01  WS-DD-STATUS            PIC XX VALUE "00".
           05  WS-DW-WORK3         PIC S9(7) VALUE ZERO.
           05  WS-DW-MONTH-DAYS    PIC 99 VALUE ZERO.
           05  WS-DW-LEAP-REM      PIC 999 VALUE ZERO.
           05  WS-DW-VALID-SW      PIC X VALUE 'N'.
               88  CALENDAR-DATE-VALID      VALUE 'Y'.
       01  WS-MONTH-DAYS-DEF       PIC X(24)
                               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DEF.
           05  WS-REPRINT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-STUB-SUB         PIC 99 VALUE ZERO.
       01  WS-SUTA-FILE-NAME       PIC X(30) VALUE SPACES.
       01  WS-NEW-HIRE-FILE-NAME   PIC X(30) VALUE SPACES.
       01  WS-NEW-HIRE-STATUS      PIC XX VALUE "00".
           88  NEW-HIRE-FILE-OK            VALUE "00".
       01  WS-NEW-HIRE-CTL.
           05  WS-NEW-HIRE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-SSN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-SSN-MAX          PIC 9(4) VALUE 5000.
           05  WS-SSN-SUB          PIC 9(4) VALUE ZERO.
           05  WS-SSN-FULL-SW      PIC X VALUE 'N'.
               88  SSN-TABLE-FULL           VALUE 'Y'.
           05  WS-SSN-FOUND-SW     PIC X VALUE 'N'.
               88  SSN-ON-FILE              VALUE 'Y'.
           05  WS-SSN-EMP-FOUND-SW PIC X VALUE 'N'.
               88  SSN-EMP-ON-TABLE         VALUE 'Y'.
           05  WS-SSN-MASTER-EOF   PIC X VALUE 'N'.
           05  WS-SSN-DUP-EMP-ID   PIC 9(5) VALUE ZERO.
      * SSNs already on the master, loaded at the start of a
      * maintenance run and kept current as transactions apply.
       01  SSN-TABLE.
           05  SSN-TABLE-ENTRY OCCURS 5000 TIMES.
               10  SST-SSN         PIC X(9).
               10  SST-EMP-ID      PIC 9(5).
       01  WS-SUTA-CTL.
           05  WS-HSF-EOF          PIC X VALUE 'N'.
           05  WS-SUTA-CUR-STATE   PIC XX VALUE SPACES.
           05  WS-SUTA-SPLIT-SUB   PIC 9 VALUE ZERO.
           05  WS-SUTA-CUR-EMP     PIC 9(5) VALUE ZERO.
           05  WS-SUTA-BASE        PIC 9(7)V99 VALUE ZERO.
           05  WS-SUTA-PRIOR-GROSS PIC S9(8)V99 VALUE ZERO.
           88  BANKRECON-REQUESTED         VALUE "BANKRECON".
           88  DEPOSITSTATUS-REQUESTED     VALUE "DEPOSITSTATUS".
           88  REPRINT-REQUESTED           VALUE "REPRINT".
           88  MAINTAUDIT-REQUESTED        VALUE "MAINTAUDIT".
           88  RETROCALC-REQUESTED         VALUE "RETROCALC".
           88  TRIAL-REQUESTED             VALUE "TRIAL".
           88  FINALPAY-REQUESTED          VALUE "FINALPAY".
           88  RECONCILE-REQUESTED         VALUE "RECONCILE".
       01  WS-PAY-PERIOD-OPTION    PIC X(20) VALUE SPACES.
           88  PAY-PERIOD-WEEKLY           VALUE "WEEKLY".
           88  PAY-PERIOD-BIWEEKLY         VALUE "BIWEEKLY".
               10  ST-LOCAL-FLAG   PIC X.
                   88  ST-HAS-LOCAL-TAX     VALUE 'Y'.
               10  ST-SUTA-WAGE-BASE PIC 9(7)V99.
       01  WS-RECIP-STATUS         PIC XX VALUE "00".
           88  RECIP-FILE-OK               VALUE "00".
       01  WS-RECIP-EOF            PIC X VALUE 'N'.
       01  WS-RECIP-TABLE-CTL.
           05  WS-RECIP-TABLE-COUNT PIC 999 VALUE ZERO.
           05  WS-RECIP-TABLE-MAX  PIC 999 VALUE 100.
       01  RECIPROCITY-TABLE.
           05  RECIPROCITY-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-RECIP-IDX.
               10  RT-RESIDENT-STATE PIC XX.
               10  RT-WORK-STATE   PIC XX.
       01  WS-OT-RULES-STATUS      PIC XX VALUE "00".
           88  OT-RULES-FILE-OK            VALUE "00".
       01  WS-OT-RULES-EOF         PIC X VALUE 'N'.
       01  WS-OT-RULE-TABLE-CTL.
           05  WS-OT-RULE-COUNT    PIC 99 VALUE ZERO.
           05  WS-OT-RULE-MAX      PIC 99 VALUE 51.
       01  OVERTIME-RULE-TABLE.
           05  OVERTIME-RULE-ENTRY OCCURS 51 TIMES
                               INDEXED BY WS-OT-RULE-IDX.
               10  OTR-STATE-CODE  PIC XX.
               10  OTR-DAILY-OT-HOURS PIC 99V99.
               10  OTR-DAILY-DT-HOURS PIC 99V99.
               10  OTR-SEVENTH-DAY-FLAG PIC X.
       01  WS-FEDERAL-TAX-EOF      PIC X VALUE 'N'.
       01  WS-PAY-PERIOD-CODE      PIC X VALUE 'W'.
       01  WS-FED-TAX-TABLE-CTL.
           05  WS-TC-IN-MM         PIC 99 VALUE ZERO.
           05  WS-TC-OUT-HH        PIC 99 VALUE ZERO.
           05  WS-TC-OUT-MM        PIC 99 VALUE ZERO.
           05  WS-TC-CUR-STATE     PIC XX VALUE SPACES.
           05  WS-TC-STATE-HOURS   PIC 999V99 VALUE ZERO.
           05  WS-TC-CUR-DATE      PIC 9(8) VALUE ZERO.
       01  WS-RETRO-REQ-STATUS     PIC XX VALUE "00".
           88  RETRO-REQ-FILE-OK           VALUE "00".
       01  WS-RETRO-CTL.
           05  WS-RETRO-REQ-EOF    PIC X VALUE 'N'.
           05  WS-RETRO-SORTED-EOF PIC X VALUE 'N'.
           05  WS-RETRO-OVERFLOW-SW PIC X VALUE 'N'.
               88  RETRO-TABLE-OVERFLOW     VALUE 'Y'.
           05  WS-RETRO-PAY-DATE   PIC 9(8) VALUE ZERO.
           05  WS-RETRO-REQ-COUNT  PIC 999 VALUE ZERO.
           05  WS-RETRO-REQ-MAX    PIC 999 VALUE 500.
           05  WS-RETRO-SUB        PIC 999 VALUE ZERO.
           05  WS-RETRO-PICK       PIC 999 VALUE ZERO.
           05  WS-RETRO-QUEUED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-RETRO-CUR-EMP    PIC 9(5) VALUE ZERO.
           05  WS-RETRO-NEW-REG    PIC S9(7)V99 VALUE ZERO.
           05  WS-RETRO-NEW-OT     PIC S9(7)V99 VALUE ZERO.
           05  WS-RETRO-NEW-DT     PIC S9(7)V99 VALUE ZERO.
           05  WS-RETRO-EMP-TOTAL  PIC S9(7)V99 VALUE ZERO.
           05  WS-RETRO-EMP-PERIODS PIC 9(5) VALUE ZERO.
           05  WS-RETRO-REMAINING  PIC S9(7)V99 VALUE ZERO.
           05  WS-RETRO-GRAND-TOTAL PIC S9(9)V99 VALUE ZERO.
           05  WS-RETRO-PERIOD-COUNT PIC 9(7) VALUE ZERO.
           05  WS-RETRO-EMP-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-RETRO-ROW-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-RETRO-NEGATIVE-COUNT PIC 9(5) VALUE ZERO.
           05  WS-RETRO-NO-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01  RETRO-REQUEST-TABLE.
           05  RETRO-REQUEST-ENTRY OCCURS 500 TIMES.
               10  RRT-EMP-ID      PIC 9(5).
               10  RRT-EFFECTIVE-DATE PIC 9(8).
               10  RRT-OLD-RATE    PIC 999V99.
               10  RRT-NEW-RATE    PIC 999V99.
               10  RRT-OLD-SALARY  PIC 9(5)V99.
               10  RRT-NEW-SALARY  PIC 9(5)V99.
       01  DSP-RETRO-FIGURES.
           05  DSP-RETRO-REG-HRS   PIC ZZ9.99-.
           05  DSP-RETRO-OT-HRS    PIC ZZ9.99-.
           05  DSP-RETRO-OLD-BASIS PIC ZZ,ZZ9.99.
           05  DSP-RETRO-NEW-BASIS PIC ZZ,ZZ9.99.
           05  DSP-RETRO-OLD-PAY   PIC $$$$,$$9.99-.
           05  DSP-RETRO-NEW-PAY   PIC $$$$,$$9.99-.
           05  DSP-RETRO-DIFF      PIC $$$$,$$9.99-.
           05  DSP-RETRO-TOTAL     PIC $$$,$$$,$$9.99-.
       01  WS-TRIAL-CTL.
           05  WS-TRIAL-SWING-PCT  PIC 999V9 VALUE 25.0.
           05  WS-TRIAL-HIST-COUNT PIC 9(4) VALUE ZERO.
           05  WS-TRIAL-HIST-MAX   PIC 9(4) VALUE 5000.
           05  WS-TRIAL-HIST-SUB   PIC 9(4) VALUE ZERO.
           05  WS-TRIAL-HIST-PICK  PIC 9(4) VALUE ZERO.
           05  WS-TRIAL-HIST-FULL-SW PIC X VALUE 'N'.
               88  TRIAL-HISTORY-FULL       VALUE 'Y'.
           05  WS-TRIAL-PAID-COUNT PIC 9(4) VALUE ZERO.
           05  WS-TRIAL-PAID-MAX   PIC 9(4) VALUE 5000.
           05  WS-TRIAL-PAID-SUB   PIC 9(4) VALUE ZERO.
           05  WS-TRIAL-PAID-FULL-SW PIC X VALUE 'N'.
               88  TRIAL-PAID-TABLE-FULL    VALUE 'Y'.
           05  WS-TRIAL-IN-BATCH-SW PIC X VALUE 'N'.
               88  TRIAL-EMP-IN-BATCH       VALUE 'Y'.
           05  WS-TRIAL-FLAGGED-SW PIC X VALUE 'N'.
               88  TRIAL-EMPLOYEE-FLAGGED   VALUE 'Y'.
           05  WS-TRIAL-MASTER-EOF PIC X VALUE 'N'.
           05  WS-TRIAL-LOOKUP-ID  PIC 9(5) VALUE ZERO.
           05  WS-TRIAL-AVG-GROSS  PIC S9(7)V99 VALUE ZERO.
           05  WS-TRIAL-AVG-NET    PIC S9(7)V99 VALUE ZERO.
           05  WS-TRIAL-GROSS-PCT  PIC S9(5)V9 VALUE ZERO.
           05  WS-TRIAL-NET-PCT    PIC S9(5)V9 VALUE ZERO.
           05  WS-TRIAL-FLAG-COUNT PIC 9(5) VALUE ZERO.
           05  WS-TRIAL-FIRST-COUNT PIC 9(5) VALUE ZERO.
           05  WS-TRIAL-MISSING-COUNT PIC 9(5) VALUE ZERO.
           05  WS-TRIAL-FLAG-TEXT  PIC X(60) VALUE SPACES.
      * Employees already paid by a final-pay run, with the latest
      * final-pay date on pay history.
       01  WS-FINAL-PAID-CTL.
           05  WS-FINAL-PAID-COUNT PIC 9(4) VALUE ZERO.
           05  WS-FINAL-PAID-MAX   PIC 9(4) VALUE 5000.
           05  WS-FINAL-PAID-SUB   PIC 9(4) VALUE ZERO.
           05  WS-FINAL-PAID-PICK  PIC 9(4) VALUE ZERO.
           05  WS-FINAL-PAID-FULL-SW PIC X VALUE 'N'.
               88  FINAL-PAID-TABLE-FULL    VALUE 'Y'.
           05  WS-FINAL-PAID-ID    PIC 9(5) VALUE ZERO.
       01  FINAL-PAID-TABLE.
           05  FINAL-PAID-ENTRY OCCURS 5000 TIMES.
               10  FPT-EMP-ID      PIC 9(5).
               10  FPT-PAY-DATE    PIC 9(8).
      * Last three regular-run periods per employee, newest first.
       01  TRIAL-HISTORY-TABLE.
           05  TRIAL-HISTORY-ENTRY OCCURS 5000 TIMES.
               10  THT-EMP-ID      PIC 9(5).
               10  THT-PERIODS     PIC 9.
               10  THT-GROSS       PIC S9(7)V99 OCCURS 3 TIMES.
               10  THT-NET         PIC S9(7)V99 OCCURS 3 TIMES.
       01  TRIAL-PAID-TABLE.
           05  TPT-EMP-ID          PIC 9(5) OCCURS 5000 TIMES.
       01  DSP-TRIAL-FIGURES.
           05  DSP-TRIAL-GROSS     PIC $$$$,$$9.99-.
           05  DSP-TRIAL-AVG-GROSS PIC $$$$,$$9.99-.
           05  DSP-TRIAL-AVG-GROSS-X REDEFINES DSP-TRIAL-AVG-GROSS
                                   PIC X(12).
           05  DSP-TRIAL-GROSS-PCT PIC ZZZZ9.9-.
           05  DSP-TRIAL-GROSS-PCT-X REDEFINES DSP-TRIAL-GROSS-PCT
                                   PIC X(8).
           05  DSP-TRIAL-NET       PIC $$$$,$$9.99-.
           05  DSP-TRIAL-AVG-NET   PIC $$$$,$$9.99-.
           05  DSP-TRIAL-AVG-NET-X REDEFINES DSP-TRIAL-AVG-NET
                                   PIC X(12).
           05  DSP-TRIAL-NET-PCT   PIC ZZZZ9.9-.
           05  DSP-TRIAL-NET-PCT-X REDEFINES DSP-TRIAL-NET-PCT
                                   PIC X(8).
           05  DSP-TRIAL-SWING-PCT PIC ZZ9.9.
       01  WS-PP-CTL-STATUS        PIC XX VALUE "00".
           88  PP-CONTROL-OK               VALUE "00".
       01  WS-PP-FILE-STATUS       PIC XX VALUE "00".
           88  PP-FILE-OK                  VALUE "00".
       01  WS-PP-REPORT-STATUS     PIC XX VALUE "00".
           88  PP-REPORT-OK                VALUE "00".
       01  WS-PP-CTL.
           05  WS-PP-ACCOUNT-NUMBER PIC X(12) VALUE "004417203356".
           05  WS-PP-CTL-EOF       PIC X VALUE 'N'.
           05  WS-PP-ROWS-SENT     PIC 9(9) VALUE ZERO.
           05  WS-PP-LAST-SENT-DATE PIC 9(8) VALUE ZERO.
           05  WS-PP-ROW-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PP-ITEM-TYPE     PIC X VALUE SPACE.
           05  WS-PP-ISSUE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PP-ISSUE-TOTAL   PIC 9(10)V99 VALUE ZERO.
           05  WS-PP-VOID-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PP-VOID-TOTAL    PIC 9(10)V99 VALUE ZERO.
           05  WS-PP-ITEM-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PP-ITEM-TOTAL    PIC 9(10)V99 VALUE ZERO.
       01  DSP-PP-AMOUNT           PIC $$,$$$,$$9.99.
       01  WS-PLAN-FILE-STATUS     PIC XX VALUE "00".
           88  PLAN-FILE-OK                VALUE "00".
       01  WS-PLAN-CTL.
           05  WS-PLAN-ID          PIC X(10) VALUE "PLN0041872".
           05  WS-PLAN-ROW-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PLAN-EOF         PIC X VALUE 'N'.
           05  WS-PLAN-TRL-FOUND-SW PIC X VALUE 'N'.
               88  PLAN-TRAILER-FOUND       VALUE 'Y'.
           05  WS-PLAN-OUT-SW      PIC X VALUE 'N'.
               88  PLAN-OUT-OF-BALANCE      VALUE 'Y'.
           05  WS-PLAN-FILE-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PLAN-FILE-DEFERRAL PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-FILE-MATCH  PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-TRL-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PLAN-TRL-DEFERRAL PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-TRL-MATCH   PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-STUB-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PLAN-STUB-DEFERRAL PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-STUB-ROW-AMT PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-ARCHIVE-EOF PIC X VALUE 'N'.
           05  WS-PLAN-ARCHIVE-MODE PIC X VALUE SPACE.
           05  WS-PLAN-BEN-SUB     PIC 9 VALUE ZERO.
           05  WS-PLAN-VARIANCE    PIC S9(9)V99 VALUE ZERO.
           05  WS-PLAN-SOURCE      PIC X(24) VALUE SPACES.
       01  DSP-PLAN-FIGURES.
           05  DSP-PLAN-COUNT      PIC ZZZ,ZZ9.
           05  DSP-PLAN-DEFERRAL   PIC $$$,$$$,$$9.99-.
           05  DSP-PLAN-MATCH      PIC $$$,$$$,$$9.99-.
           05  DSP-PLAN-VARIANCE   PIC $$$,$$$,$$9.99-.
       01  WS-BENEFIT-STATUS       PIC XX VALUE "00".
           88  BENEFIT-FILE-OK             VALUE "00".
       01  WS-BENEFIT-EOF          PIC X VALUE 'N'.
                               INDEXED BY WS-BENEFIT-IDX.
               10  BT-EMP-ID       PIC 9(5).
               10  BT-TYPE         PIC X(10).
                   88  BT-401K-PLAN         VALUE "401K".
               10  BT-TAX-FLAG     PIC X.
                   88  BT-PRE-TAX           VALUE 'P'.
               10  BT-AMOUNT-TYPE  PIC X.
           05  WS-PRETAX-BEN-TOTAL    PIC 9(5)V99 VALUE ZERO.
           05  WS-POSTTAX-BEN-TOTAL   PIC 9(5)V99 VALUE ZERO.
           05  WS-ER-MATCH-TOTAL      PIC 9(5)V99 VALUE ZERO.
           05  WS-401K-DEFERRAL       PIC 9(5)V99 VALUE ZERO.
           05  WS-401K-MATCH          PIC 9(5)V99 VALUE ZERO.
           05  WS-CURRENT-BENEFIT-AMT PIC 9(5)V99 VALUE ZERO.
           05  WS-CURRENT-MATCH-AMT   PIC 9(5)V99 VALUE ZERO.
       01  DSP-EMP-BEN-AMOUNT         PIC $$,$$9.99.
           05  WS-OVERTIME-HOURS   PIC S999V99.
           05  WS-REGULAR-PAY      PIC S9(5)V99.
           05  WS-OVERTIME-PAY     PIC S9(5)V99.
           05  WS-DOUBLE-TIME-HOURS PIC S999V99 VALUE ZERO.
           05  WS-DOUBLE-TIME-PAY  PIC S9(5)V99 VALUE ZERO.
           05  WS-REGULAR-RATE     PIC 999V99 VALUE ZERO.
           05  WS-RR-ADJUST-PAY    PIC S9(5)V99 VALUE ZERO.
           05  WS-GROSS-PAY        PIC S9(7)V99.
           05  WS-FEDERAL-TAX      PIC S9(7)V99.
           05  WS-STATE-TAX        PIC S9(7)V99.
           05  WS-TOTAL-DED        PIC S9(7)V99.
           05  WS-NET-PAY          PIC S9(7)V99.
           05  WS-REG-GROSS-PAY    PIC S9(7)V99.
      * Daily overtime work fields: the rules for the employee's
      * state and the running split of each day's hours.
       01  WS-DAILY-OT-WORK.
           05  WS-DAILY-RULE-SW    PIC X VALUE 'N'.
               88  DAILY-OT-RULES-APPLY     VALUE 'Y'.
           05  WS-DAILY-OT-LIMIT   PIC 99V99 VALUE ZERO.
           05  WS-DAILY-DT-LIMIT   PIC 99V99 VALUE ZERO.
           05  WS-SEVENTH-DAY-SW   PIC X VALUE 'N'.
               88  SEVENTH-DAY-RULE         VALUE 'Y'.
           05  WS-DAY-SUB          PIC 99 VALUE ZERO.
           05  WS-DAY-HOURS        PIC S999V99 VALUE ZERO.
           05  WS-DAY-OT-HOURS     PIC S999V99 VALUE ZERO.
           05  WS-DAY-DT-HOURS     PIC S999V99 VALUE ZERO.
           05  WS-DATED-HOURS      PIC S999V99 VALUE ZERO.
           05  WS-CONSEC-DAYS      PIC 99 VALUE ZERO.
           05  WS-CONSEC-WEEKS     PIC 99 VALUE ZERO.
           05  WS-CONSEC-REM       PIC 9 VALUE ZERO.
      * The period's wages split across the states worked, pro rata
      * by hours; the last state takes the rounding remainder. Each
      * share is withheld for its work state, or for the resident
      * state where the two have a reciprocity agreement.
       01  WS-STATE-ALLOCATION.
           05  WS-ALLOC-COUNT      PIC 9 VALUE ZERO.
           05  WS-ALLOC-ENTRY OCCURS 3 TIMES.
               10  WS-ALLOC-WORK-STATE PIC XX.
               10  WS-ALLOC-TAX-STATE PIC XX.
               10  WS-ALLOC-HOURS  PIC S999V99.
               10  WS-ALLOC-GROSS  PIC S9(7)V99.
               10  WS-ALLOC-WAGES  PIC S9(7)V99.
               10  WS-ALLOC-TAX    PIC S9(7)V99.
               10  WS-ALLOC-LOCAL  PIC S9(7)V99.
           05  WS-ALLOC-SUB        PIC 9 VALUE ZERO.
           05  WS-ALLOC-PICK       PIC 9 VALUE ZERO.
           05  WS-ALLOC-TOTAL-HOURS PIC S9(4)V99 VALUE ZERO.
           05  WS-ALLOC-GROSS-LEFT PIC S9(7)V99 VALUE ZERO.
           05  WS-ALLOC-WAGES-LEFT PIC S9(7)V99 VALUE ZERO.
           05  WS-STATE-TAXABLE    PIC S9(7)V99 VALUE ZERO.
           05  WS-SUPP-EARN-TOTAL  PIC S9(7)V99.
           05  WS-SUPP-FED-TAX     PIC S9(7)V99.
           05  WS-VAC-PAY          PIC S9(7)V99.
           05  WS-LEAVE-CLASS-SUB  PIC 9 VALUE 1.
           05  WS-VAC-ACCRUAL      PIC 99V99 VALUE ZERO.
           05  WS-SICK-ACCRUAL     PIC 99V99 VALUE ZERO.
           05  WS-VAC-PAYOUT-HOURS PIC S9(4)V99 VALUE ZERO.
           05  WS-VAC-PAYOUT-RATE  PIC 9(4)V9999 VALUE ZERO.
           05  WS-VAC-PAYOUT-PAY   PIC S9(7)V99 VALUE ZERO.
      * Accrual classes: 1 standard, 2 senior, 3 executive. Rates are
      * hours accrued per hour paid (vacation, then sick).
       01  LEAVE-ACCRUAL-RATE-DEF.
           05  SUTA-RATE           PIC V9999 VALUE .0270.
           05  SUTA-WAGE-BASE      PIC 9(7)V99 VALUE 9000.00.

      * Employer identity reported on state new-hire files.
       01  EMPLOYER-IDENTIFICATION.
           05  EMPLOYER-FEIN       PIC X(9) VALUE "364417203".
           05  EMPLOYER-NAME       PIC X(30)
                                   VALUE "MIDLAND FIELD SERVICES INC".
           05  EMPLOYER-ADDRESS    PIC X(30)
                                   VALUE "1400 COMMERCE PARKWAY".
           05  EMPLOYER-CITY       PIC X(20) VALUE "SPRINGFIELD".
           05  EMPLOYER-STATE      PIC XX VALUE "IL".
           05  EMPLOYER-ZIP        PIC X(9) VALUE "62704".

       01  EMPLOYER-TAX-CALCULATIONS.
           05  WS-ER-SOC-SEC       PIC S9(5)V99 VALUE ZERO.
           05  WS-ER-MEDICARE      PIC S9(5)V99 VALUE ZERO.
           05  GL-SUTA-ACCT        PIC X(8) VALUE "21090000".
           05  GL-BEN-EE-ACCT      PIC X(8) VALUE "21100000".
           05  GL-ER-MATCH-ACCT    PIC X(8) VALUE "21110000".
           05  GL-401K-EE-ACCT     PIC X(8) VALUE "21105000".
           05  GL-401K-ER-ACCT     PIC X(8) VALUE "21115000".
           05  GL-UNCLAIMED-ACCT   PIC X(8) VALUE "21120000".
           05  GL-NET-PAY-ACCT     PIC X(8) VALUE "10010000".
           05  GL-DEFAULT-WAGE-ACCT PIC X(8) VALUE "61010000".
           05  WS-GL-SUTA          PIC S9(8)V99 VALUE ZERO.
           05  WS-GL-BEN-EE        PIC S9(8)V99 VALUE ZERO.
           05  WS-GL-ER-MATCH      PIC S9(8)V99 VALUE ZERO.
           05  WS-GL-401K-EE       PIC S9(8)V99 VALUE ZERO.
           05  WS-GL-401K-ER       PIC S9(8)V99 VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05  WS-GL-FOOT-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05  DSP-HOURLY-RATE     PIC $$$9.99.
           05  DSP-REGULAR-PAY     PIC $$,$$9.99-.
           05  DSP-OVERTIME-PAY    PIC $$,$$9.99.
           05  DSP-DOUBLE-TIME-HOURS PIC ZZ9.99.
           05  DSP-DOUBLE-TIME-PAY PIC $$,$$9.99.
           05  DSP-REGULAR-RATE    PIC $$$9.99.
           05  DSP-GROSS-PAY       PIC $$,$$9.99-.
           05  DSP-FEDERAL-TAX     PIC $$,$$9.99-.
           05  DSP-STATE-TAX       PIC $$,$$9.99-.
           05  DSP-STATE-WAGES     PIC $$$,$$9.99-.
           05  DSP-LOCAL-TAX       PIC $$,$$9.99-.
           05  DSP-SOC-SEC         PIC $$,$$9.99-.
           05  DSP-MEDICARE        PIC $$,$$9.99-.
                   PERFORM RUN-DEPOSIT-STATUS
               WHEN REPRINT-REQUESTED
                   PERFORM RUN-STUB-REPRINT
               WHEN MAINTAUDIT-REQUESTED
                   PERFORM RUN-MAINT-AUDIT-REPORT
               WHEN RETROCALC-REQUESTED
                   PERFORM RUN-RETRO-CALCULATION
               WHEN TRIAL-REQUESTED
                   PERFORM RUN-TRIAL-PAYROLL
               WHEN RECONCILE-REQUESTED
                   PERFORM RUN-TAX-RECONCILIATION
               WHEN OTHER
                   PERFORM RUN-PAYROLL
           END-EVALUATE
               PERFORM WRITE-GL-CREDIT-POSTINGS
               PERFORM WRITE-GL-CONTROL-TRAILER
           END-IF
           PERFORM WRITE-PLAN-REMITTANCE-TRAILER
           PERFORM PRINT-SUMMARY-REPORT
           PERFORM TERMINATION
           PERFORM BUILD-POSITIVE-PAY-FILE
           PERFORM RECONCILE-PLAN-REMITTANCE.

      * Trial (preview) run. Validates, merges and calculates the
      * whole batch exactly as the pay run does, but posts nothing:
      * YTD is read only for the wage-base caps, and no stub, check,
      * register, direct-deposit, ledger, leave, pay-history,
      * checkpoint or run-control record is written. The one output
      * is trial-register.txt, which sets each employee's gross and
      * net beside the average of their last three paid periods in
      * pay-history.dat and flags large swings, zero or negative
      * net, first-time payees, and active master employees with no
      * detail in the batch. Validation rejects still go to
      * payroll-exceptions.txt.
       RUN-TRIAL-PAYROLL.
           PERFORM INITIALIZATION
           PERFORM VALIDATE-EMPLOYEES UNTIL WS-RAW-EOF = 'Y'
           PERFORM RECONCILE-BATCH-CONTROLS
           PERFORM OPEN-TRIAL-OUTPUTS
           PERFORM LOAD-TRIAL-HISTORY
           PERFORM START-VALIDATED-RUN
           PERFORM PROCESS-TRIAL-EMPLOYEE UNTIL WS-EOF = 'Y'
           PERFORM REPORT-UNPAID-ACTIVE-EMPLOYEES
           PERFORM PRINT-TRIAL-TOTALS
           CLOSE EMPLOYEE-FILE
           IF NOT YTD-FILE-UNAVAILABLE
               CLOSE YTD-FILE
           END-IF
           CLOSE GARNISHMENT-WORK-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TRIAL-REGISTER-FILE
           DISPLAY "Trial payroll preview complete - nothing posted"
           DISPLAY "Employees previewed: " WS-TOTAL-EMP-COUNT
           DISPLAY "Employees flagged: " WS-TRIAL-FLAG-COUNT
           DISPLAY "Active employees with no detail: "
                   WS-TRIAL-MISSING-COUNT
           DISPLAY "Preview register saved to trial-register.txt".

       OPEN-TRIAL-OUTPUTS.
           OPEN INPUT YTD-FILE
           IF NOT YTD-OK
               MOVE 'N' TO WS-YTD-AVAIL-SW
               DISPLAY "YTD FILE NOT AVAILABLE - PREVIEW CAPS SOCIAL "
                       "SECURITY AS IF NO WAGES YET THIS YEAR"
           END-IF
           OPEN OUTPUT TRIAL-REGISTER-FILE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "TRIAL PAYROLL PREVIEW - PAY DATE "
                  WS-BATCH-PAY-DATE
                  "    *** NOT POSTED - NO PAYMENTS MADE ***"
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           IF DUPLICATE-RUN-FOUND
               MOVE SPACES TO TRIAL-REGISTER-LINE
               STRING "*** PAY DATE ALREADY PAID BY A COMPLETED RUN - "
                      "THE LIVE RUN WILL NEED OVERRIDE ***"
                   DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
               WRITE TRIAL-REGISTER-LINE
           END-IF
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "EMPID NAME                 DEPT        GROSS    "
                  "AVG GROSS   VAR %           NET      AVG NET   "
                  "VAR %"
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE.

      * Up to the last three regular-run periods per employee, in
      * file (pay date) order; correction rows are left out so a
      * reversal does not drag the average down, and final-pay rows
      * so a vacation payout does not push it up.
       LOAD-TRIAL-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-OK
               PERFORM READ-PAY-HISTORY-RECORD
               PERFORM LOAD-TRIAL-HISTORY-ROW
                   UNTIL WS-HISTORY-EOF = 'Y'
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF TRIAL-HISTORY-FULL
               DISPLAY "TRIAL HISTORY TABLE FULL AT "
                       WS-TRIAL-HIST-MAX " EMPLOYEES -- LATER "
                       "EMPLOYEES SHOW AS FIRST-TIME PAYEES"
           END-IF.

       LOAD-TRIAL-HISTORY-ROW.
           IF PH-RUN-MODE NOT = 'C' AND PH-RUN-MODE NOT = 'F'
               MOVE PH-EMP-ID TO WS-TRIAL-LOOKUP-ID
               PERFORM FIND-TRIAL-HISTORY
               IF WS-TRIAL-HIST-PICK = ZERO
                   IF WS-TRIAL-HIST-COUNT >= WS-TRIAL-HIST-MAX
                       MOVE 'Y' TO WS-TRIAL-HIST-FULL-SW
                   ELSE
                       ADD 1 TO WS-TRIAL-HIST-COUNT
                       MOVE WS-TRIAL-HIST-COUNT TO WS-TRIAL-HIST-PICK
                       INITIALIZE
                           TRIAL-HISTORY-ENTRY (WS-TRIAL-HIST-PICK)
                       MOVE PH-EMP-ID TO
                           THT-EMP-ID (WS-TRIAL-HIST-PICK)
                   END-IF
               END-IF
               IF WS-TRIAL-HIST-PICK NOT = ZERO
                   MOVE THT-GROSS (WS-TRIAL-HIST-PICK, 2) TO
                       THT-GROSS (WS-TRIAL-HIST-PICK, 3)
                   MOVE THT-GROSS (WS-TRIAL-HIST-PICK, 1) TO
                       THT-GROSS (WS-TRIAL-HIST-PICK, 2)
                   MOVE PH-GROSS-PAY TO
                       THT-GROSS (WS-TRIAL-HIST-PICK, 1)
                   MOVE THT-NET (WS-TRIAL-HIST-PICK, 2) TO
                       THT-NET (WS-TRIAL-HIST-PICK, 3)
                   MOVE THT-NET (WS-TRIAL-HIST-PICK, 1) TO
                       THT-NET (WS-TRIAL-HIST-PICK, 2)
                   MOVE PH-NET-PAY TO THT-NET (WS-TRIAL-HIST-PICK, 1)
                   IF THT-PERIODS (WS-TRIAL-HIST-PICK) < 3
                       ADD 1 TO THT-PERIODS (WS-TRIAL-HIST-PICK)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAY-HISTORY-RECORD.

       FIND-TRIAL-HISTORY.
           MOVE ZERO TO WS-TRIAL-HIST-PICK
           MOVE 1 TO WS-TRIAL-HIST-SUB
           PERFORM SCAN-TRIAL-HISTORY
               UNTIL WS-TRIAL-HIST-SUB > WS-TRIAL-HIST-COUNT
                  OR WS-TRIAL-HIST-PICK NOT = ZERO.

       SCAN-TRIAL-HISTORY.
           IF THT-EMP-ID (WS-TRIAL-HIST-SUB) = WS-TRIAL-LOOKUP-ID
               MOVE WS-TRIAL-HIST-SUB TO WS-TRIAL-HIST-PICK
           END-IF
           ADD 1 TO WS-TRIAL-HIST-SUB.

       PROCESS-TRIAL-EMPLOYEE.
           MOVE 'Y' TO WS-EMPLOYEE-PROCESSED-SW
           PERFORM CALCULATE-PAY
           PERFORM READ-YTD-RECORD
           PERFORM CALCULATE-DEDUCTIONS
           PERFORM CALCULATE-NET-PAY
           PERFORM CALCULATE-EMPLOYER-TAXES
           PERFORM ACCUMULATE-CONTROL-TOTALS
           PERFORM ACCUMULATE-GL-TOTALS
           IF WS-TRIAL-PAID-COUNT < WS-TRIAL-PAID-MAX
               ADD 1 TO WS-TRIAL-PAID-COUNT
               MOVE EMP-ID TO TPT-EMP-ID (WS-TRIAL-PAID-COUNT)
           ELSE
               MOVE 'Y' TO WS-TRIAL-PAID-FULL-SW
           END-IF
           PERFORM PRINT-TRIAL-EMPLOYEE
           PERFORM READ-EMPLOYEE.

       PRINT-TRIAL-EMPLOYEE.
           MOVE 'N' TO WS-TRIAL-FLAGGED-SW
           MOVE EMP-ID TO WS-TRIAL-LOOKUP-ID
           PERFORM FIND-TRIAL-HISTORY
           MOVE WS-GROSS-PAY TO DSP-TRIAL-GROSS
           MOVE WS-NET-PAY TO DSP-TRIAL-NET
           MOVE SPACES TO DSP-TRIAL-AVG-GROSS-X
           MOVE SPACES TO DSP-TRIAL-GROSS-PCT-X
           MOVE SPACES TO DSP-TRIAL-AVG-NET-X
           MOVE SPACES TO DSP-TRIAL-NET-PCT-X
           MOVE ZERO TO WS-TRIAL-GROSS-PCT
           MOVE ZERO TO WS-TRIAL-NET-PCT
           IF WS-TRIAL-HIST-PICK NOT = ZERO
               PERFORM CALC-TRIAL-VARIANCE
           END-IF
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING EMP-ID " " EMP-NAME (1:20) " " EMP-DEPT " "
                  DSP-TRIAL-GROSS " " DSP-TRIAL-AVG-GROSS-X " "
                  DSP-TRIAL-GROSS-PCT-X " " DSP-TRIAL-NET " "
                  DSP-TRIAL-AVG-NET-X " " DSP-TRIAL-NET-PCT-X
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           IF WS-TRIAL-HIST-PICK = ZERO
               MOVE "FIRST-TIME PAYEE - NO PRIOR PAY HISTORY"
                   TO WS-TRIAL-FLAG-TEXT
               PERFORM WRITE-TRIAL-FLAG
               ADD 1 TO WS-TRIAL-FIRST-COUNT
           END-IF
           IF WS-TRIAL-GROSS-PCT > WS-TRIAL-SWING-PCT
              OR WS-TRIAL-GROSS-PCT < (WS-TRIAL-SWING-PCT * -1)
               MOVE "GROSS SWING OVER LIMIT VS RECENT AVERAGE"
                   TO WS-TRIAL-FLAG-TEXT
               PERFORM WRITE-TRIAL-FLAG
           END-IF
           IF WS-TRIAL-NET-PCT > WS-TRIAL-SWING-PCT
              OR WS-TRIAL-NET-PCT < (WS-TRIAL-SWING-PCT * -1)
               MOVE "NET SWING OVER LIMIT VS RECENT AVERAGE"
                   TO WS-TRIAL-FLAG-TEXT
               PERFORM WRITE-TRIAL-FLAG
           END-IF
           EVALUATE TRUE
               WHEN WS-NET-PAY = ZERO
                   MOVE "ZERO NET PAY" TO WS-TRIAL-FLAG-TEXT
                   PERFORM WRITE-TRIAL-FLAG
               WHEN WS-NET-PAY < ZERO
                   MOVE "NEGATIVE NET PAY" TO WS-TRIAL-FLAG-TEXT
                   PERFORM WRITE-TRIAL-FLAG
           END-EVALUATE
           IF TRIAL-EMPLOYEE-FLAGGED
               ADD 1 TO WS-TRIAL-FLAG-COUNT
           END-IF.

      * Variance is this period against the average of the periods
      * on file, as a percent of that average. A percent too large
      * for the field is held at its ceiling, which still flags.
       CALC-TRIAL-VARIANCE.
           COMPUTE WS-TRIAL-AVG-GROSS ROUNDED =
               (THT-GROSS (WS-TRIAL-HIST-PICK, 1)
                + THT-GROSS (WS-TRIAL-HIST-PICK, 2)
                + THT-GROSS (WS-TRIAL-HIST-PICK, 3))
               / THT-PERIODS (WS-TRIAL-HIST-PICK)
           COMPUTE WS-TRIAL-AVG-NET ROUNDED =
               (THT-NET (WS-TRIAL-HIST-PICK, 1)
                + THT-NET (WS-TRIAL-HIST-PICK, 2)
                + THT-NET (WS-TRIAL-HIST-PICK, 3))
               / THT-PERIODS (WS-TRIAL-HIST-PICK)
           MOVE WS-TRIAL-AVG-GROSS TO DSP-TRIAL-AVG-GROSS
           MOVE WS-TRIAL-AVG-NET TO DSP-TRIAL-AVG-NET
           IF WS-TRIAL-AVG-GROSS NOT = ZERO
               COMPUTE WS-TRIAL-GROSS-PCT ROUNDED =
                   (WS-GROSS-PAY - WS-TRIAL-AVG-GROSS) * 100
                   / WS-TRIAL-AVG-GROSS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TRIAL-GROSS-PCT
               END-COMPUTE
               MOVE WS-TRIAL-GROSS-PCT TO DSP-TRIAL-GROSS-PCT
           END-IF
           IF WS-TRIAL-AVG-NET NOT = ZERO
               COMPUTE WS-TRIAL-NET-PCT ROUNDED =
                   (WS-NET-PAY - WS-TRIAL-AVG-NET) * 100
                   / WS-TRIAL-AVG-NET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TRIAL-NET-PCT
               END-COMPUTE
               MOVE WS-TRIAL-NET-PCT TO DSP-TRIAL-NET-PCT
           END-IF.

       WRITE-TRIAL-FLAG.
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "      ** " WS-TRIAL-FLAG-TEXT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE 'Y' TO WS-TRIAL-FLAGGED-SW.

      * Walks the master in key order for active employees that
      * had nothing in the batch - a missing time sheet shows up
      * here before payday instead of as a phone call after it.
       REPORT-UNPAID-ACTIVE-EMPLOYEES.
           WRITE TRIAL-REGISTER-LINE FROM BLANK-LINE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           MOVE "ACTIVE EMPLOYEES WITH NO DETAIL RECORD IN THIS BATCH"
               TO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           IF TRIAL-PAID-TABLE-FULL
               MOVE "  NOT CHECKED - BATCH LARGER THAN PREVIEW TABLE"
                   TO TRIAL-REGISTER-LINE
               WRITE TRIAL-REGISTER-LINE
           ELSE
               MOVE 'N' TO WS-TRIAL-MASTER-EOF
               MOVE ZERO TO MST-EMP-ID
               START EMPLOYEE-MASTER-FILE
                   KEY IS NOT LESS THAN MST-EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-TRIAL-MASTER-EOF
               END-START
               IF WS-TRIAL-MASTER-EOF NOT = 'Y'
                   PERFORM READ-TRIAL-MASTER-NEXT
               END-IF
               PERFORM CHECK-TRIAL-MASTER-EMPLOYEE
                   UNTIL WS-TRIAL-MASTER-EOF = 'Y'
           END-IF.

       READ-TRIAL-MASTER-NEXT.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TRIAL-MASTER-EOF
           END-READ.

       CHECK-TRIAL-MASTER-EMPLOYEE.
           IF MST-EMP-ACTIVE
               MOVE 'N' TO WS-TRIAL-IN-BATCH-SW
               MOVE 1 TO WS-TRIAL-PAID-SUB
               PERFORM SCAN-TRIAL-PAID-TABLE
                   UNTIL WS-TRIAL-PAID-SUB > WS-TRIAL-PAID-COUNT
                      OR TRIAL-EMP-IN-BATCH
               IF NOT TRIAL-EMP-IN-BATCH
                   MOVE SPACES TO TRIAL-REGISTER-LINE
                   STRING MST-EMP-ID " " MST-EMP-NAME (1:20) " "
                          MST-EMP-DEPT
                          "  ** NO HOURS, EARNINGS OR PTO RECORD"
                       DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
                   WRITE TRIAL-REGISTER-LINE
                   ADD 1 TO WS-TRIAL-MISSING-COUNT
               END-IF
           END-IF
           PERFORM READ-TRIAL-MASTER-NEXT.

       SCAN-TRIAL-PAID-TABLE.
           IF TPT-EMP-ID (WS-TRIAL-PAID-SUB) = MST-EMP-ID
               MOVE 'Y' TO WS-TRIAL-IN-BATCH-SW
           END-IF
           ADD 1 TO WS-TRIAL-PAID-SUB.

       PRINT-TRIAL-TOTALS.
           MOVE WS-TOTAL-GROSS-PAY TO DSP-TOT-GROSS-PAY
           MOVE WS-TOTAL-NET-PAY TO DSP-TOT-NET-PAY
           MOVE WS-TOTAL-EMP-COUNT TO DSP-TOT-EMP-COUNT
           COMPUTE WS-FED-DEPOSIT-LIABILITY =
               WS-TOTAL-FEDERAL-TAX + WS-GL-SS-EE + WS-GL-MED-EE
               + WS-GL-SS-ER + WS-GL-MED-ER
           MOVE WS-FED-DEPOSIT-LIABILITY TO DSP-DEPOSIT-AMOUNT
           MOVE WS-TRIAL-SWING-PCT TO DSP-TRIAL-SWING-PCT
           WRITE TRIAL-REGISTER-LINE FROM BLANK-LINE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           MOVE "PREVIEW TOTALS" TO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Employees Previewed:        " DSP-TOT-EMP-COUNT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Total Gross Pay:           " DSP-TOT-GROSS-PAY
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Total Net Pay:             " DSP-TOT-NET-PAY
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Federal Deposit Liability: " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Employees Flagged:          " WS-TRIAL-FLAG-COUNT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "First-Time Payees:          " WS-TRIAL-FIRST-COUNT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Active, No Detail Record:   "
                  WS-TRIAL-MISSING-COUNT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Detail Records Rejected:    " WS-REJECTED-COUNT
                  "  (see payroll-exceptions.txt)"
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE SPACES TO TRIAL-REGISTER-LINE
           STRING "Swing Limit (percent):      " DSP-TRIAL-SWING-PCT
               DELIMITED BY SIZE INTO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE FROM SEPARATOR-LINE.

       PARSE-RUN-OPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           OPEN OUTPUT VALID-EMPLOYEE-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-RECIPROCITY-TABLE
           PERFORM LOAD-OVERTIME-RULE-TABLE
           IF FINALPAY-REQUESTED
               PERFORM LOAD-FINAL-PAID-TABLE
           END-IF
           OPEN INPUT FEDERAL-TAX-FILE
           PERFORM READ-FEDERAL-TAX-RECORD
           PERFORM LOAD-FEDERAL-TAX-ENTRY
      * run's outputs untouched.
       OPEN-PAY-RUN-OUTPUTS.
           IF RESTART-REQUESTED OR CORRECTION-REQUESTED
              OR FINALPAY-REQUESTED
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND DIRECT-DEPOSIT-FILE
               OPEN EXTEND GL-POSTING-FILE
               OPEN EXTEND CHECK-PRINT-FILE
               OPEN EXTEND PLAN-REMITTANCE-FILE
               IF NOT PLAN-FILE-OK
                   OPEN OUTPUT PLAN-REMITTANCE-FILE
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT DIRECT-DEPOSIT-FILE
               OPEN OUTPUT GL-POSTING-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
               OPEN OUTPUT PLAN-REMITTANCE-FILE
           END-IF
           IF NOT RESTART-REQUESTED
               PERFORM WRITE-PLAN-REMITTANCE-HEADER
           END-IF
           PERFORM LOAD-CHECK-REGISTER
           PERFORM OPEN-YTD-FILE
      * unless the operator gave the OVERRIDE token. Corrections are
      * exempt (reversing a paid date is their whole purpose), and a
      * RESTART continues an interrupted run rather than starting a
      * new one. A final-pay run is off-cycle by design and often
      * shares its pay date with a regular run, so it neither checks
      * for nor blocks a completed run.
       CHECK-RUN-CONTROL.
           EVALUATE TRUE
               WHEN TRIAL-REQUESTED
                   PERFORM SCAN-RUN-CONTROL
                   IF DUPLICATE-RUN-FOUND
                       DISPLAY "WARNING - PAY DATE " WS-BATCH-PAY-DATE
                               " ALREADY HAS A COMPLETED RUN"
                   END-IF
               WHEN RESTART-REQUESTED OR CORRECTION-REQUESTED
                   CONTINUE
               WHEN FINALPAY-REQUESTED
                   CONTINUE
               WHEN OVERRIDE-REQUESTED
                   DISPLAY "COMPLETED-RUN CHECK OVERRIDDEN BY "
                           "OPERATOR FOR PAY DATE " WS-BATCH-PAY-DATE
                   IF RC-BATCH-PAY-DATE = WS-BATCH-PAY-DATE
                      AND RC-RUN-COMPLETE
                      AND RC-RUN-MODE NOT = "CORRECTION"
                      AND RC-RUN-MODE NOT = "FINALPAY"
                       MOVE 'Y' TO WS-DUPLICATE-RUN-SW
                       MOVE RC-TOTAL-GROSS TO DSP-TOT-GROSS-PAY
                       MOVE RC-TOTAL-NET TO DSP-TOT-NET-PAY
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "REPRINT"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "MAINTAUDIT"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "RETROCALC"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "TRIAL"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "FINALPAY"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "RECONCILE"
                   MOVE WS-COMMAND-TOKEN-1 TO WS-RUN-OPTION
               WHEN "OVERRIDE"
                   MOVE 'Y' TO WS-OVERRIDE-SW
               WHEN "Q1"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "REPRINT"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "MAINTAUDIT"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "RETROCALC"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "TRIAL"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "FINALPAY"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "RECONCILE"
                   MOVE WS-COMMAND-TOKEN-2 TO WS-RUN-OPTION
               WHEN "OVERRIDE"
                   MOVE 'Y' TO WS-OVERRIDE-SW
               WHEN "Q1"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "REPRINT"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "MAINTAUDIT"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "RETROCALC"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "TRIAL"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "FINALPAY"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "RECONCILE"
                   MOVE WS-COMMAND-TOKEN-3 TO WS-RUN-OPTION
               WHEN "OVERRIDE"
                   MOVE 'Y' TO WS-OVERRIDE-SW
               WHEN "Q1"
                       MOVE CKPT-GL-SUTA TO WS-GL-SUTA
                       MOVE CKPT-GL-BEN-EE TO WS-GL-BEN-EE
                       MOVE CKPT-GL-ER-MATCH TO WS-GL-ER-MATCH
                       MOVE CKPT-GL-401K-EE TO WS-GL-401K-EE
                       MOVE CKPT-GL-401K-ER TO WS-GL-401K-ER
                       MOVE CKPT-PLAN-ROW-COUNT TO WS-PLAN-ROW-COUNT
                       MOVE CKPT-DEPT-MATCH-TOTAL TO
                           WS-DEPT-MATCH-TOTAL
                       MOVE CKPT-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
               PERFORM READ-STATE-TAX-RECORD
           END-IF.

      * Reciprocity agreements sit beside the state tax table. With
      * no state-reciprocity.dat every state's wages are withheld for
      * the state they were earned in.
       LOAD-RECIPROCITY-TABLE.
           OPEN INPUT RECIPROCITY-FILE
           IF RECIP-FILE-OK
               PERFORM READ-RECIPROCITY-RECORD
               PERFORM LOAD-RECIPROCITY-ENTRY
                   UNTIL WS-RECIP-EOF = 'Y'
               CLOSE RECIPROCITY-FILE
           ELSE
               MOVE 'Y' TO WS-RECIP-EOF
               DISPLAY "STATE-RECIPROCITY.DAT NOT AVAILABLE - "
                       "WITHHOLDING BY WORK STATE ONLY"
           END-IF.

       READ-RECIPROCITY-RECORD.
           READ RECIPROCITY-FILE
               AT END MOVE 'Y' TO WS-RECIP-EOF
           END-READ.

       LOAD-RECIPROCITY-ENTRY.
           IF WS-RECIP-TABLE-COUNT >= WS-RECIP-TABLE-MAX
               DISPLAY "RECIPROCITY TABLE FULL AT "
                       WS-RECIP-TABLE-MAX
                       " ENTRIES -- REMAINING STATE-RECIPROCITY.DAT "
                       "ROWS IGNORED"
               MOVE 'Y' TO WS-RECIP-EOF
           ELSE
               ADD 1 TO WS-RECIP-TABLE-COUNT
               MOVE RCP-RESIDENT-STATE TO
                   RT-RESIDENT-STATE (WS-RECIP-TABLE-COUNT)
               MOVE RCP-WORK-STATE TO
                   RT-WORK-STATE (WS-RECIP-TABLE-COUNT)
               PERFORM READ-RECIPROCITY-RECORD
           END-IF.

      * Daily overtime rules are optional: without the file every
      * state is paid on the weekly threshold alone.
       LOAD-OVERTIME-RULE-TABLE.
           OPEN INPUT OVERTIME-RULES-FILE
           IF OT-RULES-FILE-OK
               PERFORM READ-OVERTIME-RULE-RECORD
               PERFORM LOAD-OVERTIME-RULE-ENTRY
                   UNTIL WS-OT-RULES-EOF = 'Y'
               CLOSE OVERTIME-RULES-FILE
           ELSE
               MOVE 'Y' TO WS-OT-RULES-EOF
               DISPLAY "OVERTIME-RULES.DAT NOT AVAILABLE - "
                       "WEEKLY OVERTIME ONLY"
           END-IF.

       READ-OVERTIME-RULE-RECORD.
           READ OVERTIME-RULES-FILE
               AT END MOVE 'Y' TO WS-OT-RULES-EOF
           END-READ.

       LOAD-OVERTIME-RULE-ENTRY.
           IF WS-OT-RULE-COUNT >= WS-OT-RULE-MAX
               DISPLAY "OVERTIME RULE TABLE FULL AT "
                       WS-OT-RULE-MAX
                       " ENTRIES -- REMAINING OVERTIME-RULES.DAT "
                       "ROWS IGNORED"
               MOVE 'Y' TO WS-OT-RULES-EOF
           ELSE
               ADD 1 TO WS-OT-RULE-COUNT
               MOVE OTF-STATE-CODE TO
                   OTR-STATE-CODE (WS-OT-RULE-COUNT)
               MOVE OTF-DAILY-OT-HOURS TO
                   OTR-DAILY-OT-HOURS (WS-OT-RULE-COUNT)
               MOVE OTF-DAILY-DT-HOURS TO
                   OTR-DAILY-DT-HOURS (WS-OT-RULE-COUNT)
               MOVE OTF-SEVENTH-DAY-FLAG TO
                   OTR-SEVENTH-DAY-FLAG (WS-OT-RULE-COUNT)
               PERFORM READ-OVERTIME-RULE-RECORD
           END-IF.

       READ-FEDERAL-TAX-RECORD.
           READ FEDERAL-TAX-FILE
               AT END MOVE 'Y' TO WS-FEDERAL-TAX-EOF
                   MOVE SPACES TO MST-EMP-NAME
           END-READ
           IF NOT RECORD-REJECTED
               EVALUATE TRUE
                   WHEN FINALPAY-REQUESTED AND NOT MST-EMP-TERMINATED
                       PERFORM REJECT-FINALPAY-ACTIVE
                   WHEN MST-EMP-TERMINATED AND NOT FINALPAY-REQUESTED
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "EMPLOYEE TERMINATED - PAY REFUSED"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM CHECK-MASTER-STATE
               END-EVALUATE
           END-IF
           IF FINALPAY-REQUESTED AND NOT RECORD-REJECTED
               PERFORM CHECK-FINAL-PAY-ON-FILE
           END-IF.

       EDIT-EARNING-RECORD.
                   MOVE SPACES TO MST-EMP-NAME
           END-READ
           IF NOT RECORD-REJECTED
               EVALUATE TRUE
                   WHEN FINALPAY-REQUESTED AND NOT MST-EMP-TERMINATED
                       PERFORM REJECT-FINALPAY-ACTIVE
                   WHEN MST-EMP-TERMINATED AND NOT FINALPAY-REQUESTED
                        AND RAW-ERN-AMOUNT NOT < ZERO
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "EMPLOYEE TERMINATED - PAY REFUSED"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM CHECK-MASTER-STATE
               END-EVALUATE
           END-IF
           IF FINALPAY-REQUESTED AND NOT RECORD-REJECTED
               PERFORM CHECK-FINAL-PAY-ON-FILE
           END-IF.

      * The per-run input carries only employee ID, hours, and (for
      * corrections) the original pay date. All static employee data
      * comes from the employee master; a record with no master entry
      * or against a terminated employee (other than a correction) is
      * rejected here before anything is paid. A final-pay run turns
      * the terminated check around: only terminated employees pass.
       VALIDATE-RAW-RECORD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO MST-EMP-NAME
           END-READ
           IF NOT RECORD-REJECTED
               EVALUATE TRUE
                   WHEN FINALPAY-REQUESTED AND NOT MST-EMP-TERMINATED
                       PERFORM REJECT-FINALPAY-ACTIVE
                   WHEN MST-EMP-TERMINATED AND NOT FINALPAY-REQUESTED
                        AND RAW-EMP-HOURS-WORKED NOT < ZERO
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "EMPLOYEE TERMINATED - PAY REFUSED"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM CHECK-MASTER-STATE
               END-EVALUATE
           END-IF
           IF FINALPAY-REQUESTED AND NOT RECORD-REJECTED
               PERFORM CHECK-FINAL-PAY-ON-FILE
           END-IF
           IF NOT RECORD-REJECTED
              AND RAW-EMP-WORK-STATE NOT = SPACES
               PERFORM CHECK-WORK-STATE
           END-IF
           IF NOT RECORD-REJECTED
              AND RAW-EMP-WORK-DATE NOT = SPACES
               PERFORM CHECK-WORK-DATE
           END-IF.

      * A final-pay batch pays only employees already terminated by
      * maintenance; anyone still active belongs in a regular run.
       REJECT-FINALPAY-ACTIVE.
           MOVE 'Y' TO WS-REJECT-SW
           MOVE "NOT TERMINATED - FINAL PAY REFUSED"
               TO WS-REJECT-REASON.

      * Final pay is issued once per employment. A final-pay row on
      * pay history dated on or after the master hire date means this
      * employment was already settled, so a resubmitted batch cannot
      * pay the final hours, post the ledger, or cut the check again.
      * A rehire moves the hire date past the old final pay, and a
      * master with no hire date on file is held to any final pay.
       CHECK-FINAL-PAY-ON-FILE.
           MOVE MST-EMP-ID TO WS-FINAL-PAID-ID
           PERFORM FIND-FINAL-PAID
           IF WS-FINAL-PAID-PICK NOT = ZERO
               IF MST-EMP-HIRE-DATE IS NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   MOVE MST-EMP-HIRE-DATE TO WS-DW-DATE
                   IF FPT-PAY-DATE (WS-FINAL-PAID-PICK)
                      NOT < WS-DW-DATE
                       MOVE 'Y' TO WS-REJECT-SW
                   END-IF
               END-IF
               IF RECORD-REJECTED
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "FINAL PAY ALREADY ISSUED "
                          FPT-PAY-DATE (WS-FINAL-PAID-PICK)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

       LOAD-FINAL-PAID-TABLE.
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-OK
               PERFORM READ-PAY-HISTORY-RECORD
               PERFORM LOAD-FINAL-PAID-ROW
                   UNTIL WS-HISTORY-EOF = 'Y'
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF FINAL-PAID-TABLE-FULL
               DISPLAY "FINAL-PAY HISTORY TABLE FULL AT "
                       WS-FINAL-PAID-MAX " EMPLOYEES -- LATER "
                       "EMPLOYEES ARE NOT CHECKED FOR A PRIOR FINAL PAY"
           END-IF.

       LOAD-FINAL-PAID-ROW.
           IF PH-RUN-MODE = 'F'
               MOVE PH-EMP-ID TO WS-FINAL-PAID-ID
               PERFORM FIND-FINAL-PAID
               IF WS-FINAL-PAID-PICK = ZERO
                   IF WS-FINAL-PAID-COUNT >= WS-FINAL-PAID-MAX
                       MOVE 'Y' TO WS-FINAL-PAID-FULL-SW
                   ELSE
                       ADD 1 TO WS-FINAL-PAID-COUNT
                       MOVE WS-FINAL-PAID-COUNT TO WS-FINAL-PAID-PICK
                       MOVE PH-EMP-ID TO
                           FPT-EMP-ID (WS-FINAL-PAID-PICK)
                       MOVE ZERO TO FPT-PAY-DATE (WS-FINAL-PAID-PICK)
                   END-IF
               END-IF
               IF WS-FINAL-PAID-PICK NOT = ZERO
                  AND PH-PAY-DATE > FPT-PAY-DATE (WS-FINAL-PAID-PICK)
                   MOVE PH-PAY-DATE TO
                       FPT-PAY-DATE (WS-FINAL-PAID-PICK)
               END-IF
           END-IF
           PERFORM READ-PAY-HISTORY-RECORD.

       FIND-FINAL-PAID.
           MOVE ZERO TO WS-FINAL-PAID-PICK
           MOVE 1 TO WS-FINAL-PAID-SUB
           PERFORM SCAN-FINAL-PAID
               UNTIL WS-FINAL-PAID-SUB > WS-FINAL-PAID-COUNT
                  OR WS-FINAL-PAID-PICK NOT = ZERO.

       SCAN-FINAL-PAID.
           IF FPT-EMP-ID (WS-FINAL-PAID-SUB) = WS-FINAL-PAID-ID
               MOVE WS-FINAL-PAID-SUB TO WS-FINAL-PAID-PICK
           END-IF
           ADD 1 TO WS-FINAL-PAID-SUB.

       CHECK-MASTER-STATE.
           SET WS-VALID-STATE-IDX TO 1
           SEARCH STATE-TAX-ENTRY
                   CONTINUE
           END-SEARCH.

      * Hours keyed to a state other than the master work state must
      * name a state the tax table knows, or they could be withheld
      * for nowhere.
       CHECK-WORK-STATE.
           SET WS-VALID-STATE-IDX TO 1
           SEARCH STATE-TAX-ENTRY
               AT END
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "UNKNOWN WORK STATE ON HOURS RECORD"
                       TO WS-REJECT-REASON
               WHEN ST-STATE-CODE (WS-VALID-STATE-IDX) =
                    RAW-EMP-WORK-STATE
                   CONTINUE
           END-SEARCH.

      * A dated hours row is one day's work: the date must be a real
      * calendar date and the hours must fit in a day.
       CHECK-WORK-DATE.
           IF RAW-EMP-WORK-DATE NOT NUMERIC
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID WORK DATE ON HOURS RECORD"
                   TO WS-REJECT-REASON
           ELSE
               MOVE RAW-EMP-WORK-DATE-N TO WS-DW-DATE
               PERFORM CHECK-CALENDAR-DATE
               EVALUATE TRUE
                   WHEN NOT CALENDAR-DATE-VALID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID WORK DATE ON HOURS RECORD"
                           TO WS-REJECT-REASON
                   WHEN RAW-EMP-HOURS-WORKED > 24
                     OR RAW-EMP-HOURS-WORKED < -24
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "MORE THAN 24 HOURS ON ONE WORK DATE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       WRITE-EXCEPTION.
           STRING "EMP ID: " RAW-EMP-ID
                  "  NAME: " MST-EMP-NAME
                  "  REASON: " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO EXCEPTIONS-LINE
           WRITE EXCEPTIONS-LINE.

       WRITE-VALID-RECORD.
           MOVE RAW-EMP-ID TO VALID-EMP-ID
           MOVE MST-EMP-NAME TO VALID-EMP-NAME
           MOVE MST-EMP-PAY-TYPE TO VALID-EMP-PAY-TYPE
           MOVE MST-EMP-HOURLY-RATE TO VALID-EMP-HOURLY-RATE
           MOVE MST-EMP-SALARY-AMOUNT TO VALID-EMP-SALARY-AMOUNT
           MOVE ZERO TO VALID-ERN-AMOUNT
           MOVE ZERO TO VALID-VAC-TAKEN
           MOVE ZERO TO VALID-SICK-TAKEN
           MOVE RAW-EMP-WORK-DATE TO VALID-WORK-DATE
           IF RAW-EMP-WORK-STATE = SPACES
               MOVE MST-EMP-STATE TO VALID-WORK-STATE
           ELSE
               MOVE RAW-EMP-WORK-STATE TO VALID-WORK-STATE
           END-IF
           PERFORM MOVE-VALID-RESIDENT-STATE
           WRITE VALID-EMPLOYEE-RECORD.

      * Residence comes from the home address on the master; an
      * employee with no address on file is taken to live in the
      * work state.
       MOVE-VALID-RESIDENT-STATE.
           IF MST-EMP-ADDR-STATE = SPACES
               MOVE MST-EMP-STATE TO VALID-RESIDENT-STATE
           ELSE
               MOVE MST-EMP-ADDR-STATE TO VALID-RESIDENT-STATE
           END-IF.

       WRITE-VALID-PTO.
           MOVE RAW-PTO-EMP-ID TO VALID-EMP-ID
           MOVE MST-EMP-NAME TO VALID-EMP-NAME
           MOVE ZERO TO VALID-ERN-AMOUNT
           MOVE RAW-PTO-VAC-TAKEN TO VALID-VAC-TAKEN
           MOVE RAW-PTO-SICK-TAKEN TO VALID-SICK-TAKEN
           MOVE SPACES TO VALID-WORK-STATE
           MOVE SPACES TO VALID-WORK-DATE
           PERFORM MOVE-VALID-RESIDENT-STATE
           WRITE VALID-EMPLOYEE-RECORD.

       WRITE-VALID-EARNING.
           MOVE RAW-ERN-AMOUNT TO VALID-ERN-AMOUNT
           MOVE ZERO TO VALID-VAC-TAKEN
           MOVE ZERO TO VALID-SICK-TAKEN
           MOVE SPACES TO VALID-WORK-STATE
           MOVE SPACES TO VALID-WORK-DATE
           PERFORM MOVE-VALID-RESIDENT-STATE
           WRITE VALID-EMPLOYEE-RECORD.

      * Prove the file arrived whole before anything is paid: the
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-DEPT
               ON ASCENDING KEY SRT-EMP-ID
               ON ASCENDING KEY SRT-WORK-DATE
               USING VALID-EMPLOYEE-FILE
               GIVING SORTED-EMPLOYEE-FILE
           PERFORM MERGE-EMPLOYEE-DETAILS
           MOVE 'N' TO EMP-HOURS-REC-FLAG
           MOVE ZERO TO EMP-VAC-TAKEN
           MOVE ZERO TO EMP-SICK-TAKEN
           MOVE SEMP-RESIDENT-STATE TO EMP-RESIDENT-STATE
           MOVE ZERO TO EMP-WORK-STATE-COUNT
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM INIT-EMP-WORK-STATE
               UNTIL WS-ALLOC-SUB > 3
           MOVE ZERO TO EMP-WORK-DAY-COUNT
           MOVE 1 TO WS-DAY-SUB
           PERFORM INIT-EMP-WORK-DAY
               UNTIL WS-DAY-SUB > 16
           PERFORM MERGE-DETAIL-INTO-RECORD
           PERFORM MERGE-DETAIL-INTO-RECORD
               UNTIL WS-SORTED-EOF = 'Y'
                       MOVE SEMP-EMP-ORIG-PAY-DATE TO
                           EMP-ORIG-PAY-DATE
                   END-IF
                   PERFORM POST-EMP-WORK-STATE-HOURS
                   IF SEMP-WORK-DATE NOT = SPACES
                       PERFORM POST-EMP-WORK-DAY-HOURS
                   END-IF
           END-EVALUATE
           PERFORM READ-SORTED-EMPLOYEE.

       INIT-EMP-WORK-STATE.
           MOVE SPACES TO EMP-WORK-STATE (WS-ALLOC-SUB)
           MOVE ZERO TO EMP-WORK-HOURS (WS-ALLOC-SUB)
           ADD 1 TO WS-ALLOC-SUB.

      * Hours rows for the same state fold together. The table holds
      * the three states the YTD and W-2 carry; hours in a fourth
      * state in one period are put with the first state worked and
      * reported, to be moved by a correction if they matter.
       POST-EMP-WORK-STATE-HOURS.
           MOVE ZERO TO WS-ALLOC-PICK
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM SCAN-EMP-WORK-STATE
               UNTIL WS-ALLOC-SUB > EMP-WORK-STATE-COUNT
           IF WS-ALLOC-PICK = ZERO
               IF EMP-WORK-STATE-COUNT < 3
                   ADD 1 TO EMP-WORK-STATE-COUNT
                   MOVE EMP-WORK-STATE-COUNT TO WS-ALLOC-PICK
                   MOVE SEMP-WORK-STATE TO
                       EMP-WORK-STATE (WS-ALLOC-PICK)
               ELSE
                   MOVE 1 TO WS-ALLOC-PICK
                   DISPLAY "EMPLOYEE " EMP-ID " WORKED IN MORE THAN "
                           "3 STATES - " SEMP-WORK-STATE " HOURS "
                           "ALLOCATED TO " EMP-WORK-STATE (1)
               END-IF
           END-IF
           ADD SEMP-EMP-HOURS-WORKED TO
               EMP-WORK-HOURS (WS-ALLOC-PICK).

       INIT-EMP-WORK-DAY.
           MOVE ZERO TO EMP-DAY-DATE (WS-DAY-SUB)
           MOVE ZERO TO EMP-DAY-HOURS (WS-DAY-SUB)
           ADD 1 TO WS-DAY-SUB.

      * The sort puts an employee's dated rows in date order, so rows
      * for the same day (split shifts, two states) arrive together
      * and fold into the last day posted. Past 16 days the hours
      * stay in the period total only and the weekly threshold alone
      * applies to them.
       POST-EMP-WORK-DAY-HOURS.
           EVALUATE TRUE
               WHEN EMP-WORK-DAY-COUNT > ZERO
                AND EMP-DAY-DATE (EMP-WORK-DAY-COUNT) =
                    SEMP-WORK-DATE-N
                   ADD SEMP-EMP-HOURS-WORKED TO
                       EMP-DAY-HOURS (EMP-WORK-DAY-COUNT)
               WHEN EMP-WORK-DAY-COUNT < 16
                   ADD 1 TO EMP-WORK-DAY-COUNT
                   MOVE SEMP-WORK-DATE-N TO
                       EMP-DAY-DATE (EMP-WORK-DAY-COUNT)
                   MOVE SEMP-EMP-HOURS-WORKED TO
                       EMP-DAY-HOURS (EMP-WORK-DAY-COUNT)
               WHEN OTHER
                   DISPLAY "EMPLOYEE " EMP-ID " HAS MORE THAN 16 "
                           "WORK DATES - " SEMP-WORK-DATE
                           " PAID ON THE WEEKLY THRESHOLD ONLY"
           END-EVALUATE.

       SCAN-EMP-WORK-STATE.
           IF WS-ALLOC-PICK = ZERO
              AND EMP-WORK-STATE (WS-ALLOC-SUB) = SEMP-WORK-STATE
               MOVE WS-ALLOC-SUB TO WS-ALLOC-PICK
           END-IF
           ADD 1 TO WS-ALLOC-SUB.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           MOVE 'Y' TO WS-EMPLOYEE-PROCESSED-SW
           PERFORM CHECK-DEPARTMENT-BREAK
           PERFORM CALCULATE-PAY
           IF FINALPAY-REQUESTED
               PERFORM READ-LEAVE-RECORD
               PERFORM CALCULATE-VACATION-PAYOUT
           END-IF
           PERFORM READ-YTD-RECORD
           PERFORM CALCULATE-DEDUCTIONS
           PERFORM CALCULATE-NET-PAY
           PERFORM CALCULATE-EMPLOYER-TAXES
           PERFORM UPDATE-YTD-RECORD
           IF FINALPAY-REQUESTED
               PERFORM REWRITE-LEAVE-RECORD
           ELSE
               PERFORM READ-LEAVE-RECORD
               PERFORM UPDATE-LEAVE-BALANCES
           END-IF
           PERFORM PRINT-PAY-STUB
           PERFORM WRITE-STUB-ARCHIVE
           PERFORM ACCUMULATE-CONTROL-TOTALS
           PERFORM ACCUMULATE-DEPT-TOTALS
           PERFORM ACCUMULATE-GL-TOTALS
           PERFORM WRITE-PLAN-REMITTANCE-ROW
           IF NOT CORRECTION-REQUESTED AND NOT FINALPAY-REQUESTED
               PERFORM WRITE-CHECKPOINT
           END-IF
           PERFORM DISBURSE-NET-PAY
           ADD WS-ER-SUTA TO WS-GL-SUTA
           ADD WS-PRETAX-BEN-TOTAL WS-POSTTAX-BEN-TOTAL
               TO WS-GL-BEN-EE
           SUBTRACT WS-401K-DEFERRAL FROM WS-GL-BEN-EE
           ADD WS-401K-DEFERRAL TO WS-GL-401K-EE
           ADD WS-ER-MATCH-TOTAL TO WS-GL-ER-MATCH
           SUBTRACT WS-401K-MATCH FROM WS-GL-ER-MATCH
           ADD WS-401K-MATCH TO WS-GL-401K-ER.

      * 401(k) remittance. The header goes out when the run opens
      * its outputs (a restart continues the interrupted run's
      * batch), a detail for each employee with a deferral or match
      * this period, and a trailer carrying the same totals as the
      * 401K payable lines on the ledger. Plan compensation is the
      * YTD gross after this period has posted.
       WRITE-PLAN-REMITTANCE-HEADER.
           MOVE SPACES TO PLAN-REMITTANCE-RECORD
           MOVE 'H' TO PRM-RECORD-TYPE
           MOVE WS-PLAN-ID TO PRM-PLAN-ID
           MOVE WS-BATCH-PAY-DATE TO PRM-PAY-DATE
           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE "CORRECTION" TO PRM-HDR-RUN-MODE
               WHEN FINALPAY-REQUESTED
                   MOVE "FINALPAY" TO PRM-HDR-RUN-MODE
               WHEN OTHER
                   MOVE "REGULAR" TO PRM-HDR-RUN-MODE
           END-EVALUATE
           WRITE PLAN-REMITTANCE-RECORD.

       WRITE-PLAN-REMITTANCE-ROW.
           IF WS-401K-DEFERRAL > ZERO OR WS-401K-MATCH > ZERO
               MOVE SPACES TO PLAN-REMITTANCE-RECORD
               MOVE 'D' TO PRM-RECORD-TYPE
               MOVE WS-PLAN-ID TO PRM-PLAN-ID
               MOVE WS-BATCH-PAY-DATE TO PRM-PAY-DATE
               MOVE EMP-ID TO PRM-EMP-ID
               MOVE EMP-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MST-EMP-SSN
               END-READ
               MOVE MST-EMP-SSN TO PRM-EMP-SSN
               MOVE EMP-NAME TO PRM-EMP-NAME
               MOVE WS-401K-DEFERRAL TO PRM-DEFERRAL
               MOVE WS-401K-MATCH TO PRM-MATCH
               MOVE YTD-GROSS-YTD TO PRM-YTD-PLAN-COMP
               WRITE PLAN-REMITTANCE-RECORD
               ADD 1 TO WS-PLAN-ROW-COUNT
           END-IF.

       WRITE-PLAN-REMITTANCE-TRAILER.
           MOVE SPACES TO PLAN-REMITTANCE-RECORD
           MOVE 'T' TO PRM-RECORD-TYPE
           MOVE WS-PLAN-ID TO PRM-PLAN-ID
           MOVE WS-BATCH-PAY-DATE TO PRM-PAY-DATE
           MOVE WS-PLAN-ROW-COUNT TO PRM-TRL-ROW-COUNT
           MOVE WS-GL-401K-EE TO PRM-TRL-DEFERRAL
           MOVE WS-GL-401K-ER TO PRM-TRL-MATCH
           COMPUTE PRM-TRL-REMIT-TOTAL =
               WS-GL-401K-EE + WS-GL-401K-ER
           WRITE PLAN-REMITTANCE-RECORD.

      * Proves the remittance before it is released: the detail rows
      * of this run's batch against its trailer, the trailer against
      * the ledger's 401K lines, and the file's deferrals against the
      * 401K deductions archived on this pay date's stubs.
       RECONCILE-PLAN-REMITTANCE.
           MOVE 'N' TO WS-PLAN-OUT-SW
           PERFORM TOTAL-PLAN-REMITTANCE-FILE
           PERFORM TOTAL-ARCHIVED-401K-DEFERRALS
           OPEN OUTPUT PLAN-RECON-REPORT-FILE
           WRITE PLAN-RECON-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO PLAN-RECON-LINE
           STRING "401(K) REMITTANCE RECONCILIATION - PLAN "
                  WS-PLAN-ID "  PAY DATE " WS-BATCH-PAY-DATE
               DELIMITED BY SIZE INTO PLAN-RECON-LINE
           WRITE PLAN-RECON-LINE
           WRITE PLAN-RECON-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO PLAN-RECON-LINE
           STRING "SOURCE" "                     ROWS"
                  "        DEFERRALS" "           MATCH"
               DELIMITED BY SIZE INTO PLAN-RECON-LINE
           WRITE PLAN-RECON-LINE
           MOVE "REMITTANCE DETAIL ROWS" TO WS-PLAN-SOURCE
           MOVE WS-PLAN-FILE-COUNT TO DSP-PLAN-COUNT
           MOVE WS-PLAN-FILE-DEFERRAL TO DSP-PLAN-DEFERRAL
           MOVE WS-PLAN-FILE-MATCH TO DSP-PLAN-MATCH
           PERFORM WRITE-PLAN-SOURCE-LINE
           MOVE "REMITTANCE TRAILER" TO WS-PLAN-SOURCE
           MOVE WS-PLAN-TRL-COUNT TO DSP-PLAN-COUNT
           MOVE WS-PLAN-TRL-DEFERRAL TO DSP-PLAN-DEFERRAL
           MOVE WS-PLAN-TRL-MATCH TO DSP-PLAN-MATCH
           PERFORM WRITE-PLAN-SOURCE-LINE
           MOVE "GL 401K PAYABLE LINES" TO WS-PLAN-SOURCE
           MOVE ZERO TO DSP-PLAN-COUNT
           MOVE WS-GL-401K-EE TO DSP-PLAN-DEFERRAL
           MOVE WS-GL-401K-ER TO DSP-PLAN-MATCH
           PERFORM WRITE-PLAN-SOURCE-LINE
           MOVE "401K TAKEN ON PAY STUBS" TO WS-PLAN-SOURCE
           MOVE WS-PLAN-STUB-COUNT TO DSP-PLAN-COUNT
           MOVE WS-PLAN-STUB-DEFERRAL TO DSP-PLAN-DEFERRAL
           MOVE ZERO TO DSP-PLAN-MATCH
           PERFORM WRITE-PLAN-SOURCE-LINE
           WRITE PLAN-RECON-LINE FROM SEPARATOR-LINE
           IF NOT PLAN-TRAILER-FOUND
               MOVE 'Y' TO WS-PLAN-OUT-SW
               MOVE "  NO TRAILER FOUND FOR THIS RUN'S BATCH"
                   TO PLAN-RECON-LINE
               WRITE PLAN-RECON-LINE
           END-IF
           MOVE "DETAIL VS TRAILER DEFERRAL" TO WS-PLAN-SOURCE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-FILE-DEFERRAL - WS-PLAN-TRL-DEFERRAL
           PERFORM WRITE-PLAN-VARIANCE-LINE
           MOVE "DETAIL VS TRAILER MATCH" TO WS-PLAN-SOURCE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-FILE-MATCH - WS-PLAN-TRL-MATCH
           PERFORM WRITE-PLAN-VARIANCE-LINE
           MOVE "TRAILER VS GL DEFERRAL" TO WS-PLAN-SOURCE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-TRL-DEFERRAL - WS-GL-401K-EE
           PERFORM WRITE-PLAN-VARIANCE-LINE
           MOVE "TRAILER VS GL MATCH" TO WS-PLAN-SOURCE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-TRL-MATCH - WS-GL-401K-ER
           PERFORM WRITE-PLAN-VARIANCE-LINE
           MOVE "FILE VS STUB DEFERRAL" TO WS-PLAN-SOURCE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-FILE-DEFERRAL - WS-PLAN-STUB-DEFERRAL
           PERFORM WRITE-PLAN-VARIANCE-LINE
           IF WS-PLAN-FILE-COUNT NOT = WS-PLAN-TRL-COUNT
               MOVE 'Y' TO WS-PLAN-OUT-SW
               MOVE "  DETAIL ROW COUNT DOES NOT AGREE TO TRAILER"
                   TO PLAN-RECON-LINE
               WRITE PLAN-RECON-LINE
           END-IF
           WRITE PLAN-RECON-LINE FROM SEPARATOR-LINE
           COMPUTE WS-PLAN-VARIANCE =
               WS-PLAN-TRL-DEFERRAL + WS-PLAN-TRL-MATCH
           MOVE WS-PLAN-VARIANCE TO DSP-PLAN-VARIANCE
           MOVE SPACES TO PLAN-RECON-LINE
           IF PLAN-OUT-OF-BALANCE
               STRING "OUT OF BALANCE - HOLD THE FILE AND RESOLVE "
                      "BEFORE DEPOSITING"
                   DELIMITED BY SIZE INTO PLAN-RECON-LINE
               DISPLAY "401(K) REMITTANCE OUT OF BALANCE - SEE "
                       "401k-remittance-report.txt"
           ELSE
               STRING "IN BALANCE - DEPOSIT DUE TO TRUST: "
                      DSP-PLAN-VARIANCE
                   DELIMITED BY SIZE INTO PLAN-RECON-LINE
               DISPLAY "401(k) remittance saved to "
                       "401k-remittance.dat (in balance)"
           END-IF
           WRITE PLAN-RECON-LINE
           CLOSE PLAN-RECON-REPORT-FILE.

       WRITE-PLAN-SOURCE-LINE.
           MOVE SPACES TO PLAN-RECON-LINE
           STRING WS-PLAN-SOURCE DSP-PLAN-COUNT "  "
                  DSP-PLAN-DEFERRAL " " DSP-PLAN-MATCH
               DELIMITED BY SIZE INTO PLAN-RECON-LINE
           WRITE PLAN-RECON-LINE.

       WRITE-PLAN-VARIANCE-LINE.
           MOVE WS-PLAN-VARIANCE TO DSP-PLAN-VARIANCE
           MOVE SPACES TO PLAN-RECON-LINE
           IF WS-PLAN-VARIANCE = ZERO
               STRING WS-PLAN-SOURCE "  AGREES"
                   DELIMITED BY SIZE INTO PLAN-RECON-LINE
           ELSE
               MOVE 'Y' TO WS-PLAN-OUT-SW
               STRING WS-PLAN-SOURCE "  ** VARIANCE "
                      DSP-PLAN-VARIANCE
                   DELIMITED BY SIZE INTO PLAN-RECON-LINE
           END-IF
           WRITE PLAN-RECON-LINE.

      * This run's batch is the last one in the file, so each header
      * starts the totals over and the figures left at end of file
      * are the current run's.
       TOTAL-PLAN-REMITTANCE-FILE.
           MOVE ZERO TO WS-PLAN-FILE-COUNT
           MOVE ZERO TO WS-PLAN-FILE-DEFERRAL
           MOVE ZERO TO WS-PLAN-FILE-MATCH
           MOVE ZERO TO WS-PLAN-TRL-COUNT
           MOVE ZERO TO WS-PLAN-TRL-DEFERRAL
           MOVE ZERO TO WS-PLAN-TRL-MATCH
           MOVE 'N' TO WS-PLAN-TRL-FOUND-SW
           MOVE 'N' TO WS-PLAN-EOF
           OPEN INPUT PLAN-REMITTANCE-FILE
           IF NOT PLAN-FILE-OK
               MOVE 'Y' TO WS-PLAN-EOF
           END-IF
           PERFORM READ-PLAN-REMITTANCE-ROW
               UNTIL WS-PLAN-EOF = 'Y'
           IF PLAN-FILE-OK
               CLOSE PLAN-REMITTANCE-FILE
           END-IF.

       READ-PLAN-REMITTANCE-ROW.
           READ PLAN-REMITTANCE-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRM-HEADER
                           MOVE ZERO TO WS-PLAN-FILE-COUNT
                           MOVE ZERO TO WS-PLAN-FILE-DEFERRAL
                           MOVE ZERO TO WS-PLAN-FILE-MATCH
                           MOVE 'N' TO WS-PLAN-TRL-FOUND-SW
                       WHEN PRM-DETAIL
                           ADD 1 TO WS-PLAN-FILE-COUNT
                           ADD PRM-DEFERRAL TO WS-PLAN-FILE-DEFERRAL
                           ADD PRM-MATCH TO WS-PLAN-FILE-MATCH
                       WHEN PRM-TRAILER
                           MOVE 'Y' TO WS-PLAN-TRL-FOUND-SW
                           MOVE PRM-TRL-ROW-COUNT TO WS-PLAN-TRL-COUNT
                           MOVE PRM-TRL-DEFERRAL
                               TO WS-PLAN-TRL-DEFERRAL
                           MOVE PRM-TRL-MATCH TO WS-PLAN-TRL-MATCH
                   END-EVALUATE
           END-READ.

      * The 401K lines archived with this run's stubs: same pay date
      * and run mode (a restart's stubs count with the regular run
      * it finished).
       TOTAL-ARCHIVED-401K-DEFERRALS.
           MOVE ZERO TO WS-PLAN-STUB-COUNT
           MOVE ZERO TO WS-PLAN-STUB-DEFERRAL
           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE 'C' TO WS-PLAN-ARCHIVE-MODE
               WHEN FINALPAY-REQUESTED
                   MOVE 'F' TO WS-PLAN-ARCHIVE-MODE
               WHEN OTHER
                   MOVE 'N' TO WS-PLAN-ARCHIVE-MODE
           END-EVALUATE
           MOVE 'N' TO WS-PLAN-ARCHIVE-EOF
           OPEN INPUT STUB-ARCHIVE-FILE
           IF NOT ARCHIVE-FILE-OK
               MOVE 'Y' TO WS-PLAN-ARCHIVE-EOF
           END-IF
           PERFORM READ-ARCHIVE-FOR-PLAN
               UNTIL WS-PLAN-ARCHIVE-EOF = 'Y'
           IF ARCHIVE-FILE-OK
               CLOSE STUB-ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-FOR-PLAN.
           READ STUB-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-ARCHIVE-EOF
               NOT AT END
                   IF SAR-PAY-DATE = WS-BATCH-PAY-DATE
                      AND (SAR-RUN-MODE = WS-PLAN-ARCHIVE-MODE
                        OR (WS-PLAN-ARCHIVE-MODE = 'N'
                            AND SAR-RUN-MODE = 'R'))
                       MOVE ZERO TO WS-PLAN-STUB-ROW-AMT
                       MOVE 1 TO WS-PLAN-BEN-SUB
                       PERFORM ADD-ARCHIVED-401K-LINE
                           UNTIL WS-PLAN-BEN-SUB > SAR-BEN-COUNT
                       IF WS-PLAN-STUB-ROW-AMT > ZERO
                           ADD 1 TO WS-PLAN-STUB-COUNT
                           ADD WS-PLAN-STUB-ROW-AMT
                               TO WS-PLAN-STUB-DEFERRAL
                       END-IF
                   END-IF
           END-READ.

       ADD-ARCHIVED-401K-LINE.
           IF SAR-BEN-TYPE (WS-PLAN-BEN-SUB) = "401K"
               ADD SAR-BEN-AMOUNT (WS-PLAN-BEN-SUB)
                   TO WS-PLAN-STUB-ROW-AMT
           END-IF
           ADD 1 TO WS-PLAN-BEN-SUB.

       PRINT-DEPT-SUBTOTAL.
           PERFORM WRITE-GL-DEPT-POSTINGS
           MOVE WS-GL-ER-MATCH TO WS-GL-CREDIT-AMT
           MOVE "EMPLOYER MATCH PAYABLE" TO GLP-DESCRIPTION
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE GL-401K-EE-ACCT TO GLP-ACCOUNT
           MOVE WS-GL-401K-EE TO WS-GL-CREDIT-AMT
           MOVE "401K DEFERRAL PAYABLE" TO GLP-DESCRIPTION
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE GL-401K-ER-ACCT TO GLP-ACCOUNT
           MOVE WS-GL-401K-ER TO WS-GL-CREDIT-AMT
           MOVE "401K MATCH PAYABLE" TO GLP-DESCRIPTION
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE GL-NET-PAY-ACCT TO GLP-ACCOUNT
           MOVE WS-TOTAL-NET-PAY TO WS-GL-CREDIT-AMT
           MOVE "NET PAY CLEARING" TO GLP-DESCRIPTION
           MOVE WS-GL-SUTA TO CKPT-GL-SUTA
           MOVE WS-GL-BEN-EE TO CKPT-GL-BEN-EE
           MOVE WS-GL-ER-MATCH TO CKPT-GL-ER-MATCH
           MOVE WS-GL-401K-EE TO CKPT-GL-401K-EE
           MOVE WS-GL-401K-ER TO CKPT-GL-401K-ER
           MOVE WS-PLAN-ROW-COUNT TO CKPT-PLAN-ROW-COUNT
           MOVE WS-DEPT-MATCH-TOTAL TO CKPT-DEPT-MATCH-TOTAL
           MOVE WS-GL-DEBIT-TOTAL TO CKPT-GL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO CKPT-GL-CREDIT-TOTAL
      * banking details (routing number still zeros) or direct
      * deposit is on hold after an ACH return; those employees get
      * a paper check from the persistent register instead.
      * Final pay always goes out as a paper check: it is handed to
      * the employee on separation, not left to the next ACH window.
       DISBURSE-NET-PAY.
           IF EMP-DD-ON-HOLD OR EMP-BANK-ROUTING = ZERO
              OR FINALPAY-REQUESTED
               PERFORM WRITE-PAPER-CHECK
           ELSE
               PERFORM BUILD-ACH-ENTRY
                  DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           IF FINALPAY-REQUESTED
               MOVE "MEMO: FINAL PAY" TO CHECK-PRINT-LINE
           ELSE
               STRING "MEMO: PAYROLL " WS-PAY-PERIOD-OPTION
                      DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           END-IF
           WRITE CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE FROM SEPARATOR-LINE.

           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE 'C' TO PH-RUN-MODE
               WHEN FINALPAY-REQUESTED
                   MOVE 'F' TO PH-RUN-MODE
               WHEN RESTART-REQUESTED
                   MOVE 'R' TO PH-RUN-MODE
               WHEN OTHER
           MOVE EMP-RETRO-PAY TO PH-RETRO
           MOVE EMP-SHIFT-DIFF-PAY TO PH-SHIFT-DIFF
           MOVE EMP-STATE TO PH-STATE
           MOVE EMP-PAY-TYPE TO PH-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO PH-HOURLY-RATE
           MOVE EMP-SALARY-AMOUNT TO PH-SALARY-AMOUNT
           MOVE WS-REGULAR-HOURS TO PH-REGULAR-HOURS
           MOVE WS-OVERTIME-HOURS TO PH-OVERTIME-HOURS
           MOVE WS-REGULAR-PAY TO PH-REGULAR-PAY
           MOVE WS-OVERTIME-PAY TO PH-OVERTIME-PAY
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM MOVE-PH-STATE-SPLIT UNTIL WS-ALLOC-SUB > 3
           MOVE WS-DOUBLE-TIME-HOURS TO PH-DOUBLE-TIME-HOURS
           MOVE WS-DOUBLE-TIME-PAY TO PH-DOUBLE-TIME-PAY
           MOVE WS-RR-ADJUST-PAY TO PH-RR-ADJUST-PAY
           WRITE PAY-HISTORY-RECORD.

       MOVE-PH-STATE-SPLIT.
           IF WS-ALLOC-SUB > WS-ALLOC-COUNT
               MOVE SPACES TO PH-SPLIT-WORK-STATE (WS-ALLOC-SUB)
               MOVE ZERO TO PH-SPLIT-GROSS (WS-ALLOC-SUB)
               MOVE SPACES TO PH-SPLIT-TAX-STATE (WS-ALLOC-SUB)
               MOVE ZERO TO PH-SPLIT-STATE-WAGES (WS-ALLOC-SUB)
               MOVE ZERO TO PH-SPLIT-STATE-TAX (WS-ALLOC-SUB)
           ELSE
               MOVE WS-ALLOC-WORK-STATE (WS-ALLOC-SUB) TO
                   PH-SPLIT-WORK-STATE (WS-ALLOC-SUB)
               MOVE WS-ALLOC-GROSS (WS-ALLOC-SUB) TO
                   PH-SPLIT-GROSS (WS-ALLOC-SUB)
               MOVE WS-ALLOC-TAX-STATE (WS-ALLOC-SUB) TO
                   PH-SPLIT-TAX-STATE (WS-ALLOC-SUB)
               MOVE WS-ALLOC-WAGES (WS-ALLOC-SUB) TO
                   PH-SPLIT-STATE-WAGES (WS-ALLOC-SUB)
               MOVE WS-ALLOC-TAX (WS-ALLOC-SUB) TO
                   PH-SPLIT-STATE-TAX (WS-ALLOC-SUB)
           END-IF
           ADD 1 TO WS-ALLOC-SUB.

       ACCUMULATE-CONTROL-TOTALS.
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS-PAY
           ADD WS-FEDERAL-TAX TO WS-TOTAL-FEDERAL-TAX
           MOVE 'N' TO WS-YTD-CLOSED-SW
           MOVE WS-YTD-TARGET-YEAR TO YTD-TAX-YEAR
           MOVE EMP-ID TO YTD-EMP-ID
           IF YTD-FILE-UNAVAILABLE
               PERFORM INIT-YTD-RECORD
           ELSE
               READ YTD-FILE
                   INVALID KEY
                       PERFORM INIT-YTD-RECORD
               END-READ
           END-IF
           IF YTD-YEAR-CLOSED
               MOVE 'Y' TO WS-YTD-CLOSED-SW
           END-IF.
       INIT-YTD-STATE-BUCKET.
           MOVE SPACES TO YTD-STATE-CODE (WS-YTD-STATE-SUB)
           MOVE ZERO TO YTD-STATE-AMT (WS-YTD-STATE-SUB)
           MOVE ZERO TO YTD-STATE-WAGES (WS-YTD-STATE-SUB)
           ADD 1 TO WS-YTD-STATE-SUB.

       UPDATE-YTD-RECORD.
           ADD WS-SOC-SEC TO YTD-SOC-SEC-YTD
           ADD WS-MEDICARE TO YTD-MEDICARE-YTD
           ADD WS-PRETAX-BEN-TOTAL TO YTD-PRETAX-YTD
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM POST-YTD-STATE-BUCKET
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
           REWRITE YTD-RECORD
               INVALID KEY
                   WRITE YTD-RECORD
                   END-WRITE
           END-REWRITE.

      * Each withholding state's share of the period posts to its
      * own bucket: state wages and state tax, the W-2 box 16 and 17
      * figures.
       POST-YTD-STATE-BUCKET.
           MOVE ZERO TO WS-YTD-STATE-PICK
           MOVE 1 TO WS-YTD-STATE-SUB
               UNTIL WS-YTD-STATE-SUB > 3
           IF WS-YTD-STATE-PICK = ZERO
               DISPLAY "YTD STATE BUCKETS FULL FOR EMPLOYEE "
                       YTD-EMP-ID " STATE "
                       WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
                       " - STATE WAGES AND TAX NOT POSTED TO YTD"
           ELSE
               MOVE WS-ALLOC-TAX-STATE (WS-ALLOC-SUB) TO
                   YTD-STATE-CODE (WS-YTD-STATE-PICK)
               ADD WS-ALLOC-TAX (WS-ALLOC-SUB) TO
                   YTD-STATE-AMT (WS-YTD-STATE-PICK)
               ADD WS-ALLOC-WAGES (WS-ALLOC-SUB) TO
                   YTD-STATE-WAGES (WS-YTD-STATE-PICK)
           END-IF
           ADD 1 TO WS-ALLOC-SUB.

       SCAN-YTD-STATE-BUCKET.
           IF WS-YTD-STATE-PICK = ZERO
              AND (YTD-STATE-CODE (WS-YTD-STATE-SUB) =
                   WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
                   OR YTD-STATE-CODE (WS-YTD-STATE-SUB) = SPACES)
               MOVE WS-YTD-STATE-SUB TO WS-YTD-STATE-PICK
           END-IF
      * standard period hours only when the period salary was
      * actually paid (a bonus-only payment accrues nothing).
       POST-LEAVE-BALANCES.
           PERFORM ACCRUE-LEAVE-BALANCES
           PERFORM REWRITE-LEAVE-RECORD.

       ACCRUE-LEAVE-BALANCES.
           IF EMP-SALARIED
               EVALUATE TRUE
                   WHEN WS-REGULAR-PAY NOT > ZERO
                       MOVE ZERO TO WS-LEAVE-HOURS-BASIS
                   WHEN FINALPAY-REQUESTED
                        AND EMP-HOURS-WORKED < WS-OT-THRESHOLD
                       MOVE EMP-HOURS-WORKED TO WS-LEAVE-HOURS-BASIS
                   WHEN OTHER
                       MOVE WS-OT-THRESHOLD TO WS-LEAVE-HOURS-BASIS
               END-EVALUATE
           ELSE
               COMPUTE WS-LEAVE-HOURS-BASIS = EMP-HOURS-WORKED
                   + EMP-VAC-TAKEN + EMP-SICK-TAKEN
           IF LVB-VAC-BALANCE < ZERO OR LVB-SICK-BALANCE < ZERO
               DISPLAY "LEAVE BALANCE NEGATIVE FOR EMPLOYEE "
                       EMP-ID " - REVIEW PTO TAKEN THIS PERIOD"
           END-IF.

       REWRITE-LEAVE-RECORD.
           REWRITE LEAVE-BALANCE-RECORD
               INVALID KEY
                   WRITE LEAVE-BALANCE-RECORD
                                   EMP-ID
                   END-WRITE
           END-REWRITE.

      * Final pay: the last hours accrue like any other period, then
      * the whole remaining vacation balance is paid out at the
      * hourly rate (salaried: period salary over the standard period
      * hours) as supplemental wages, and the balance is zeroed. An
      * overdrawn balance is written off, not recovered from the
      * check. Sick leave is not paid out and is left on file.
       CALCULATE-VACATION-PAYOUT.
           MOVE ZERO TO WS-VAC-PAYOUT-HOURS
           MOVE ZERO TO WS-VAC-PAYOUT-PAY
           PERFORM ACCRUE-LEAVE-BALANCES
           IF LVB-VAC-BALANCE > ZERO
               MOVE LVB-VAC-BALANCE TO WS-VAC-PAYOUT-HOURS
               IF EMP-SALARIED
                   COMPUTE WS-VAC-PAYOUT-RATE ROUNDED =
                       EMP-SALARY-AMOUNT / WS-OT-THRESHOLD
               ELSE
                   MOVE EMP-HOURLY-RATE TO WS-VAC-PAYOUT-RATE
               END-IF
               COMPUTE WS-VAC-PAYOUT-PAY ROUNDED =
                   WS-VAC-PAYOUT-HOURS * WS-VAC-PAYOUT-RATE
               ADD WS-VAC-PAYOUT-PAY TO WS-SUPP-EARN-TOTAL
               ADD WS-VAC-PAYOUT-PAY TO WS-GROSS-PAY
           ELSE
               IF LVB-VAC-BALANCE < ZERO
                   DISPLAY "VACATION OVERDRAWN FOR EMPLOYEE " EMP-ID
                           " - BALANCE WRITTEN OFF AT FINAL PAY"
               END-IF
           END-IF
           MOVE ZERO TO LVB-VAC-BALANCE.
       
      * Salaried-exempt employees draw a fixed per-period salary with
      * no overtime split; their hours pass through for labor costing
      * only. A correction (negative hours) reverses the full salary.
      * A final-pay run prorates the salary over the standard period
      * hours on the last hours reported, since separation seldom
      * falls on a period end; zero hours pays the payout alone.
       CALCULATE-PAY.
           IF EMP-SALARIED
               MOVE EMP-HOURS-WORKED TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
               EVALUATE TRUE
                   WHEN EMP-HOURS-WORKED < ZERO
                       COMPUTE WS-REGULAR-PAY = EMP-SALARY-AMOUNT * -1
                   WHEN FINALPAY-REQUESTED
                        AND EMP-HOURS-WORKED < WS-OT-THRESHOLD
                       COMPUTE WS-REGULAR-PAY ROUNDED =
                           EMP-SALARY-AMOUNT * EMP-HOURS-WORKED
                           / WS-OT-THRESHOLD
                   WHEN OTHER
                       MOVE EMP-SALARY-AMOUNT TO WS-REGULAR-PAY
               END-EVALUATE
               MOVE ZERO TO WS-OVERTIME-PAY
               MOVE ZERO TO WS-DOUBLE-TIME-HOURS
               MOVE ZERO TO WS-DOUBLE-TIME-PAY
               MOVE ZERO TO WS-RR-ADJUST-PAY
               MOVE ZERO TO WS-REGULAR-RATE
               MOVE WS-REGULAR-PAY TO WS-GROSS-PAY
           ELSE
               PERFORM CALCULATE-HOURLY-PAY
           COMPUTE WS-GROSS-PAY = WS-REG-GROSS-PAY
               + WS-SUPP-EARN-TOTAL.

      * In a state with daily overtime rules, dated hours are first
      * split day by day into straight time, overtime and double
      * time; the weekly threshold then applies to the straight time
      * left over, so no hour is paid a premium twice. Elsewhere, or
      * when the hours carry no dates, the weekly threshold alone
      * decides.
       CALCULATE-HOURLY-PAY.
           MOVE ZERO TO WS-OVERTIME-HOURS
           MOVE ZERO TO WS-DOUBLE-TIME-HOURS
           PERFORM LOOKUP-OVERTIME-RULE
           IF DAILY-OT-RULES-APPLY
              AND EMP-WORK-DAY-COUNT > ZERO
              AND EMP-HOURS-WORKED > ZERO
               PERFORM APPLY-DAILY-OVERTIME
           ELSE
               MOVE EMP-HOURS-WORKED TO WS-REGULAR-HOURS
           END-IF
           IF WS-REGULAR-HOURS > WS-OT-THRESHOLD
               COMPUTE WS-OVERTIME-HOURS = WS-OVERTIME-HOURS
                   + WS-REGULAR-HOURS - WS-OT-THRESHOLD
               MOVE WS-OT-THRESHOLD TO WS-REGULAR-HOURS
           END-IF

           COMPUTE WS-REGULAR-PAY = WS-REGULAR-HOURS * EMP-HOURLY-RATE
           COMPUTE WS-OVERTIME-PAY = WS-OVERTIME-HOURS *
                                     EMP-HOURLY-RATE * 1.5
           COMPUTE WS-DOUBLE-TIME-PAY = WS-DOUBLE-TIME-HOURS *
                                     EMP-HOURLY-RATE * 2
           PERFORM CALCULATE-REGULAR-RATE-ADJ
           COMPUTE WS-GROSS-PAY = WS-REGULAR-PAY + WS-OVERTIME-PAY
               + WS-DOUBLE-TIME-PAY + WS-RR-ADJUST-PAY.

      * Daily rules follow the employee's master work state.
       LOOKUP-OVERTIME-RULE.
           MOVE 'N' TO WS-DAILY-RULE-SW
           MOVE 'N' TO WS-SEVENTH-DAY-SW
           MOVE ZERO TO WS-DAILY-OT-LIMIT
           MOVE ZERO TO WS-DAILY-DT-LIMIT
           IF WS-OT-RULE-COUNT > ZERO
               SET WS-OT-RULE-IDX TO 1
               SEARCH OVERTIME-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OT-RULE-IDX > WS-OT-RULE-COUNT
                       CONTINUE
                   WHEN OTR-STATE-CODE (WS-OT-RULE-IDX) = EMP-STATE
                       MOVE 'Y' TO WS-DAILY-RULE-SW
                       MOVE OTR-DAILY-OT-HOURS (WS-OT-RULE-IDX)
                           TO WS-DAILY-OT-LIMIT
                       MOVE OTR-DAILY-DT-HOURS (WS-OT-RULE-IDX)
                           TO WS-DAILY-DT-LIMIT
                       MOVE OTR-SEVENTH-DAY-FLAG (WS-OT-RULE-IDX)
                           TO WS-SEVENTH-DAY-SW
               END-SEARCH
           END-IF.

      * Hours keyed as a period total with no date count as straight
      * time for the weekly test.
       APPLY-DAILY-OVERTIME.
           MOVE ZERO TO WS-REGULAR-HOURS
           MOVE ZERO TO WS-DATED-HOURS
           MOVE ZERO TO WS-CONSEC-DAYS
           MOVE 1 TO WS-DAY-SUB
           PERFORM APPLY-DAY-OVERTIME
               UNTIL WS-DAY-SUB > EMP-WORK-DAY-COUNT
           COMPUTE WS-REGULAR-HOURS = WS-REGULAR-HOURS
               + EMP-HOURS-WORKED - WS-DATED-HOURS.

      * Every seventh consecutive calendar day worked is paid at
      * time and a half from the first hour, double time past the
      * daily overtime limit. Any other day pays double time past
      * the double-time limit and time and a half past the overtime
      * limit.
       APPLY-DAY-OVERTIME.
           MOVE EMP-DAY-HOURS (WS-DAY-SUB) TO WS-DAY-HOURS
           ADD WS-DAY-HOURS TO WS-DATED-HOURS
           PERFORM COUNT-CONSECUTIVE-DAY
           MOVE ZERO TO WS-DAY-OT-HOURS
           MOVE ZERO TO WS-DAY-DT-HOURS
           DIVIDE WS-CONSEC-DAYS BY 7 GIVING WS-CONSEC-WEEKS
               REMAINDER WS-CONSEC-REM
           IF SEVENTH-DAY-RULE AND WS-CONSEC-REM = ZERO
               IF WS-DAILY-OT-LIMIT > ZERO
                  AND WS-DAY-HOURS > WS-DAILY-OT-LIMIT
                   COMPUTE WS-DAY-DT-HOURS =
                       WS-DAY-HOURS - WS-DAILY-OT-LIMIT
               END-IF
               COMPUTE WS-DAY-OT-HOURS =
                   WS-DAY-HOURS - WS-DAY-DT-HOURS
           ELSE
               IF WS-DAILY-DT-LIMIT > ZERO
                  AND WS-DAY-HOURS > WS-DAILY-DT-LIMIT
                   COMPUTE WS-DAY-DT-HOURS =
                       WS-DAY-HOURS - WS-DAILY-DT-LIMIT
               END-IF
               IF WS-DAILY-OT-LIMIT > ZERO
                  AND WS-DAY-HOURS - WS-DAY-DT-HOURS >
                      WS-DAILY-OT-LIMIT
                   COMPUTE WS-DAY-OT-HOURS = WS-DAY-HOURS
                       - WS-DAY-DT-HOURS - WS-DAILY-OT-LIMIT
               END-IF
           END-IF
           IF WS-DAY-HOURS < ZERO
               MOVE ZERO TO WS-DAY-OT-HOURS
               MOVE ZERO TO WS-DAY-DT-HOURS
           END-IF
           ADD WS-DAY-OT-HOURS TO WS-OVERTIME-HOURS
           ADD WS-DAY-DT-HOURS TO WS-DOUBLE-TIME-HOURS
           COMPUTE WS-REGULAR-HOURS = WS-REGULAR-HOURS + WS-DAY-HOURS
               - WS-DAY-OT-HOURS - WS-DAY-DT-HOURS
           ADD 1 TO WS-DAY-SUB.

      * A day follows on from the one before when it is the next
      * calendar date; any gap starts the count again.
       COUNT-CONSECUTIVE-DAY.
           IF WS-DAY-SUB = 1
               MOVE 1 TO WS-CONSEC-DAYS
           ELSE
               MOVE EMP-DAY-DATE (WS-DAY-SUB - 1) TO WS-DW-DATE
               PERFORM ADD-ONE-CALENDAR-DAY
               IF WS-DW-DATE = EMP-DAY-DATE (WS-DAY-SUB)
                   ADD 1 TO WS-CONSEC-DAYS
               ELSE
                   MOVE 1 TO WS-CONSEC-DAYS
               END-IF
           END-IF.

      * Under the FLSA the overtime premium is owed on the regular
      * rate, which includes the shift differential and commission
      * earned in the period, not just the base hourly rate. Overtime
      * and double time hours are already paid at the base rate
      * multiple, so the adjustment adds the half-time (double time:
      * the full-time) premium on the difference. Bonus is paid as
      * discretionary and stays out of the regular rate.
       CALCULATE-REGULAR-RATE-ADJ.
           MOVE EMP-HOURLY-RATE TO WS-REGULAR-RATE
           MOVE ZERO TO WS-RR-ADJUST-PAY
           IF EMP-HOURS-WORKED > ZERO
              AND EMP-SHIFT-DIFF-PAY + EMP-COMMISSION-PAY > ZERO
               COMPUTE WS-REGULAR-RATE ROUNDED = EMP-HOURLY-RATE
                   + (EMP-SHIFT-DIFF-PAY + EMP-COMMISSION-PAY)
                   / EMP-HOURS-WORKED
               COMPUTE WS-RR-ADJUST-PAY ROUNDED =
                   (EMP-SHIFT-DIFF-PAY + EMP-COMMISSION-PAY)
                   * (WS-OVERTIME-HOURS * 0.5 + WS-DOUBLE-TIME-HOURS)
                   / EMP-HOURS-WORKED
           END-IF.
       
       CALCULATE-DEDUCTIONS.
      * Benefit deductions come first: the pre-tax total they produce
               MOVE ZERO TO WS-PRETAX-BEN-TOTAL
               MOVE ZERO TO WS-POSTTAX-BEN-TOTAL
               MOVE ZERO TO WS-ER-MATCH-TOTAL
               MOVE ZERO TO WS-401K-DEFERRAL
               MOVE ZERO TO WS-401K-MATCH
               MOVE ZERO TO WS-EMP-BENEFIT-COUNT
           ELSE
               PERFORM CALCULATE-BENEFITS

           PERFORM CALCULATE-FEDERAL-TAX

           PERFORM ALLOCATE-STATE-WAGES
           PERFORM LOOKUP-STATE-TAX-RATE

      * NOTE: the cap is applied against YTD-GROSS-YTD as of TODAY,
      * and Section 125 premiums withhold pre-tax ('P'), anything else
      * after tax ('A'). Percent amounts apply to period gross, the
      * same convention the garnishment table uses. The employer match
      * accrues alongside, never touching the employee's pay. The
      * 401K election's deferral and match are also kept apart for
      * the recordkeeper remittance and their own ledger lines.
       CALCULATE-BENEFITS.
           MOVE ZERO TO WS-PRETAX-BEN-TOTAL
           MOVE ZERO TO WS-POSTTAX-BEN-TOTAL
           MOVE ZERO TO WS-ER-MATCH-TOTAL
           MOVE ZERO TO WS-401K-DEFERRAL
           MOVE ZERO TO WS-401K-MATCH
           MOVE ZERO TO WS-EMP-BENEFIT-COUNT
           SET WS-BENEFIT-IDX TO 1
           PERFORM APPLY-BENEFIT-ENTRY
                   WS-CURRENT-MATCH-AMT
           END-IF
           ADD WS-CURRENT-MATCH-AMT TO WS-ER-MATCH-TOTAL
           IF BT-401K-PLAN (WS-BENEFIT-IDX)
               ADD WS-CURRENT-BENEFIT-AMT TO WS-401K-DEFERRAL
               ADD WS-CURRENT-MATCH-AMT TO WS-401K-MATCH
           END-IF
           IF WS-EMP-BENEFIT-COUNT < 9
               ADD 1 TO WS-EMP-BENEFIT-COUNT
               MOVE BT-TYPE (WS-BENEFIT-IDX) TO
           END-IF
           ADD 1 TO WS-FED-TAX-SUB.

      * Split gross and state-taxable wages across the states the
      * merge found hours for, in proportion to the hours. Pay with
      * no hours behind it - salary with no hours row, a final-pay
      * payout alone, earnings-only rows - stays in the master work
      * state.
       ALLOCATE-STATE-WAGES.
           COMPUTE WS-STATE-TAXABLE =
               WS-GROSS-PAY - WS-PRETAX-BEN-TOTAL
           MOVE ZERO TO WS-ALLOC-TOTAL-HOURS
           MOVE EMP-WORK-STATE-COUNT TO WS-ALLOC-COUNT
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM LOAD-ALLOC-ENTRY UNTIL WS-ALLOC-SUB > 3
           IF WS-ALLOC-COUNT = ZERO OR WS-ALLOC-TOTAL-HOURS = ZERO
               MOVE 1 TO WS-ALLOC-COUNT
               MOVE EMP-STATE TO WS-ALLOC-WORK-STATE (1)
               MOVE ZERO TO WS-ALLOC-HOURS (1)
           END-IF
           MOVE WS-GROSS-PAY TO WS-ALLOC-GROSS-LEFT
           MOVE WS-STATE-TAXABLE TO WS-ALLOC-WAGES-LEFT
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM SPLIT-ALLOC-ENTRY
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT.

       LOAD-ALLOC-ENTRY.
           IF WS-ALLOC-SUB > WS-ALLOC-COUNT
               MOVE SPACES TO WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
               MOVE ZERO TO WS-ALLOC-HOURS (WS-ALLOC-SUB)
           ELSE
               MOVE EMP-WORK-STATE (WS-ALLOC-SUB) TO
                   WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
               MOVE EMP-WORK-HOURS (WS-ALLOC-SUB) TO
                   WS-ALLOC-HOURS (WS-ALLOC-SUB)
               ADD EMP-WORK-HOURS (WS-ALLOC-SUB) TO
                   WS-ALLOC-TOTAL-HOURS
           END-IF
           MOVE SPACES TO WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
           MOVE ZERO TO WS-ALLOC-GROSS (WS-ALLOC-SUB)
           MOVE ZERO TO WS-ALLOC-WAGES (WS-ALLOC-SUB)
           MOVE ZERO TO WS-ALLOC-TAX (WS-ALLOC-SUB)
           MOVE ZERO TO WS-ALLOC-LOCAL (WS-ALLOC-SUB)
           ADD 1 TO WS-ALLOC-SUB.

       SPLIT-ALLOC-ENTRY.
           IF WS-ALLOC-SUB = WS-ALLOC-COUNT
               MOVE WS-ALLOC-GROSS-LEFT TO
                   WS-ALLOC-GROSS (WS-ALLOC-SUB)
               MOVE WS-ALLOC-WAGES-LEFT TO
                   WS-ALLOC-WAGES (WS-ALLOC-SUB)
           ELSE
               COMPUTE WS-ALLOC-GROSS (WS-ALLOC-SUB) ROUNDED =
                   WS-GROSS-PAY * WS-ALLOC-HOURS (WS-ALLOC-SUB)
                   / WS-ALLOC-TOTAL-HOURS
               COMPUTE WS-ALLOC-WAGES (WS-ALLOC-SUB) ROUNDED =
                   WS-STATE-TAXABLE * WS-ALLOC-HOURS (WS-ALLOC-SUB)
                   / WS-ALLOC-TOTAL-HOURS
               SUBTRACT WS-ALLOC-GROSS (WS-ALLOC-SUB)
                   FROM WS-ALLOC-GROSS-LEFT
               SUBTRACT WS-ALLOC-WAGES (WS-ALLOC-SUB)
                   FROM WS-ALLOC-WAGES-LEFT
           END-IF
           PERFORM FIND-WITHHOLDING-STATE
           ADD 1 TO WS-ALLOC-SUB.

      * Wages earned in a state that has a reciprocity agreement
      * with the employee's resident state are withheld for the
      * resident state; everything else for the state worked.
       FIND-WITHHOLDING-STATE.
           MOVE WS-ALLOC-WORK-STATE (WS-ALLOC-SUB) TO
               WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
           IF EMP-RESIDENT-STATE NOT = SPACES
              AND EMP-RESIDENT-STATE NOT =
                  WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
               SET WS-RECIP-IDX TO 1
               SEARCH RECIPROCITY-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-RESIDENT-STATE (WS-RECIP-IDX) =
                        EMP-RESIDENT-STATE
                    AND RT-WORK-STATE (WS-RECIP-IDX) =
                        WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
                       MOVE EMP-RESIDENT-STATE TO
                           WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
               END-SEARCH
           END-IF.

      * State tax at the withholding state's rate on each share;
      * local tax follows where the work was done.
       LOOKUP-STATE-TAX-RATE.
           MOVE ZERO TO WS-STATE-TAX
           MOVE ZERO TO WS-LOCAL-TAX
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM WITHHOLD-ALLOC-ENTRY
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT.

       WITHHOLD-ALLOC-ENTRY.
           SET WS-VALID-STATE-IDX TO 1
           SEARCH STATE-TAX-ENTRY
               AT END
                   CONTINUE
               WHEN ST-STATE-CODE (WS-VALID-STATE-IDX) =
                    WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
                   COMPUTE WS-ALLOC-TAX (WS-ALLOC-SUB) =
                       WS-ALLOC-WAGES (WS-ALLOC-SUB)
                       * ST-STATE-RATE (WS-VALID-STATE-IDX)
           END-SEARCH
           SET WS-VALID-STATE-IDX TO 1
           SEARCH STATE-TAX-ENTRY
               AT END
                   CONTINUE
               WHEN ST-STATE-CODE (WS-VALID-STATE-IDX) =
                    WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
                   IF ST-HAS-LOCAL-TAX (WS-VALID-STATE-IDX)
                       COMPUTE WS-ALLOC-LOCAL (WS-ALLOC-SUB) =
                           WS-ALLOC-WAGES (WS-ALLOC-SUB)
                           * LOCAL-TAX-RATE
                   END-IF
           END-SEARCH
           ADD WS-ALLOC-TAX (WS-ALLOC-SUB) TO WS-STATE-TAX
           ADD WS-ALLOC-LOCAL (WS-ALLOC-SUB) TO WS-LOCAL-TAX
           ADD 1 TO WS-ALLOC-SUB.

      * One keyed START positions on the employee's first order; the
      * work file is already in priority-then-arrival order, so a
               WRITE REPORT-LINE
           END-IF

           IF FINALPAY-REQUESTED
               MOVE "*** FINAL PAY - EMPLOYMENT TERMINATED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           STRING "Pay Period: " WS-PAY-PERIOD-OPTION
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
                      " @ " DSP-HOURLY-RATE " x 1.5 = " DSP-OVERTIME-PAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               IF WS-DOUBLE-TIME-HOURS NOT = ZERO
                   MOVE WS-DOUBLE-TIME-HOURS TO DSP-DOUBLE-TIME-HOURS
                   MOVE WS-DOUBLE-TIME-PAY TO DSP-DOUBLE-TIME-PAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Double Time Hours: " DSP-DOUBLE-TIME-HOURS
                          " @ " DSP-HOURLY-RATE " x 2.0 = "
                          DSP-DOUBLE-TIME-PAY
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF

               IF WS-RR-ADJUST-PAY NOT = ZERO
                   MOVE WS-REGULAR-RATE TO DSP-REGULAR-RATE
                   MOVE WS-RR-ADJUST-PAY TO DSP-SUPP-PAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Regular-Rate OT Adjustment (rate "
                          DSP-REGULAR-RATE "): " DSP-SUPP-PAY
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF

           IF WS-VAC-PAY NOT = ZERO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM PRINT-STATE-TAX-LINE
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT

           STRING "  Local Tax: " DSP-LOCAL-TAX
                  DELIMITED BY SIZE INTO REPORT-LINE

           DISPLAY "Processed: " EMP-NAME " - Net Pay: " DSP-NET-PAY.

      * One line per withholding share: the state withheld for, its
      * tax and wages, and where the work was done when reciprocity
      * sent the withholding to the resident state.
       PRINT-STATE-TAX-LINE.
           MOVE WS-ALLOC-TAX (WS-ALLOC-SUB) TO DSP-STATE-TAX
           MOVE WS-ALLOC-WAGES (WS-ALLOC-SUB) TO DSP-STATE-WAGES
           MOVE SPACES TO REPORT-LINE
           IF WS-ALLOC-TAX-STATE (WS-ALLOC-SUB) =
              WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
               STRING "  State Tax (" WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
                      "): " DSP-STATE-TAX
                      "  Wages: " DSP-STATE-WAGES
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  State Tax (" WS-ALLOC-TAX-STATE (WS-ALLOC-SUB)
                      "): " DSP-STATE-TAX
                      "  Wages: " DSP-STATE-WAGES
                      "  Worked In: "
                      WS-ALLOC-WORK-STATE (WS-ALLOC-SUB)
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-ALLOC-SUB.

       PRINT-SUPPLEMENTAL-EARNINGS.
           IF EMP-BONUS-PAY NOT = ZERO
               MOVE EMP-BONUS-PAY TO DSP-SUPP-PAY
               STRING "  Shift Differential: " DSP-SUPP-PAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-VAC-PAYOUT-PAY NOT = ZERO
               MOVE WS-VAC-PAYOUT-HOURS TO DSP-PTO-HOURS
               MOVE WS-VAC-PAYOUT-PAY TO DSP-SUPP-PAY
               STRING "  Vacation Payout: " DSP-PTO-HOURS
                      " hrs = " DSP-SUPP-PAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-EMP-BENEFIT-LINE.
           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE 'C' TO SAR-RUN-MODE
               WHEN FINALPAY-REQUESTED
                   MOVE 'F' TO SAR-RUN-MODE
               WHEN RESTART-REQUESTED
                   MOVE 'R' TO SAR-RUN-MODE
               WHEN OTHER
           MOVE WS-EMP-GARNISHMENT-COUNT TO SAR-GRN-COUNT
           MOVE 1 TO WS-STUB-SUB
           PERFORM ARCHIVE-GARNISHMENT-LINE UNTIL WS-STUB-SUB > 9
           MOVE WS-VAC-PAYOUT-HOURS TO SAR-VAC-PAYOUT-HOURS
           MOVE WS-VAC-PAYOUT-PAY TO SAR-VAC-PAYOUT-PAY
           MOVE 1 TO WS-ALLOC-SUB
           PERFORM ARCHIVE-STATE-SPLIT UNTIL WS-ALLOC-SUB > 3
           MOVE WS-DOUBLE-TIME-HOURS TO SAR-DOUBLE-TIME-HOURS
           MOVE WS-DOUBLE-TIME-PAY TO SAR-DOUBLE-TIME-PAY
           MOVE WS-REGULAR-RATE TO SAR-REGULAR-RATE
           MOVE WS-RR-ADJUST-PAY TO SAR-RR-ADJUST-PAY
           WRITE STUB-ARCHIVE-RECORD.

       ARCHIVE-STATE-SPLIT.
           IF WS-ALLOC-SUB > WS-ALLOC-COUNT
               MOVE SPACES TO SAR-SPLIT-WORK-STATE (WS-ALLOC-SUB)
               MOVE SPACES TO SAR-SPLIT-TAX-STATE (WS-ALLOC-SUB)
               MOVE ZERO TO SAR-SPLIT-STATE-WAGES (WS-ALLOC-SUB)
               MOVE ZERO TO SAR-SPLIT-STATE-TAX (WS-ALLOC-SUB)
           ELSE
               MOVE WS-ALLOC-WORK-STATE (WS-ALLOC-SUB) TO
                   SAR-SPLIT-WORK-STATE (WS-ALLOC-SUB)
               MOVE WS-ALLOC-TAX-STATE (WS-ALLOC-SUB) TO
                   SAR-SPLIT-TAX-STATE (WS-ALLOC-SUB)
               MOVE WS-ALLOC-WAGES (WS-ALLOC-SUB) TO
                   SAR-SPLIT-STATE-WAGES (WS-ALLOC-SUB)
               MOVE WS-ALLOC-TAX (WS-ALLOC-SUB) TO
                   SAR-SPLIT-STATE-TAX (WS-ALLOC-SUB)
           END-IF
           ADD 1 TO WS-ALLOC-SUB.

       ARCHIVE-BENEFIT-LINE.
           IF WS-STUB-SUB > WS-EMP-BENEFIT-COUNT
               MOVE SPACES TO SAR-BEN-TYPE (WS-STUB-SUB)
           MOVE WS-TOTAL-NET-PAY TO DSP-TOT-NET-PAY
           MOVE WS-TOTAL-EMP-COUNT TO DSP-TOT-EMP-COUNT

           IF CORRECTION-REQUESTED OR FINALPAY-REQUESTED
               OPEN EXTEND SUMMARY-FILE
           ELSE
               OPEN OUTPUT SUMMARY-FILE

           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE FROM SEPARATOR-LINE
           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE "CORRECTION BATCH CONTROL TOTALS SUMMARY"
                       TO SUMMARY-LINE
               WHEN FINALPAY-REQUESTED
                   MOVE "FINAL PAY CONTROL TOTALS SUMMARY"
                       TO SUMMARY-LINE
               WHEN OTHER
                   MOVE "PAYROLL CONTROL TOTALS SUMMARY"
                       TO SUMMARY-LINE
           END-EVALUATE
           WRITE SUMMARY-LINE
           WRITE SUMMARY-LINE FROM SEPARATOR-LINE
           WRITE SUMMARY-LINE FROM BLANK-LINE
           CLOSE GL-POSTING-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE PLAN-REMITTANCE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           DISPLAY "Payroll processing complete!"
           DISPLAY "Report saved to payroll-report.txt"
           EVALUATE TRUE
               WHEN CORRECTION-REQUESTED
                   MOVE "CORRECTION" TO RC-RUN-MODE
               WHEN FINALPAY-REQUESTED
                   MOVE "FINALPAY" TO RC-RUN-MODE
               WHEN RESTART-REQUESTED
                   MOVE "RESTART" TO RC-RUN-MODE
               WHEN OTHER
           PERFORM ADD-ONE-CALENDAR-DAY WS-DW-DAYS-TO-ADD TIMES.

       ADD-ONE-CALENDAR-DAY.
           PERFORM SET-DW-MONTH-DAYS
           ADD 1 TO WS-DW-DAY
           IF WS-DW-DAY > WS-DW-MONTH-DAYS
               MOVE 1 TO WS-DW-DAY
               ADD 1 TO WS-DW-MONTH
               IF WS-DW-MONTH > 12
                   MOVE 1 TO WS-DW-MONTH
                   ADD 1 TO WS-DW-YEAR
               END-IF
           END-IF.

      * Days in WS-DW-MONTH of WS-DW-YEAR, February by the leap rule.
       SET-DW-MONTH-DAYS.
           MOVE WS-DAYS-IN-MONTH (WS-DW-MONTH) TO WS-DW-MONTH-DAYS
           IF WS-DW-MONTH = 2
               DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-WORK1
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Sets CALENDAR-DATE-VALID when WS-DW-DATE is a real date.
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-DW-VALID-SW
           IF WS-DW-YEAR > 1900
              AND WS-DW-MONTH > ZERO AND WS-DW-MONTH NOT > 12
              AND WS-DW-DAY > ZERO
               PERFORM SET-DW-MONTH-DAYS
               IF WS-DW-DAY NOT > WS-DW-MONTH-DAYS
                   MOVE 'Y' TO WS-DW-VALID-SW
               END-IF
           END-IF.

      * the clear-banking byte zeros the routing number and blanks
      * the account (moving the employee to the paper-check path).
      * Terminated employees stay on file so corrections against
      * them still resolve. Every applied transaction appends its
      * before / after field values to the permanent audit trail in
      * maintenance-audit.dat. A rate or salary change keyed with an
      * effective date before the run date is also queued to
      * retro-request.dat for the RETROCALC pass. An add, or a
      * reactivate keyed with a new hire date, is reported to the
      * work state on new-hire-XX.dat.
       RUN-MASTER-MAINTENANCE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM OPEN-MASTER-FILE-IO
           OPEN INPUT MAINTENANCE-FILE
           OPEN OUTPUT MAINT-EXCEPTIONS-FILE
           PERFORM OPEN-MAINT-AUDIT-EXTEND
           PERFORM OPEN-RETRO-REQUEST-EXTEND
           PERFORM LOAD-SSN-TABLE
           PERFORM READ-MAINTENANCE-RECORD
           PERFORM APPLY-MAINTENANCE UNTIL WS-MAINT-EOF = 'Y'
           CLOSE MAINTENANCE-FILE
           CLOSE MAINT-EXCEPTIONS-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE RETRO-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           DISPLAY "Employee master maintenance complete"
           DISPLAY "Transactions applied: " WS-MAINT-APPLIED-COUNT
           DISPLAY "Transactions rejected: " WS-MAINT-REJECTED-COUNT
           DISPLAY "Exceptions saved to maintenance-exceptions.txt"
           DISPLAY "Audit rows written: " WS-AUDIT-ROW-COUNT
                   " (maintenance-audit.dat)"
           DISPLAY "Retro requests queued: " WS-RETRO-QUEUED-COUNT
                   " (retro-request.dat)"
           DISPLAY "New-hire records written: " WS-NEW-HIRE-COUNT
                   " (new-hire-XX.dat per state)".

       OPEN-MAINT-AUDIT-EXTEND.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.

       OPEN-RETRO-REQUEST-EXTEND.
           OPEN EXTEND RETRO-REQUEST-FILE
           IF NOT RETRO-REQ-FILE-OK
               OPEN OUTPUT RETRO-REQUEST-FILE
           END-IF.

       READ-MAINTENANCE-RECORD.
           READ MAINTENANCE-FILE
               PERFORM WRITE-MAINT-EXCEPTION
               ADD 1 TO WS-MAINT-REJECTED-COUNT
           ELSE
               INITIALIZE WS-MAINT-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN MNT-ADD
                       PERFORM APPLY-MAINT-ADD
                   ADD 1 TO WS-MAINT-REJECTED-COUNT
               ELSE
                   ADD 1 TO WS-MAINT-APPLIED-COUNT
                   PERFORM WRITE-MAINT-AUDIT-TRAIL
                   IF MNT-CHANGE
                      AND MNT-EFFECTIVE-DATE NOT = SPACES
                       PERFORM QUEUE-RETRO-REQUEST
                   END-IF
                   IF MNT-EMP-SSN NOT = SPACES
                       PERFORM RECORD-SSN-ON-TABLE
                   END-IF
                   IF MNT-ADD
                      OR (MNT-REACTIVATE
                          AND MNT-EMP-HIRE-DATE NOT = SPACES)
                       PERFORM WRITE-NEW-HIRE-REPORT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MAINTENANCE-RECORD.
                   PERFORM EDIT-MAINT-STATIC-FIELDS
               WHEN MNT-CHANGE
                   PERFORM EDIT-MAINT-CHANGED-FIELDS
               WHEN MNT-REACTIVATE
                    AND MNT-EMP-HIRE-DATE NOT = SPACES
                   PERFORM EDIT-MAINT-HIRE-DATE
           END-EVALUATE.

       EDIT-MAINT-STATIC-FIELDS.
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-MAINT-STATE
           END-EVALUATE
           IF NOT RECORD-REJECTED
               PERFORM EDIT-MAINT-NEW-DEMOGRAPHICS
           END-IF.

       EDIT-MAINT-CHANGED-FIELDS.
           EVALUATE TRUE
                       TO WS-REJECT-REASON
               WHEN MNT-EMP-STATE NOT = SPACES
                   PERFORM CHECK-MAINT-STATE
           END-EVALUATE
           IF NOT RECORD-REJECTED
               PERFORM EDIT-MAINT-DEMOGRAPHICS
           END-IF
           IF NOT RECORD-REJECTED
              AND MNT-EFFECTIVE-DATE NOT = SPACES
               PERFORM EDIT-MAINT-EFFECTIVE-DATE
           END-IF.

      * An effective date belongs to a rate or salary change and
      * must be a real calendar date no later than the run date;
      * future-dated changes are keyed on or after the day they
      * take effect.
       EDIT-MAINT-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN MNT-EMP-HOURLY-RATE = ZERO
                    AND MNT-EMP-SALARY-AMOUNT = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "EFFECTIVE DATE WITHOUT RATE CHANGE"
                       TO WS-REJECT-REASON
               WHEN MNT-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN MNT-EFFECTIVE-DATE-N > WS-CURRENT-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "EFFECTIVE DATE IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MNT-EFFECTIVE-DATE-N TO WS-DW-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT CALENDAR-DATE-VALID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID EFFECTIVE DATE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      * A new employee must arrive with everything the W-2 and the
      * state new-hire report need; the birth date is optional.
       EDIT-MAINT-NEW-DEMOGRAPHICS.
           EVALUATE TRUE
               WHEN MNT-EMP-SSN = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "MISSING SSN" TO WS-REJECT-REASON
               WHEN MNT-EMP-ADDRESS = SPACES
                    OR MNT-EMP-CITY = SPACES
                    OR MNT-EMP-ADDR-STATE = SPACES
                    OR MNT-EMP-ZIP = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INCOMPLETE HOME ADDRESS" TO WS-REJECT-REASON
               WHEN MNT-EMP-HIRE-DATE = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "MISSING HIRE DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM EDIT-MAINT-DEMOGRAPHICS
           END-EVALUATE.

      * Edits each demographic field the transaction keyed. The
      * birth date / hire date order is proven here when both are
      * keyed, and against the master after a change moves them.
       EDIT-MAINT-DEMOGRAPHICS.
           IF MNT-EMP-SSN NOT = SPACES
               PERFORM EDIT-MAINT-SSN
           END-IF
           IF NOT RECORD-REJECTED
              AND MNT-EMP-ZIP NOT = SPACES
               IF MNT-ZIP-BASE IS NOT NUMERIC
                  OR (MNT-ZIP-PLUS-4 NOT = SPACES
                      AND MNT-ZIP-PLUS-4 IS NOT NUMERIC)
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INVALID HOME ZIP CODE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF NOT RECORD-REJECTED
              AND MNT-EMP-BIRTH-DATE NOT = SPACES
               PERFORM EDIT-MAINT-BIRTH-DATE
           END-IF
           IF NOT RECORD-REJECTED
              AND MNT-EMP-HIRE-DATE NOT = SPACES
               PERFORM EDIT-MAINT-HIRE-DATE
           END-IF
           IF NOT RECORD-REJECTED
              AND MNT-EMP-BIRTH-DATE NOT = SPACES
              AND MNT-EMP-HIRE-DATE NOT = SPACES
              AND MNT-EMP-BIRTH-DATE-N NOT < MNT-EMP-HIRE-DATE-N
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "HIRE DATE NOT AFTER BIRTH DATE"
                   TO WS-REJECT-REASON
           END-IF.

      * Nine digits, no all-zero area, group or serial, and no area
      * 666 or 900-999, which are never issued. The SSN may not
      * already belong to another employee on the master.
       EDIT-MAINT-SSN.
           EVALUATE TRUE
               WHEN MNT-EMP-SSN IS NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "SSN MUST BE NINE DIGITS" TO WS-REJECT-REASON
               WHEN MNT-SSN-AREA = "000" OR "666"
                    OR MNT-SSN-AREA (1:1) = "9"
                    OR MNT-SSN-GROUP = "00"
                    OR MNT-SSN-SERIAL = "0000"
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INVALID SSN" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-SSN-ON-FILE
                   IF SSN-ON-FILE
                       MOVE 'Y' TO WS-REJECT-SW
                       STRING "DUPLICATE SSN - ON FILE FOR EMP "
                              WS-SSN-DUP-EMP-ID
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       EDIT-MAINT-BIRTH-DATE.
           EVALUATE TRUE
               WHEN MNT-EMP-BIRTH-DATE IS NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
               WHEN MNT-EMP-BIRTH-DATE-N NOT < WS-CURRENT-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "BIRTH DATE NOT IN THE PAST"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MNT-EMP-BIRTH-DATE-N TO WS-DW-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT CALENDAR-DATE-VALID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      * Like an effective date, a hire date is keyed on or after
      * the day the employee starts.
       EDIT-MAINT-HIRE-DATE.
           EVALUATE TRUE
               WHEN MNT-EMP-HIRE-DATE IS NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
               WHEN MNT-EMP-HIRE-DATE-N > WS-CURRENT-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "HIRE DATE IN THE FUTURE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MNT-EMP-HIRE-DATE-N TO WS-DW-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT CALENDAR-DATE-VALID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       CHECK-MAINT-STATE.
           SET WS-VALID-STATE-IDX TO 1
           SEARCH STATE-TAX-ENTRY
               AT END
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "UNKNOWN EMPLOYEE STATE" TO WS-REJECT-REASON
               WHEN ST-STATE-CODE (WS-VALID-STATE-IDX) =
                    MNT-EMP-STATE
                   CONTINUE
           END-SEARCH.

       APPLY-MAINT-ADD.
           MOVE MNT-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ALREADY ON EMPLOYEE MASTER"
                       TO WS-REJECT-REASON
           END-READ
           IF NOT RECORD-REJECTED
               MOVE MNT-EMP-ID TO MST-EMP-ID
               MOVE MNT-EMP-NAME TO MST-EMP-NAME
               MOVE MNT-EMP-PAY-TYPE TO MST-EMP-PAY-TYPE
               MOVE MNT-EMP-HOURLY-RATE TO MST-EMP-HOURLY-RATE
               MOVE MNT-EMP-SALARY-AMOUNT TO MST-EMP-SALARY-AMOUNT
               MOVE MNT-EMP-STATE TO MST-EMP-STATE
               MOVE MNT-EMP-STATUS TO MST-EMP-STATUS
               MOVE MNT-EMP-DEPT TO MST-EMP-DEPT
               MOVE 'A' TO MST-EMP-ACTIVE-FLAG
               MOVE 'N' TO MST-DD-HOLD-FLAG
               MOVE MNT-EMP-SSN TO MST-EMP-SSN
               MOVE MNT-EMP-ADDRESS TO MST-EMP-ADDRESS
               MOVE MNT-EMP-CITY TO MST-EMP-CITY
               MOVE MNT-EMP-ADDR-STATE TO MST-EMP-ADDR-STATE
               MOVE MNT-EMP-ZIP TO MST-EMP-ZIP
               MOVE MNT-EMP-BIRTH-DATE TO MST-EMP-BIRTH-DATE
               MOVE MNT-EMP-HIRE-DATE TO MST-EMP-HIRE-DATE
               MOVE MASTER-RECORD TO WS-MAINT-AFTER-IMAGE
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
           END-READ
           IF NOT RECORD-REJECTED
               MOVE MASTER-RECORD TO WS-MAINT-BEFORE-IMAGE
               IF MNT-EMP-NAME NOT = SPACES
                   MOVE MNT-EMP-NAME TO MST-EMP-NAME
               END-IF
               IF MNT-EMP-DEPT NOT = SPACES
                   MOVE MNT-EMP-DEPT TO MST-EMP-DEPT
               END-IF
               PERFORM MOVE-CHANGED-DEMOGRAPHICS
               PERFORM EDIT-CHANGED-MASTER-RECORD
           END-IF
           IF NOT RECORD-REJECTED
               MOVE MASTER-RECORD TO WS-MAINT-AFTER-IMAGE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                    AND MST-EMP-HOURLY-RATE = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "HOURLY WITH NO RATE" TO WS-REJECT-REASON
               WHEN MST-EMP-BIRTH-DATE NOT = SPACES
                    AND MST-EMP-HIRE-DATE NOT = SPACES
                    AND MST-EMP-BIRTH-DATE NOT < MST-EMP-HIRE-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "HIRE DATE NOT AFTER BIRTH DATE"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       MOVE-CHANGED-DEMOGRAPHICS.
           IF MNT-EMP-SSN NOT = SPACES
               MOVE MNT-EMP-SSN TO MST-EMP-SSN
           END-IF
           IF MNT-EMP-ADDRESS NOT = SPACES
               MOVE MNT-EMP-ADDRESS TO MST-EMP-ADDRESS
           END-IF
           IF MNT-EMP-CITY NOT = SPACES
               MOVE MNT-EMP-CITY TO MST-EMP-CITY
           END-IF
           IF MNT-EMP-ADDR-STATE NOT = SPACES
               MOVE MNT-EMP-ADDR-STATE TO MST-EMP-ADDR-STATE
           END-IF
           IF MNT-EMP-ZIP NOT = SPACES
               MOVE MNT-EMP-ZIP TO MST-EMP-ZIP
           END-IF
           IF MNT-EMP-BIRTH-DATE NOT = SPACES
               MOVE MNT-EMP-BIRTH-DATE TO MST-EMP-BIRTH-DATE
           END-IF
           IF MNT-EMP-HIRE-DATE NOT = SPACES
               MOVE MNT-EMP-HIRE-DATE TO MST-EMP-HIRE-DATE
           END-IF.

       APPLY-MAINT-TERMINATE.
           MOVE MNT-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
           END-READ
           IF NOT RECORD-REJECTED
               MOVE MASTER-RECORD TO WS-MAINT-BEFORE-IMAGE
               MOVE 'T' TO MST-EMP-ACTIVE-FLAG
               MOVE MASTER-RECORD TO WS-MAINT-AFTER-IMAGE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
           END-READ
           IF NOT RECORD-REJECTED
              AND MNT-EMP-HIRE-DATE NOT = SPACES
              AND (MST-EMP-SSN = SPACES OR MST-EMP-ADDRESS = SPACES)
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "REHIRE NEEDS SSN AND ADDRESS ON MASTER"
                   TO WS-REJECT-REASON
           END-IF
           IF NOT RECORD-REJECTED
               MOVE MASTER-RECORD TO WS-MAINT-BEFORE-IMAGE
               MOVE 'A' TO MST-EMP-ACTIVE-FLAG
               IF MNT-EMP-HIRE-DATE NOT = SPACES
                   MOVE MNT-EMP-HIRE-DATE TO MST-EMP-HIRE-DATE
               END-IF
               MOVE MASTER-RECORD TO WS-MAINT-AFTER-IMAGE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                  DELIMITED BY SIZE INTO MAINT-EXCEPTIONS-LINE
           WRITE MAINT-EXCEPTIONS-LINE.

      * One audit row per master field the transaction changed. The
      * images are compared field by field so a change that keys a
      * value equal to the one on file leaves no row; an add shows
      * every field it set with a blank before value.
       WRITE-MAINT-AUDIT-TRAIL.
           IF BFR-EMP-NAME NOT = AFT-EMP-NAME
               MOVE "NAME" TO WS-AUD-FIELD
               MOVE BFR-EMP-NAME TO WS-AUD-BEFORE
               MOVE AFT-EMP-NAME TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-PAY-TYPE NOT = AFT-EMP-PAY-TYPE
               MOVE "PAY TYPE" TO WS-AUD-FIELD
               MOVE BFR-EMP-PAY-TYPE TO WS-AUD-BEFORE
               MOVE AFT-EMP-PAY-TYPE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-HOURLY-RATE NOT = AFT-EMP-HOURLY-RATE
               MOVE "HOURLY RATE" TO WS-AUD-FIELD
               MOVE BFR-EMP-HOURLY-RATE TO DSP-AUD-RATE
               MOVE DSP-AUD-RATE TO WS-AUD-BEFORE
               MOVE AFT-EMP-HOURLY-RATE TO DSP-AUD-RATE
               MOVE DSP-AUD-RATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-SALARY-AMOUNT NOT = AFT-EMP-SALARY-AMOUNT
               MOVE "PERIOD SALARY" TO WS-AUD-FIELD
               MOVE BFR-EMP-SALARY-AMOUNT TO DSP-AUD-SALARY
               MOVE DSP-AUD-SALARY TO WS-AUD-BEFORE
               MOVE AFT-EMP-SALARY-AMOUNT TO DSP-AUD-SALARY
               MOVE DSP-AUD-SALARY TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-STATE NOT = AFT-EMP-STATE
               MOVE "STATE" TO WS-AUD-FIELD
               MOVE BFR-EMP-STATE TO WS-AUD-BEFORE
               MOVE AFT-EMP-STATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-STATUS NOT = AFT-EMP-STATUS
               MOVE "FILING STATUS" TO WS-AUD-FIELD
               MOVE BFR-EMP-STATUS TO WS-AUD-BEFORE
               MOVE AFT-EMP-STATUS TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-ALLOWANCES NOT = AFT-EMP-ALLOWANCES
               MOVE "ALLOWANCES" TO WS-AUD-FIELD
               MOVE BFR-EMP-ALLOWANCES TO WS-AUD-BEFORE
               MOVE AFT-EMP-ALLOWANCES TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-BANK-ROUTING NOT = AFT-EMP-BANK-ROUTING
               MOVE "BANK ROUTING" TO WS-AUD-FIELD
               MOVE BFR-EMP-BANK-ROUTING TO WS-AUD-BEFORE
               MOVE AFT-EMP-BANK-ROUTING TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-BANK-ACCOUNT NOT = AFT-EMP-BANK-ACCOUNT
               MOVE "BANK ACCOUNT" TO WS-AUD-FIELD
               MOVE BFR-EMP-BANK-ACCOUNT TO WS-AUD-BEFORE
               MOVE AFT-EMP-BANK-ACCOUNT TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-DEPT NOT = AFT-EMP-DEPT
               MOVE "DEPARTMENT" TO WS-AUD-FIELD
               MOVE BFR-EMP-DEPT TO WS-AUD-BEFORE
               MOVE AFT-EMP-DEPT TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-ACTIVE-FLAG NOT = AFT-EMP-ACTIVE-FLAG
               MOVE "ACTIVE FLAG" TO WS-AUD-FIELD
               MOVE BFR-EMP-ACTIVE-FLAG TO WS-AUD-BEFORE
               MOVE AFT-EMP-ACTIVE-FLAG TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-DD-HOLD-FLAG NOT = AFT-DD-HOLD-FLAG
               MOVE "DD HOLD FLAG" TO WS-AUD-FIELD
               MOVE BFR-DD-HOLD-FLAG TO WS-AUD-BEFORE
               MOVE AFT-DD-HOLD-FLAG TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           PERFORM WRITE-DEMOGRAPHIC-AUDIT.

      * The trail is permanent and widely read, so an SSN is kept
      * on it only as its last four digits.
       WRITE-DEMOGRAPHIC-AUDIT.
           IF BFR-EMP-SSN NOT = AFT-EMP-SSN
               MOVE "SSN" TO WS-AUD-FIELD
               MOVE SPACES TO WS-AUD-BEFORE
               IF BFR-EMP-SSN NOT = SPACES
                   STRING "XXX-XX-" BFR-EMP-SSN (6:4)
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE
               END-IF
               MOVE SPACES TO WS-AUD-AFTER
               STRING "XXX-XX-" AFT-EMP-SSN (6:4)
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-ADDRESS NOT = AFT-EMP-ADDRESS
               MOVE "HOME ADDRESS" TO WS-AUD-FIELD
               MOVE BFR-EMP-ADDRESS TO WS-AUD-BEFORE
               MOVE AFT-EMP-ADDRESS TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-CITY NOT = AFT-EMP-CITY
               MOVE "HOME CITY" TO WS-AUD-FIELD
               MOVE BFR-EMP-CITY TO WS-AUD-BEFORE
               MOVE AFT-EMP-CITY TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-ADDR-STATE NOT = AFT-EMP-ADDR-STATE
               MOVE "HOME STATE" TO WS-AUD-FIELD
               MOVE BFR-EMP-ADDR-STATE TO WS-AUD-BEFORE
               MOVE AFT-EMP-ADDR-STATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-ZIP NOT = AFT-EMP-ZIP
               MOVE "HOME ZIP" TO WS-AUD-FIELD
               MOVE BFR-EMP-ZIP TO WS-AUD-BEFORE
               MOVE AFT-EMP-ZIP TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-BIRTH-DATE NOT = AFT-EMP-BIRTH-DATE
               MOVE "BIRTH DATE" TO WS-AUD-FIELD
               MOVE BFR-EMP-BIRTH-DATE TO WS-AUD-BEFORE
               MOVE AFT-EMP-BIRTH-DATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF
           IF BFR-EMP-HIRE-DATE NOT = AFT-EMP-HIRE-DATE
               MOVE "HIRE DATE" TO WS-AUD-FIELD
               MOVE BFR-EMP-HIRE-DATE TO WS-AUD-BEFORE
               MOVE AFT-EMP-HIRE-DATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF.

       WRITE-MAINT-AUDIT-ROW.
           IF MNT-ADD
               MOVE SPACES TO WS-AUD-BEFORE
           END-IF
           MOVE WS-CURRENT-DATE TO MAU-RUN-DATE
           MOVE MNT-EMP-ID TO MAU-EMP-ID
           MOVE MNT-ACTION TO MAU-ACTION
           MOVE WS-AUD-FIELD TO MAU-FIELD-NAME
           MOVE WS-AUD-BEFORE TO MAU-BEFORE-VALUE
           MOVE WS-AUD-AFTER TO MAU-AFTER-VALUE
           WRITE MAINT-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-ROW-COUNT.

      * Loads every SSN on the master so an add or change can be
      * refused when the number already belongs to someone else.
      * If the master outgrows the table the check covers only the
      * employees loaded, and the run says so.
       LOAD-SSN-TABLE.
           MOVE ZERO TO WS-SSN-COUNT
           MOVE 'N' TO WS-SSN-FULL-SW
           MOVE 'N' TO WS-SSN-MASTER-EOF
           MOVE ZERO TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SSN-MASTER-EOF
           END-START
           IF WS-SSN-MASTER-EOF NOT = 'Y'
               PERFORM READ-SSN-MASTER-NEXT
           END-IF
           PERFORM LOAD-SSN-ENTRY UNTIL WS-SSN-MASTER-EOF = 'Y'
           IF SSN-TABLE-FULL
               DISPLAY "SSN TABLE FULL AT " WS-SSN-MAX
                       " - DUPLICATE SSN CHECK INCOMPLETE"
           END-IF.

       READ-SSN-MASTER-NEXT.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SSN-MASTER-EOF
           END-READ.

       LOAD-SSN-ENTRY.
           IF MST-EMP-SSN NOT = SPACES
               IF WS-SSN-COUNT < WS-SSN-MAX
                   ADD 1 TO WS-SSN-COUNT
                   MOVE MST-EMP-SSN TO SST-SSN (WS-SSN-COUNT)
                   MOVE MST-EMP-ID TO SST-EMP-ID (WS-SSN-COUNT)
               ELSE
                   MOVE 'Y' TO WS-SSN-FULL-SW
               END-IF
           END-IF
           PERFORM READ-SSN-MASTER-NEXT.

       FIND-SSN-ON-FILE.
           MOVE 'N' TO WS-SSN-FOUND-SW
           MOVE ZERO TO WS-SSN-DUP-EMP-ID
           MOVE 1 TO WS-SSN-SUB
           PERFORM SCAN-SSN-TABLE
               UNTIL WS-SSN-SUB > WS-SSN-COUNT
                  OR SSN-ON-FILE.

       SCAN-SSN-TABLE.
           IF SST-SSN (WS-SSN-SUB) = MNT-EMP-SSN
              AND SST-EMP-ID (WS-SSN-SUB) NOT = MNT-EMP-ID
               MOVE 'Y' TO WS-SSN-FOUND-SW
               MOVE SST-EMP-ID (WS-SSN-SUB) TO WS-SSN-DUP-EMP-ID
           END-IF
           ADD 1 TO WS-SSN-SUB.

      * Keeps the table current so two transactions in one file
      * cannot give the same SSN to different employees.
       RECORD-SSN-ON-TABLE.
           MOVE 'N' TO WS-SSN-EMP-FOUND-SW
           MOVE 1 TO WS-SSN-SUB
           PERFORM SCAN-SSN-TABLE-BY-EMP
               UNTIL WS-SSN-SUB > WS-SSN-COUNT
                  OR SSN-EMP-ON-TABLE
           IF SSN-EMP-ON-TABLE
               MOVE MNT-EMP-SSN TO SST-SSN (WS-SSN-SUB)
           ELSE
               IF WS-SSN-COUNT < WS-SSN-MAX
                   ADD 1 TO WS-SSN-COUNT
                   MOVE MNT-EMP-SSN TO SST-SSN (WS-SSN-COUNT)
                   MOVE MNT-EMP-ID TO SST-EMP-ID (WS-SSN-COUNT)
               ELSE
                   MOVE 'Y' TO WS-SSN-FULL-SW
               END-IF
           END-IF.

       SCAN-SSN-TABLE-BY-EMP.
           IF SST-EMP-ID (WS-SSN-SUB) = MNT-EMP-ID
               MOVE 'Y' TO WS-SSN-EMP-FOUND-SW
           ELSE
               ADD 1 TO WS-SSN-SUB
           END-IF.

      * One W4 row on the work state's new-hire file, taken from
      * the master as the transaction left it.
       WRITE-NEW-HIRE-REPORT.
           MOVE SPACES TO WS-NEW-HIRE-FILE-NAME
           STRING "new-hire-" AFT-EMP-STATE ".dat"
               DELIMITED BY SIZE INTO WS-NEW-HIRE-FILE-NAME
           OPEN EXTEND NEW-HIRE-FILE
           IF NOT NEW-HIRE-FILE-OK
               OPEN OUTPUT NEW-HIRE-FILE
           END-IF
           MOVE SPACES TO NEW-HIRE-RECORD
           MOVE "W4" TO NHR-RECORD-ID
           MOVE AFT-EMP-SSN TO NHR-EMP-SSN
           MOVE AFT-EMP-NAME TO NHR-EMP-NAME
           MOVE AFT-EMP-ADDRESS TO NHR-EMP-ADDRESS
           MOVE AFT-EMP-CITY TO NHR-EMP-CITY
           MOVE AFT-EMP-ADDR-STATE TO NHR-EMP-ADDR-STATE
           MOVE AFT-EMP-ZIP TO NHR-EMP-ZIP
           MOVE AFT-EMP-BIRTH-DATE TO NHR-EMP-BIRTH-DATE
           MOVE AFT-EMP-HIRE-DATE TO NHR-EMP-HIRE-DATE
           MOVE AFT-EMP-STATE TO NHR-STATE-OF-HIRE
           IF MNT-ADD
               MOVE 'N' TO NHR-HIRE-TYPE
           ELSE
               MOVE 'R' TO NHR-HIRE-TYPE
           END-IF
           MOVE EMPLOYER-FEIN TO NHR-EMPLOYER-FEIN
           MOVE EMPLOYER-NAME TO NHR-EMPLOYER-NAME
           MOVE EMPLOYER-ADDRESS TO NHR-EMPLOYER-ADDRESS
           MOVE EMPLOYER-CITY TO NHR-EMPLOYER-CITY
           MOVE EMPLOYER-STATE TO NHR-EMPLOYER-STATE
           MOVE EMPLOYER-ZIP TO NHR-EMPLOYER-ZIP
           MOVE WS-CURRENT-DATE TO NHR-REPORT-DATE
           WRITE NEW-HIRE-RECORD
           CLOSE NEW-HIRE-FILE
           ADD 1 TO WS-NEW-HIRE-COUNT.

      * A change that moved the rate or salary with an effective
      * date before today queues the employee for the retro pass
      * and leaves the date on the audit trail beside the rate
      * rows. An effective date of today is just the change itself.
       QUEUE-RETRO-REQUEST.
           IF MNT-EFFECTIVE-DATE-N < WS-CURRENT-DATE
              AND (BFR-EMP-HOURLY-RATE NOT = AFT-EMP-HOURLY-RATE
                OR BFR-EMP-SALARY-AMOUNT NOT = AFT-EMP-SALARY-AMOUNT)
               MOVE MNT-EMP-ID TO RRQ-EMP-ID
               MOVE MNT-EFFECTIVE-DATE-N TO RRQ-EFFECTIVE-DATE
               MOVE WS-CURRENT-DATE TO RRQ-RUN-DATE
               MOVE BFR-EMP-HOURLY-RATE TO RRQ-OLD-RATE
               MOVE AFT-EMP-HOURLY-RATE TO RRQ-NEW-RATE
               MOVE BFR-EMP-SALARY-AMOUNT TO RRQ-OLD-SALARY
               MOVE AFT-EMP-SALARY-AMOUNT TO RRQ-NEW-SALARY
               WRITE RETRO-REQUEST-RECORD
               ADD 1 TO WS-RETRO-QUEUED-COUNT
               MOVE "RATE EFF DATE" TO WS-AUD-FIELD
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE MNT-EFFECTIVE-DATE TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT-ROW
           END-IF.

      * Maintenance change-history report. Takes an optional
      * zero-padded 5-digit employee id and an optional pair of
      * 8-digit run dates (from, then to) - the same tokens the stub
      * reprint takes - and lists every audit row that matches to
      * maint-audit-report.txt. No employee id lists all employees.
       RUN-MAINT-AUDIT-REPORT.
           MOVE WS-COMMAND-TOKEN-1 TO WS-RPT-TOKEN
           PERFORM CLASSIFY-REPRINT-TOKEN
           MOVE WS-COMMAND-TOKEN-2 TO WS-RPT-TOKEN
           PERFORM CLASSIFY-REPRINT-TOKEN
           MOVE WS-COMMAND-TOKEN-3 TO WS-RPT-TOKEN
           PERFORM CLASSIFY-REPRINT-TOKEN
           MOVE WS-COMMAND-TOKEN-4 TO WS-RPT-TOKEN
           PERFORM CLASSIFY-REPRINT-TOKEN
           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY "MAINTENANCE-AUDIT.DAT NOT AVAILABLE - "
                       "STATUS " WS-AUDIT-STATUS
           ELSE
               OPEN OUTPUT MAINT-AUDIT-REPORT-FILE
               PERFORM PRINT-MAINT-AUDIT-HEADING
               PERFORM READ-MAINT-AUDIT
               PERFORM SELECT-MAINT-AUDIT-ROW
                   UNTIL WS-AUDIT-EOF = 'Y'
               WRITE MAINT-AUDIT-REPORT-LINE FROM SEPARATOR-LINE
               MOVE SPACES TO MAINT-AUDIT-REPORT-LINE
               STRING "CHANGES LISTED: " WS-AUDIT-SELECT-COUNT
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REPORT-LINE
               WRITE MAINT-AUDIT-REPORT-LINE
               CLOSE MAINT-AUDIT-REPORT-FILE
               CLOSE MAINT-AUDIT-FILE
               DISPLAY "Maintenance changes listed: "
                       WS-AUDIT-SELECT-COUNT
               DISPLAY "Output saved to maint-audit-report.txt"
           END-IF.

       PRINT-MAINT-AUDIT-HEADING.
           WRITE MAINT-AUDIT-REPORT-LINE FROM SEPARATOR-LINE
           MOVE "EMPLOYEE MASTER CHANGE HISTORY"
               TO MAINT-AUDIT-REPORT-LINE
           WRITE MAINT-AUDIT-REPORT-LINE
           MOVE SPACES TO MAINT-AUDIT-REPORT-LINE
           IF WS-RPT-EMP-ID = ZERO
               STRING "EMPLOYEE: ALL"
                      "    RUN DATES: " WS-RPT-FROM-DATE
                      " THRU " WS-RPT-TO-DATE
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REPORT-LINE
           ELSE
               STRING "EMPLOYEE: " WS-RPT-EMP-ID
                      "    RUN DATES: " WS-RPT-FROM-DATE
                      " THRU " WS-RPT-TO-DATE
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REPORT-LINE
           END-IF
           WRITE MAINT-AUDIT-REPORT-LINE
           WRITE MAINT-AUDIT-REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO MAINT-AUDIT-REPORT-LINE
           STRING "RUN DATE  EMPID ACTION     FIELD          "
                  "BEFORE                         "
                  "AFTER"
               DELIMITED BY SIZE INTO MAINT-AUDIT-REPORT-LINE
           WRITE MAINT-AUDIT-REPORT-LINE.

       READ-MAINT-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.

       SELECT-MAINT-AUDIT-ROW.
           IF (WS-RPT-EMP-ID = ZERO OR MAU-EMP-ID = WS-RPT-EMP-ID)
              AND MAU-RUN-DATE NOT < WS-RPT-FROM-DATE
              AND MAU-RUN-DATE NOT > WS-RPT-TO-DATE
               ADD 1 TO WS-AUDIT-SELECT-COUNT
               PERFORM PRINT-MAINT-AUDIT-LINE
           END-IF
           PERFORM READ-MAINT-AUDIT.

       PRINT-MAINT-AUDIT-LINE.
           EVALUATE MAU-ACTION
               WHEN 'A'
                   MOVE "ADD" TO WS-AUD-ACTION-DESC
               WHEN 'C'
                   MOVE "CHANGE" TO WS-AUD-ACTION-DESC
               WHEN 'T'
                   MOVE "TERMINATE" TO WS-AUD-ACTION-DESC
               WHEN 'R'
                   MOVE "REACTIVATE" TO WS-AUD-ACTION-DESC
               WHEN OTHER
                   MOVE MAU-ACTION TO WS-AUD-ACTION-DESC
           END-EVALUATE
           MOVE SPACES TO MAINT-AUDIT-REPORT-LINE
           STRING MAU-RUN-DATE "  " MAU-EMP-ID " "
                  WS-AUD-ACTION-DESC " " MAU-FIELD-NAME " "
                  MAU-BEFORE-VALUE " " MAU-AFTER-VALUE
               DELIMITED BY SIZE INTO MAINT-AUDIT-REPORT-LINE
           WRITE MAINT-AUDIT-REPORT-LINE.

      * ACH return processing. The bank's return file and the
      * direct-deposit file both sort by trace number and amount,
      * and a single merge pass matches them - no in-memory deposit
               DISPLAY "Checks reissued: " WS-REISSUED-COUNT
               DISPLAY "Requests rejected: " WS-VOID-REJECT-COUNT
               DISPLAY "Report saved to void-stop-report.txt"
               PERFORM BUILD-POSITIVE-PAY-FILE
           END-IF.

      * One pass over the register serves two needs: carry the check
           ADD 1 TO WS-CHECKS-PRINTED
           ADD 1 TO WS-REISSUED-COUNT.

      * Positive pay. The bank pays a presented check only if it
      * matches an issue item we sent, so every check this system
      * cuts or voids has to reach the bank before it can clear.
      * The register is an append-only journal; the control file
      * keeps, one row per file sent, how many register rows the
      * file covered, and each build sends only the rows past the
      * last mark. I (issued) and R (replacement) rows go as issue
      * items, V rows as voids; a V row with a negative amount is a
      * reversal that never printed a check and is not sent, and X
      * (cleared) rows are the bank's own news. Built at the end of
      * every pay run and every check-void run, so an interrupted
      * run's checks go out with the next file. The file and its
      * confirmation report are appended, a batch per build, so a
      * check-void run ahead of transmission cannot overwrite the
      * pay run's items after the mark has moved past them.
       BUILD-POSITIVE-PAY-FILE.
           PERFORM LOAD-POSITIVE-PAY-MARK
           MOVE ZERO TO WS-PP-ROW-COUNT
           MOVE ZERO TO WS-PP-ISSUE-COUNT
           MOVE ZERO TO WS-PP-ISSUE-TOTAL
           MOVE ZERO TO WS-PP-VOID-COUNT
           MOVE ZERO TO WS-PP-VOID-TOTAL
           MOVE ZERO TO WS-PP-ITEM-COUNT
           MOVE ZERO TO WS-PP-ITEM-TOTAL
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT CHECK-REGISTER-FILE
           IF NOT REGISTER-OK
               DISPLAY "CHECK-REGISTER.DAT NOT AVAILABLE - POSITIVE "
                       "PAY FILE NOT BUILT"
           ELSE
               OPEN EXTEND POSITIVE-PAY-FILE
               IF NOT PP-FILE-OK
                   OPEN OUTPUT POSITIVE-PAY-FILE
               END-IF
               OPEN EXTEND POSITIVE-PAY-REPORT-FILE
               IF NOT PP-REPORT-OK
                   OPEN OUTPUT POSITIVE-PAY-REPORT-FILE
               END-IF
               PERFORM PRINT-POSITIVE-PAY-HEADING
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE 'H' TO PPF-RECORD-TYPE
               MOVE WS-PP-ACCOUNT-NUMBER TO PPF-HDR-ACCOUNT
               MOVE WS-CURRENT-DATE TO PPF-HDR-FILE-DATE
               WRITE POSITIVE-PAY-RECORD
               PERFORM READ-REGISTER-FOR-POSITIVE-PAY
               PERFORM SELECT-POSITIVE-PAY-ITEM
                   UNTIL WS-REGISTER-EOF = 'Y'
               CLOSE CHECK-REGISTER-FILE
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE 'T' TO PPF-RECORD-TYPE
               MOVE WS-PP-ACCOUNT-NUMBER TO PPF-TRL-ACCOUNT
               MOVE WS-PP-ITEM-COUNT TO PPF-TRL-ITEM-COUNT
               MOVE WS-PP-ITEM-TOTAL TO PPF-TRL-TOTAL-AMOUNT
               WRITE POSITIVE-PAY-RECORD
               PERFORM PRINT-POSITIVE-PAY-TOTALS
               CLOSE POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-REPORT-FILE
               PERFORM APPEND-POSITIVE-PAY-MARK
               DISPLAY "Positive pay items: " WS-PP-ITEM-COUNT
                       " (see positive-pay.dat and "
                       "positive-pay-report.txt)"
           END-IF.

      * The highest mark on file wins, so a control row appended out
      * of order cannot make the next file resend old items.
       LOAD-POSITIVE-PAY-MARK.
           MOVE ZERO TO WS-PP-ROWS-SENT
           MOVE ZERO TO WS-PP-LAST-SENT-DATE
           MOVE 'N' TO WS-PP-CTL-EOF
           OPEN INPUT POSITIVE-PAY-CONTROL-FILE
           IF PP-CONTROL-OK
               PERFORM READ-POSITIVE-PAY-CONTROL
                   UNTIL WS-PP-CTL-EOF = 'Y'
               CLOSE POSITIVE-PAY-CONTROL-FILE
           END-IF.

       READ-POSITIVE-PAY-CONTROL.
           READ POSITIVE-PAY-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-PP-CTL-EOF
               NOT AT END
                   IF PPC-REGISTER-ROWS > WS-PP-ROWS-SENT
                       MOVE PPC-REGISTER-ROWS TO WS-PP-ROWS-SENT
                       MOVE PPC-SENT-DATE TO WS-PP-LAST-SENT-DATE
                   END-IF
           END-READ.

       READ-REGISTER-FOR-POSITIVE-PAY.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'Y' TO WS-REGISTER-EOF
           END-READ.

       SELECT-POSITIVE-PAY-ITEM.
           ADD 1 TO WS-PP-ROW-COUNT
           IF WS-PP-ROW-COUNT > WS-PP-ROWS-SENT
               EVALUATE TRUE
                   WHEN CKR-ISSUED OR CKR-REISSUED
                       MOVE 'I' TO WS-PP-ITEM-TYPE
                       PERFORM WRITE-POSITIVE-PAY-ITEM
                       ADD 1 TO WS-PP-ISSUE-COUNT
                       ADD CKR-AMOUNT TO WS-PP-ISSUE-TOTAL
                   WHEN CKR-VOID AND CKR-AMOUNT NOT < ZERO
                       MOVE 'V' TO WS-PP-ITEM-TYPE
                       PERFORM WRITE-POSITIVE-PAY-ITEM
                       ADD 1 TO WS-PP-VOID-COUNT
                       ADD CKR-AMOUNT TO WS-PP-VOID-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-REGISTER-FOR-POSITIVE-PAY.

       WRITE-POSITIVE-PAY-ITEM.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'D' TO PPF-RECORD-TYPE
           MOVE WS-PP-ACCOUNT-NUMBER TO PPF-ACCOUNT
           MOVE CKR-CHECK-NUMBER TO PPF-CHECK-NUMBER
           MOVE CKR-PAY-DATE TO PPF-ISSUE-DATE
           MOVE CKR-AMOUNT TO PPF-AMOUNT
           MOVE CKR-EMP-NAME TO PPF-PAYEE-NAME
           MOVE WS-PP-ITEM-TYPE TO PPF-ISSUE-VOID
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-ITEM-COUNT
           ADD CKR-AMOUNT TO WS-PP-ITEM-TOTAL
           MOVE CKR-AMOUNT TO DSP-PP-AMOUNT
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           IF WS-PP-ITEM-TYPE = 'I'
               STRING CKR-CHECK-NUMBER "  ISSUE  " CKR-PAY-DATE "  "
                      DSP-PP-AMOUNT "  " CKR-EMP-NAME
                   DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           ELSE
               STRING CKR-CHECK-NUMBER "  VOID   " CKR-PAY-DATE "  "
                      DSP-PP-AMOUNT "  " CKR-EMP-NAME
                   DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           END-IF
           WRITE POSITIVE-PAY-REPORT-LINE.

       APPEND-POSITIVE-PAY-MARK.
           IF WS-PP-ROW-COUNT < WS-PP-ROWS-SENT
               DISPLAY "CHECK REGISTER HAS " WS-PP-ROW-COUNT
                       " ROWS BUT " WS-PP-ROWS-SENT
                       " WERE ALREADY SENT - REGISTER WAS REPLACED,"
                       " REVIEW BEFORE TRANSMITTING"
           ELSE
               MOVE WS-CURRENT-DATE TO PPC-SENT-DATE
               MOVE WS-PP-ROW-COUNT TO PPC-REGISTER-ROWS
               MOVE WS-PP-ITEM-COUNT TO PPC-ITEM-COUNT
               MOVE WS-PP-ITEM-TOTAL TO PPC-ITEM-TOTAL
               MOVE WS-RUN-OPTION TO PPC-RUN-MODE
               OPEN EXTEND POSITIVE-PAY-CONTROL-FILE
               IF NOT PP-CONTROL-OK
                   OPEN OUTPUT POSITIVE-PAY-CONTROL-FILE
               END-IF
               WRITE POSITIVE-PAY-CONTROL-RECORD
               CLOSE POSITIVE-PAY-CONTROL-FILE
           END-IF.

       PRINT-POSITIVE-PAY-HEADING.
           WRITE POSITIVE-PAY-REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "POSITIVE PAY ISSUE FILE CONFIRMATION - ACCOUNT "
                  WS-PP-ACCOUNT-NUMBER "  FILE DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "REGISTER ROWS ALREADY SENT: " WS-PP-ROWS-SENT
                  "  LAST FILE DATE: " WS-PP-LAST-SENT-DATE
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "CHECK NO  TYPE   ISSUE DT            AMOUNT  PAYEE"
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE.

       PRINT-POSITIVE-PAY-TOTALS.
           IF WS-PP-ITEM-COUNT = ZERO
               MOVE "  NO NEW OR CHANGED CHECKS - NOTHING TO TRANSMIT"
                   TO POSITIVE-PAY-REPORT-LINE
               WRITE POSITIVE-PAY-REPORT-LINE
           END-IF
           WRITE POSITIVE-PAY-REPORT-LINE FROM SEPARATOR-LINE
           MOVE WS-PP-ISSUE-COUNT TO DSP-RCN-COUNT
           MOVE WS-PP-ISSUE-TOTAL TO DSP-RCN-AMOUNT
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "ISSUE ITEMS:  " DSP-RCN-COUNT "  " DSP-RCN-AMOUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           MOVE WS-PP-VOID-COUNT TO DSP-RCN-COUNT
           MOVE WS-PP-VOID-TOTAL TO DSP-RCN-AMOUNT
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "VOID ITEMS:   " DSP-RCN-COUNT "  " DSP-RCN-AMOUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           MOVE WS-PP-ITEM-COUNT TO DSP-RCN-COUNT
           MOVE WS-PP-ITEM-TOTAL TO DSP-RCN-AMOUNT
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "FILE TRAILER: " DSP-RCN-COUNT "  " DSP-RCN-AMOUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
           STRING "REGISTER ROWS NOW SENT: " WS-PP-ROW-COUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           MOVE "AGREE ITEM COUNT AND TOTAL TO THE BANK ACKNOWLEDGMENT"
               TO POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE
           WRITE POSITIVE-PAY-REPORT-LINE FROM SEPARATOR-LINE.

      * Time-clock front end. Reads the raw punch export from the
      * clocks (employee id, date, in time, out time, work state),
      * sorts it, rounds each paired shift to the nearest quarter
      * hour, writes unpaired or garbled punches to an exception
      * report, totals the hours per employee and work state for the
      * pay period, and builds a fully
      * controlled H/D/T batch that the normal pay-run validation
      * consumes unchanged. The batch pay date comes from an 8-digit
      * token on the command line, or defaults to the run date.
      * nothing) gets no hours record at all - a zero-hours D row
      * would sail through validation and pay $0.00. The exception
      * report carries the story; the trailer controls only cover
      * records actually written. Hours are written per day and work
      * state from the punches: each change of date or state closes
      * off a dated D row, which the pay run's daily overtime rules
      * work from, and the pay run folds rows for the same state
      * back together.
       BUILD-TIMECLOCK-EMPLOYEE.
           MOVE PSF-EMP-ID TO WS-TC-CUR-EMP-ID
           MOVE ZERO TO WS-TC-EMP-HOURS
           MOVE ZERO TO WS-TC-STATE-HOURS
           MOVE PSF-WORK-STATE TO WS-TC-CUR-STATE
           MOVE PSF-DATE TO WS-TC-CUR-DATE
           PERFORM APPLY-PUNCH-TO-EMPLOYEE
           PERFORM APPLY-PUNCH-TO-EMPLOYEE
               UNTIL WS-PUNCH-EOF = 'Y'
                       WS-TC-CUR-EMP-ID
                       " - NO HOURS RECORD WRITTEN"
           ELSE
               PERFORM WRITE-TIMECLOCK-DETAIL
           END-IF.

       WRITE-TIMECLOCK-DETAIL.
           IF WS-TC-STATE-HOURS NOT = ZERO
               MOVE 'D' TO TCB-RECORD-TYPE
               MOVE SPACES TO TCB-DETAIL-FIELDS
               MOVE WS-TC-CUR-EMP-ID TO TCB-EMP-ID
               MOVE WS-TC-STATE-HOURS TO TCB-EMP-HOURS
               MOVE ZERO TO TCB-ORIG-PAY-DATE
               MOVE WS-TC-CUR-STATE TO TCB-WORK-STATE
               MOVE WS-TC-CUR-DATE TO TCB-WORK-DATE
               WRITE TIMECLOCK-BATCH-RECORD
               ADD 1 TO WS-TC-DETAIL-COUNT
               ADD WS-TC-STATE-HOURS TO WS-TC-HOURS-HASH
               MOVE ZERO TO WS-TC-STATE-HOURS
           END-IF.

       APPLY-PUNCH-TO-EMPLOYEE.
               - (WS-TC-IN-HH * 60 + WS-TC-IN-MM)
           COMPUTE WS-TC-QUARTERS = (WS-TC-MINUTES + 7) / 15
           COMPUTE WS-TC-SHIFT-HOURS = WS-TC-QUARTERS * 0.25
           IF PSF-WORK-STATE NOT = WS-TC-CUR-STATE
              OR PSF-DATE NOT = WS-TC-CUR-DATE
               PERFORM WRITE-TIMECLOCK-DETAIL
               MOVE PSF-WORK-STATE TO WS-TC-CUR-STATE
               MOVE PSF-DATE TO WS-TC-CUR-DATE
           END-IF
           ADD WS-TC-SHIFT-HOURS TO WS-TC-EMP-HOURS
           ADD WS-TC-SHIFT-HOURS TO WS-TC-STATE-HOURS.

       WRITE-PUNCH-EXCEPTION.
           MOVE SPACES TO PUNCH-EXCEPTIONS-LINE
                  DELIMITED BY SIZE INTO PUNCH-EXCEPTIONS-LINE
           WRITE PUNCH-EXCEPTIONS-LINE.

      * Retroactive pay pass. Loads the back-dated rate and salary
      * changes maintenance queued in retro-request.dat, then
      * recalculates every pay-history period paid on or after each
      * change's effective date at the new rate: hourly periods from
      * the regular, overtime and double time hours the period was
      * paid on, salaried periods at the new period salary. The period
      * governed by an employee's latest effective date not after
      * the pay date is the one recalculated, so two changes in a
      * row each price their own stretch of periods. Every period
      * with a difference goes on retro-worksheet.txt (old pay, new
      * pay, difference); each employee's net amount owed becomes a
      * code 'R' earnings row in retro-batch.dat, a complete batch in
      * the employee-data.dat layout that can be run on its own or
      * spliced into the next regular batch. The pay date on the
      * batch header comes from an 8-digit token, else the run date.
      * A net overpayment is shown on the worksheet but not written:
      * negative earnings go through a correction run. The request
      * queue is emptied once the batch is built.
       RUN-RETRO-CALCULATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-COMMAND-TOKEN-1 (1:8) IS NUMERIC
              AND WS-COMMAND-TOKEN-1 (9:12) = SPACES
               MOVE WS-COMMAND-TOKEN-1 (1:8) TO WS-RETRO-PAY-DATE
           END-IF
           IF WS-COMMAND-TOKEN-2 (1:8) IS NUMERIC
              AND WS-COMMAND-TOKEN-2 (9:12) = SPACES
               MOVE WS-COMMAND-TOKEN-2 (1:8) TO WS-RETRO-PAY-DATE
           END-IF
           IF WS-COMMAND-TOKEN-3 (1:8) IS NUMERIC
              AND WS-COMMAND-TOKEN-3 (9:12) = SPACES
               MOVE WS-COMMAND-TOKEN-3 (1:8) TO WS-RETRO-PAY-DATE
           END-IF
           IF WS-RETRO-PAY-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-RETRO-PAY-DATE
           END-IF
           OPEN INPUT RETRO-REQUEST-FILE
           IF NOT RETRO-REQ-FILE-OK
               DISPLAY "RETRO-REQUEST.DAT NOT AVAILABLE - STATUS "
                       WS-RETRO-REQ-STATUS
           ELSE
               PERFORM READ-RETRO-REQUEST
               PERFORM LOAD-RETRO-REQUEST-ENTRY
                   UNTIL WS-RETRO-REQ-EOF = 'Y'
               CLOSE RETRO-REQUEST-FILE
               EVALUATE TRUE
                   WHEN RETRO-TABLE-OVERFLOW
                       DISPLAY "RETRO REQUEST TABLE FULL AT "
                               WS-RETRO-REQ-MAX
                               " ENTRIES -- NOTHING CALCULATED, "
                               "RETRO-REQUEST.DAT LEFT IN PLACE"
                   WHEN WS-RETRO-REQ-COUNT = ZERO
                       DISPLAY "NO RETRO REQUESTS QUEUED - NOTHING "
                               "TO CALCULATE"
                   WHEN OTHER
                       PERFORM BUILD-RETRO-BATCH
               END-EVALUATE
           END-IF.

       READ-RETRO-REQUEST.
           READ RETRO-REQUEST-FILE
               AT END MOVE 'Y' TO WS-RETRO-REQ-EOF
           END-READ.

       LOAD-RETRO-REQUEST-ENTRY.
           IF WS-RETRO-REQ-COUNT >= WS-RETRO-REQ-MAX
               MOVE 'Y' TO WS-RETRO-OVERFLOW-SW
               MOVE 'Y' TO WS-RETRO-REQ-EOF
           ELSE
               ADD 1 TO WS-RETRO-REQ-COUNT
               MOVE RRQ-EMP-ID TO RRT-EMP-ID (WS-RETRO-REQ-COUNT)
               MOVE RRQ-EFFECTIVE-DATE TO
                   RRT-EFFECTIVE-DATE (WS-RETRO-REQ-COUNT)
               MOVE RRQ-OLD-RATE TO RRT-OLD-RATE (WS-RETRO-REQ-COUNT)
               MOVE RRQ-NEW-RATE TO RRT-NEW-RATE (WS-RETRO-REQ-COUNT)
               MOVE RRQ-OLD-SALARY TO
                   RRT-OLD-SALARY (WS-RETRO-REQ-COUNT)
               MOVE RRQ-NEW-SALARY TO
                   RRT-NEW-SALARY (WS-RETRO-REQ-COUNT)
               PERFORM READ-RETRO-REQUEST
           END-IF.

       BUILD-RETRO-BATCH.
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "PAY-HISTORY.DAT NOT AVAILABLE - STATUS "
                       WS-HISTORY-STATUS
                       " -- RETRO-REQUEST.DAT LEFT IN PLACE"
           ELSE
               CLOSE PAY-HISTORY-FILE
               MOVE 'N' TO WS-MASTER-OPEN-SW
               PERFORM OPEN-MASTER-FILE
               IF MASTER-OK
                   MOVE 'Y' TO WS-MASTER-OPEN-SW
               ELSE
                   DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - RETRO "
                           "WORKSHEET WRITTEN WITHOUT EMPLOYEE NAMES"
               END-IF
               SORT RETRO-SORT-FILE
                   ON ASCENDING KEY RTS-EMP-ID
                   ON ASCENDING KEY RTS-PAY-DATE
                   INPUT PROCEDURE IS SELECT-RETRO-HISTORY
                   GIVING RETRO-SORTED-FILE
               OPEN INPUT RETRO-SORTED-FILE
               OPEN OUTPUT RETRO-WORKSHEET-FILE
               OPEN OUTPUT RETRO-BATCH-FILE
               PERFORM PRINT-RETRO-HEADING
               MOVE 'H' TO RTB-RECORD-TYPE
               MOVE SPACES TO RTB-EARNING-FIELDS
               MOVE WS-RETRO-PAY-DATE TO RTB-BATCH-PAY-DATE
               WRITE RETRO-BATCH-RECORD
               MOVE 'N' TO WS-RETRO-SORTED-EOF
               PERFORM READ-RETRO-SORTED
               PERFORM PROCESS-RETRO-EMPLOYEE
                   UNTIL WS-RETRO-SORTED-EOF = 'Y'
               MOVE 'T' TO RTB-RECORD-TYPE
               MOVE SPACES TO RTB-EARNING-FIELDS
               MOVE WS-RETRO-ROW-COUNT TO RTB-TRL-RECORD-COUNT
               MOVE ZERO TO RTB-TRL-HOURS-HASH
               WRITE RETRO-BATCH-RECORD
               PERFORM PRINT-RETRO-TOTALS
               CLOSE RETRO-SORTED-FILE
               CLOSE RETRO-WORKSHEET-FILE
               CLOSE RETRO-BATCH-FILE
               IF WS-MASTER-OPEN-SW = 'Y'
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               OPEN OUTPUT RETRO-REQUEST-FILE
               CLOSE RETRO-REQUEST-FILE
               DISPLAY "Retro pay calculation complete for pay date "
                       WS-RETRO-PAY-DATE
               DISPLAY "Retro requests processed: " WS-RETRO-REQ-COUNT
               DISPLAY "Periods recalculated: " WS-RETRO-PERIOD-COUNT
               DISPLAY "Retro earnings rows written: "
                       WS-RETRO-ROW-COUNT
               IF WS-RETRO-NO-DETAIL-COUNT > ZERO
                   DISPLAY "RETRO: " WS-RETRO-NO-DETAIL-COUNT
                           " HISTORY ROW(S) WITH NO RATE DETAIL "
                           "SKIPPED"
               END-IF
               DISPLAY "Batch saved to retro-batch.dat"
               DISPLAY "Worksheet saved to retro-worksheet.txt"
           END-IF.

       SELECT-RETRO-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAY-HISTORY-RECORD
           PERFORM RELEASE-RETRO-HISTORY
               UNTIL WS-HISTORY-EOF = 'Y'
           CLOSE PAY-HISTORY-FILE.

       RELEASE-RETRO-HISTORY.
           MOVE ZERO TO WS-RETRO-PICK
           MOVE 1 TO WS-RETRO-SUB
           PERFORM SCAN-RETRO-REQUEST-TABLE
               UNTIL WS-RETRO-SUB > WS-RETRO-REQ-COUNT
           IF WS-RETRO-PICK NOT = ZERO
               IF PH-RATE-DETAIL = SPACES
                   ADD 1 TO WS-RETRO-NO-DETAIL-COUNT
               ELSE
                   PERFORM RECALCULATE-RETRO-PERIOD
               END-IF
           END-IF
           PERFORM READ-PAY-HISTORY-RECORD.

      * Picks the request whose effective date is the latest one on
      * or before this period's pay date; on a tie the one keyed
      * later wins.
       SCAN-RETRO-REQUEST-TABLE.
           IF RRT-EMP-ID (WS-RETRO-SUB) = PH-EMP-ID
              AND RRT-EFFECTIVE-DATE (WS-RETRO-SUB) NOT > PH-PAY-DATE
               IF WS-RETRO-PICK = ZERO
                   MOVE WS-RETRO-SUB TO WS-RETRO-PICK
               ELSE
                   IF RRT-EFFECTIVE-DATE (WS-RETRO-SUB) NOT <
                      RRT-EFFECTIVE-DATE (WS-RETRO-PICK)
                       MOVE WS-RETRO-SUB TO WS-RETRO-PICK
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-RETRO-SUB.

      * Old pay is what the period actually paid as regular and
      * overtime; new pay reprices the same hours the way
      * CALCULATE-PAY does. A period already paid at the new rate
      * nets to zero and is left off.
       RECALCULATE-RETRO-PERIOD.
           MOVE PH-EMP-ID TO RTS-EMP-ID
           MOVE PH-PAY-DATE TO RTS-PAY-DATE
           MOVE PH-RUN-MODE TO RTS-RUN-MODE
           MOVE PH-PAY-TYPE TO RTS-PAY-TYPE
           MOVE PH-REGULAR-HOURS TO RTS-REG-HOURS
           MOVE PH-OVERTIME-HOURS TO RTS-OT-HOURS
           COMPUTE RTS-OLD-PAY = PH-REGULAR-PAY + PH-OVERTIME-PAY
      * Double time reprices with the base rate; the regular-rate
      * adjustment comes from shift differential and commission,
      * not the base rate, so it is left as paid.
           MOVE ZERO TO WS-RETRO-NEW-DT
           IF PH-PREMIUM-DETAIL NOT = SPACES
               ADD PH-DOUBLE-TIME-PAY TO RTS-OLD-PAY
           END-IF
           MOVE ZERO TO RTS-DIFFERENCE
           IF PH-PAY-TYPE = 'S'
               IF RRT-NEW-SALARY (WS-RETRO-PICK) NOT =
                  RRT-OLD-SALARY (WS-RETRO-PICK)
                  AND PH-REGULAR-PAY NOT = ZERO
                   MOVE PH-SALARY-AMOUNT TO RTS-OLD-BASIS
                   MOVE RRT-NEW-SALARY (WS-RETRO-PICK)
                       TO RTS-NEW-BASIS
      * A final-pay period pays only part of the salary (prorated
      * by hours), so the new salary is scaled by the fraction the
      * period actually paid; the scale carries a correction's sign.
                   IF PH-SALARY-AMOUNT NOT = ZERO
                       COMPUTE RTS-NEW-PAY ROUNDED =
                           RRT-NEW-SALARY (WS-RETRO-PICK)
                           * PH-REGULAR-PAY / PH-SALARY-AMOUNT
                   ELSE
                       MOVE RRT-NEW-SALARY (WS-RETRO-PICK)
                           TO RTS-NEW-PAY
                   END-IF
                   COMPUTE RTS-DIFFERENCE = RTS-NEW-PAY - RTS-OLD-PAY
               END-IF
           ELSE
               IF RRT-NEW-RATE (WS-RETRO-PICK) NOT =
                  RRT-OLD-RATE (WS-RETRO-PICK)
                   MOVE PH-HOURLY-RATE TO RTS-OLD-BASIS
                   MOVE RRT-NEW-RATE (WS-RETRO-PICK) TO RTS-NEW-BASIS
                   COMPUTE WS-RETRO-NEW-REG = PH-REGULAR-HOURS
                       * RRT-NEW-RATE (WS-RETRO-PICK)
                   COMPUTE WS-RETRO-NEW-OT = PH-OVERTIME-HOURS
                       * RRT-NEW-RATE (WS-RETRO-PICK) * 1.5
                   IF PH-PREMIUM-DETAIL NOT = SPACES
                       COMPUTE WS-RETRO-NEW-DT = PH-DOUBLE-TIME-HOURS
                           * RRT-NEW-RATE (WS-RETRO-PICK) * 2
                   END-IF
                   COMPUTE RTS-NEW-PAY = WS-RETRO-NEW-REG
                       + WS-RETRO-NEW-OT + WS-RETRO-NEW-DT
                   COMPUTE RTS-DIFFERENCE = RTS-NEW-PAY - RTS-OLD-PAY
               END-IF
           END-IF
           IF RTS-DIFFERENCE NOT = ZERO
               RELEASE RETRO-SORT-RECORD
           END-IF.

       READ-RETRO-SORTED.
           READ RETRO-SORTED-FILE
               AT END MOVE 'Y' TO WS-RETRO-SORTED-EOF
           END-READ.

       PROCESS-RETRO-EMPLOYEE.
           MOVE RSF-EMP-ID TO WS-RETRO-CUR-EMP
           MOVE ZERO TO WS-RETRO-EMP-TOTAL
           MOVE ZERO TO WS-RETRO-EMP-PERIODS
           ADD 1 TO WS-RETRO-EMP-COUNT
           MOVE SPACES TO MST-EMP-NAME
           IF WS-MASTER-OPEN-SW = 'Y'
               MOVE WS-RETRO-CUR-EMP TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MST-EMP-NAME
               END-READ
           END-IF
           WRITE RETRO-WORKSHEET-LINE FROM BLANK-LINE
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "EMPLOYEE " WS-RETRO-CUR-EMP "  " MST-EMP-NAME
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE
           PERFORM PRINT-RETRO-PERIOD
           PERFORM PRINT-RETRO-PERIOD
               UNTIL WS-RETRO-SORTED-EOF = 'Y'
                  OR RSF-EMP-ID NOT = WS-RETRO-CUR-EMP
           MOVE WS-RETRO-EMP-TOTAL TO DSP-RETRO-DIFF
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "  NET RETRO DIFFERENCE, " WS-RETRO-EMP-PERIODS
                  " PERIOD(S)"
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           MOVE DSP-RETRO-DIFF TO RETRO-WORKSHEET-LINE (85:12)
           WRITE RETRO-WORKSHEET-LINE
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           EVALUATE TRUE
               WHEN WS-RETRO-EMP-TOTAL > ZERO
                   MOVE WS-RETRO-EMP-TOTAL TO WS-RETRO-REMAINING
                   PERFORM WRITE-RETRO-EARNING-ROW
                       UNTIL WS-RETRO-REMAINING = ZERO
                   ADD WS-RETRO-EMP-TOTAL TO WS-RETRO-GRAND-TOTAL
                   MOVE "  CODE R EARNINGS WRITTEN TO RETRO-BATCH.DAT"
                       TO RETRO-WORKSHEET-LINE
               WHEN WS-RETRO-EMP-TOTAL < ZERO
                   ADD 1 TO WS-RETRO-NEGATIVE-COUNT
                   STRING "  NET OVERPAYMENT - NOTHING WRITTEN, "
                          "RECOVER THROUGH A CORRECTION RUN"
                       DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
               WHEN OTHER
                   MOVE "  NO NET DIFFERENCE - NOTHING WRITTEN"
                       TO RETRO-WORKSHEET-LINE
           END-EVALUATE
           WRITE RETRO-WORKSHEET-LINE.

       PRINT-RETRO-PERIOD.
           MOVE RSF-REG-HOURS TO DSP-RETRO-REG-HRS
           MOVE RSF-OT-HOURS TO DSP-RETRO-OT-HRS
           MOVE RSF-OLD-BASIS TO DSP-RETRO-OLD-BASIS
           MOVE RSF-NEW-BASIS TO DSP-RETRO-NEW-BASIS
           MOVE RSF-OLD-PAY TO DSP-RETRO-OLD-PAY
           MOVE RSF-NEW-PAY TO DSP-RETRO-NEW-PAY
           MOVE RSF-DIFFERENCE TO DSP-RETRO-DIFF
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "  " RSF-PAY-DATE "  " RSF-RUN-MODE "   "
                  RSF-PAY-TYPE "   " DSP-RETRO-REG-HRS " "
                  DSP-RETRO-OT-HRS "  " DSP-RETRO-OLD-BASIS "  "
                  DSP-RETRO-NEW-BASIS " " DSP-RETRO-OLD-PAY " "
                  DSP-RETRO-NEW-PAY " " DSP-RETRO-DIFF
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE
           ADD RSF-DIFFERENCE TO WS-RETRO-EMP-TOTAL
           ADD 1 TO WS-RETRO-EMP-PERIODS
           ADD 1 TO WS-RETRO-PERIOD-COUNT
           PERFORM READ-RETRO-SORTED.

      * The pay run caps any one earnings row at WS-MAX-EARN-AMOUNT;
      * a larger retro amount goes out as several 'R' rows, which
      * the merge adds back together.
       WRITE-RETRO-EARNING-ROW.
           MOVE 'E' TO RTB-RECORD-TYPE
           MOVE SPACES TO RTB-EARNING-FIELDS
           MOVE WS-RETRO-CUR-EMP TO RTB-EMP-ID
           MOVE 'R' TO RTB-ERN-CODE
           IF WS-RETRO-REMAINING > WS-MAX-EARN-AMOUNT
               MOVE WS-MAX-EARN-AMOUNT TO RTB-ERN-AMOUNT
           ELSE
               MOVE WS-RETRO-REMAINING TO RTB-ERN-AMOUNT
           END-IF
           WRITE RETRO-BATCH-RECORD
           SUBTRACT RTB-ERN-AMOUNT FROM WS-RETRO-REMAINING
           ADD 1 TO WS-RETRO-ROW-COUNT.

       PRINT-RETRO-HEADING.
           WRITE RETRO-WORKSHEET-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "RETROACTIVE PAY WORKSHEET - RETRO PAY DATE "
                  WS-RETRO-PAY-DATE
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "  PAY DATE RUN TYPE REG HRS  OT HRS   OLD RATE"
                  "   NEW RATE      OLD PAY      NEW PAY   DIFFERENCE"
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE.

       PRINT-RETRO-TOTALS.
           WRITE RETRO-WORKSHEET-LINE FROM BLANK-LINE
           WRITE RETRO-WORKSHEET-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "EMPLOYEES: " WS-RETRO-EMP-COUNT
                  "   PERIODS: " WS-RETRO-PERIOD-COUNT
                  "   EARNINGS ROWS: " WS-RETRO-ROW-COUNT
                  "   OVERPAID: " WS-RETRO-NEGATIVE-COUNT
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE
           MOVE WS-RETRO-GRAND-TOTAL TO DSP-RETRO-TOTAL
           MOVE SPACES TO RETRO-WORKSHEET-LINE
           STRING "TOTAL RETRO PAY IN BATCH: " DSP-RETRO-TOTAL
               DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
           WRITE RETRO-WORKSHEET-LINE
           IF WS-RETRO-NO-DETAIL-COUNT > ZERO
               MOVE SPACES TO RETRO-WORKSHEET-LINE
               STRING "HISTORY ROWS WITH NO RATE DETAIL (NOT "
                      "RECALCULATED): " WS-RETRO-NO-DETAIL-COUNT
                   DELIMITED BY SIZE INTO RETRO-WORKSHEET-LINE
               WRITE RETRO-WORKSHEET-LINE
           END-IF
           WRITE RETRO-WORKSHEET-LINE FROM SEPARATOR-LINE.

      * Year-end rollover. Marks every YTD record of the closed tax
      * year CLOSED (the records stay on file - nothing is deleted)
      * and writes one W-2 wage-and-tax extract record per employee
           DISPLAY "Year-end rollover complete for tax year "
                   WS-YEAREND-YEAR
           DISPLAY "YTD records closed: " WS-ROLLOVER-COUNT
           DISPLAY "W-2 extract saved to w2-extract.dat"
           IF WS-W2-NO-SSN-COUNT > ZERO
               DISPLAY "W-2 ROWS WITH NO SSN ON THE MASTER: "
                       WS-W2-NO-SSN-COUNT
                       " - KEY THE SSN BEFORE FILING"
           END-IF.

       POSITION-YTD-AT-YEAR.
           MOVE 'N' TO WS-YTD-EOF
           MOVE YTD-TAX-YEAR TO W2-TAX-YEAR
           MOVE YTD-EMP-ID TO W2-EMP-ID
           MOVE SPACES TO W2-EMP-NAME
           MOVE SPACES TO W2-EMP-SSN
           MOVE SPACES TO W2-EMP-ADDRESS
           MOVE SPACES TO W2-EMP-CITY
           MOVE SPACES TO W2-EMP-ADDR-STATE
           MOVE SPACES TO W2-EMP-ZIP
           IF WS-MASTER-OPEN-SW = 'Y'
               MOVE YTD-EMP-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MST-EMP-NAME
                       MOVE SPACES TO MST-DEMOGRAPHICS
               END-READ
               MOVE MST-EMP-NAME TO W2-EMP-NAME
               MOVE MST-EMP-SSN TO W2-EMP-SSN
               MOVE MST-EMP-ADDRESS TO W2-EMP-ADDRESS
               MOVE MST-EMP-CITY TO W2-EMP-CITY
               MOVE MST-EMP-ADDR-STATE TO W2-EMP-ADDR-STATE
               MOVE MST-EMP-ZIP TO W2-EMP-ZIP
           END-IF
           IF W2-EMP-SSN = SPACES
               ADD 1 TO WS-W2-NO-SSN-COUNT
           END-IF
           MOVE YTD-GROSS-YTD TO W2-GROSS
           MOVE YTD-FEDERAL-YTD TO W2-FEDERAL
               W2-STATE-CODE (WS-W2-STATE-SUB)
           MOVE YTD-STATE-AMT (WS-W2-STATE-SUB) TO
               W2-STATE-AMT (WS-W2-STATE-SUB)
           MOVE YTD-STATE-WAGES (WS-W2-STATE-SUB) TO
               W2-STATE-WAGES (WS-W2-STATE-SUB)
           ADD 1 TO WS-W2-STATE-SUB.

      * Annual tax reconciliation. Totals the tax year's pay history
      * by quarter - the figures the 941s are filed from - and sets
      * each employee's history totals beside the YTD record and the
      * W-2 extract row, box by box. Any employee whose wages or
      * withholding disagree between the sources is listed, then the
      * company totals by box, then each quarter's liability against
      * the deposit obligation ledger and the deposits posted. The
      * year defaults to the one before the run date; an explicit
      * 4-digit year token overrides it.
       RUN-TAX-RECONCILIATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-COMMAND-TOKEN-1 (1:4) IS NUMERIC
              AND WS-COMMAND-TOKEN-1 (5:16) = SPACES
               MOVE WS-COMMAND-TOKEN-1 (1:4) TO WS-TXR-YEAR
           END-IF
           IF WS-COMMAND-TOKEN-2 (1:4) IS NUMERIC
              AND WS-COMMAND-TOKEN-2 (5:16) = SPACES
               MOVE WS-COMMAND-TOKEN-2 (1:4) TO WS-TXR-YEAR
           END-IF
           IF WS-COMMAND-TOKEN-3 (1:4) IS NUMERIC
              AND WS-COMMAND-TOKEN-3 (5:16) = SPACES
               MOVE WS-COMMAND-TOKEN-3 (1:4) TO WS-TXR-YEAR
           END-IF
           IF WS-TXR-YEAR = ZERO
               COMPUTE WS-TXR-YEAR = WS-YEAR - 1
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "NO PAY HISTORY ON FILE - NOTHING TO RECONCILE"
           ELSE
               CLOSE PAY-HISTORY-FILE
               PERFORM RECONCILE-TAX-YEAR
           END-IF.

       RECONCILE-TAX-YEAR.
           MOVE ZERO TO WS-TXR-QUARTER-TOTALS
           MOVE ZERO TO WS-TXR-CO-TOTALS
           SORT TAX-RECON-SORT-FILE
               ON ASCENDING KEY TXS-EMP-ID
               ON ASCENDING KEY TXS-SOURCE
               INPUT PROCEDURE IS SELECT-TAX-RECON-ROWS
               GIVING TAX-RECON-SORTED-FILE
           PERFORM LOAD-TXR-DEPOSIT-LEDGER
           OPEN OUTPUT TAX-RECON-REPORT-FILE
           MOVE ALL "=" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "ANNUAL TAX RECONCILIATION - TAX YEAR " WS-TXR-YEAR
                  "  RUN DATE " WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE ALL "=" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           IF NOT TXR-YTD-AVAILABLE
               MOVE "YTD FILE NOT AVAILABLE - YTD COLUMN IS ZERO"
                   TO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF
           IF NOT TXR-W2-AVAILABLE
               MOVE SPACES TO TAX-RECON-REPORT-LINE
               STRING "NO W-2 EXTRACT FOR " WS-TXR-YEAR
                      " - HISTORY COMPARED TO YTD ONLY"
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF
           IF WS-TXR-NO-SPLIT-ROWS > ZERO
               MOVE WS-TXR-NO-SPLIT-ROWS TO DSP-TXR-COUNT
               MOVE SPACES TO TAX-RECON-REPORT-LINE
               STRING "HISTORY ROWS WITH NO STATE SPLIT (NO STATE "
                      "WAGES IN HISTORY): " DSP-TXR-COUNT
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF
           PERFORM PRINT-TXR-EMPLOYEE-SECTION
           PERFORM PRINT-TXR-COMPANY-SECTION
           PERFORM PRINT-TXR-QUARTER-SECTION
           MOVE ALL "=" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           CLOSE TAX-RECON-REPORT-FILE
           DISPLAY "Tax reconciliation complete for tax year "
                   WS-TXR-YEAR
           DISPLAY "Pay history rows: " WS-TXR-HIST-ROWS
           DISPLAY "Employees reconciled: " WS-TXR-EMP-COUNT
           DISPLAY "Employees with variances: " WS-TXR-EMP-VAR-COUNT
           DISPLAY "Company boxes out of balance: "
                   WS-TXR-BOX-VAR-COUNT
           DISPLAY "Quarters out of balance with deposits: "
                   WS-TXR-QTR-VAR-COUNT
           IF WS-TXR-W2-OTHER-YEAR > ZERO
               DISPLAY "W-2 EXTRACT ROWS FOR ANOTHER TAX YEAR "
                       "IGNORED: " WS-TXR-W2-OTHER-YEAR
           END-IF
           DISPLAY "Report saved to tax-reconciliation-report.txt".

      * Sort input: the year's pay-history periods, YTD records and
      * W-2 extract rows, each reduced to the compared amounts.
       SELECT-TAX-RECON-ROWS.
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAY-HISTORY-RECORD
           PERFORM RELEASE-TXR-HISTORY-ROW
               UNTIL WS-HISTORY-EOF = 'Y'
           CLOSE PAY-HISTORY-FILE
           OPEN INPUT YTD-FILE
           IF YTD-OK
               MOVE 'Y' TO WS-TXR-YTD-AVAIL-SW
               MOVE WS-TXR-YEAR TO WS-YEAREND-YEAR
               PERFORM POSITION-YTD-AT-YEAR
               PERFORM RELEASE-TXR-YTD-ROW
                   UNTIL WS-YTD-EOF = 'Y'
               CLOSE YTD-FILE
           ELSE
               DISPLAY "YTD FILE NOT AVAILABLE - STATUS "
                       WS-YTD-STATUS
           END-IF
           OPEN INPUT W2-EXTRACT-FILE
           IF W2-FILE-OK
               MOVE 'N' TO WS-TXR-W2-EOF
               PERFORM READ-TXR-W2-RECORD
               PERFORM RELEASE-TXR-W2-ROW
                   UNTIL WS-TXR-W2-EOF = 'Y'
               CLOSE W2-EXTRACT-FILE
           ELSE
               DISPLAY "W2-EXTRACT.DAT NOT AVAILABLE - STATUS "
                       WS-W2-STATUS
           END-IF.

      * Each period also feeds its quarter's 941 figures; the fifth
      * quarter entry carries the year.
       RELEASE-TXR-HISTORY-ROW.
           IF PH-PAY-YEAR = WS-TXR-YEAR
               ADD 1 TO WS-TXR-HIST-ROWS
               MOVE PH-EMP-ID TO TXS-EMP-ID
               MOVE 'H' TO TXS-SOURCE
               MOVE SPACES TO TXS-EMP-NAME
               MOVE 'N' TO TXS-NO-SSN-FLAG
               MOVE PH-GROSS-PAY TO TXS-BOX-AMT (1)
               COMPUTE TXS-BOX-AMT (2) = PH-GROSS-PAY - PH-PRETAX-BEN
               MOVE PH-FEDERAL-TAX TO TXS-BOX-AMT (3)
               MOVE PH-SOC-SEC TO TXS-BOX-AMT (4)
               MOVE PH-MEDICARE TO TXS-BOX-AMT (5)
               MOVE ZERO TO TXS-BOX-AMT (6)
               IF PH-SPLIT-WORK-STATE (1) = SPACES
                   ADD 1 TO WS-TXR-NO-SPLIT-ROWS
               ELSE
                   MOVE 1 TO WS-TXR-SPLIT-SUB
                   PERFORM ADD-TXR-HISTORY-SPLIT
                       UNTIL WS-TXR-SPLIT-SUB > 3
               END-IF
               MOVE PH-STATE-TAX TO TXS-BOX-AMT (7)
               MOVE PH-LOCAL-TAX TO TXS-BOX-AMT (8)
               RELEASE TAX-RECON-SORT-RECORD
               COMPUTE WS-TXR-QTR-SUB = (PH-PAY-MONTH + 2) / 3
               PERFORM ADD-TXR-QUARTER-HISTORY
               MOVE 5 TO WS-TXR-QTR-SUB
               PERFORM ADD-TXR-QUARTER-HISTORY
           END-IF
           PERFORM READ-PAY-HISTORY-RECORD.

       ADD-TXR-HISTORY-SPLIT.
           IF PH-SPLIT-TAX-STATE (WS-TXR-SPLIT-SUB) NOT = SPACES
               ADD PH-SPLIT-STATE-WAGES (WS-TXR-SPLIT-SUB)
                   TO TXS-BOX-AMT (6)
           END-IF
           ADD 1 TO WS-TXR-SPLIT-SUB.

       ADD-TXR-QUARTER-HISTORY.
           ADD 1 TO WS-TXR-Q-ROWS (WS-TXR-QTR-SUB)
           COMPUTE WS-TXR-Q-WAGES (WS-TXR-QTR-SUB) =
               WS-TXR-Q-WAGES (WS-TXR-QTR-SUB) + PH-GROSS-PAY
               - PH-PRETAX-BEN
           ADD PH-FEDERAL-TAX TO WS-TXR-Q-FEDERAL (WS-TXR-QTR-SUB)
           COMPUTE WS-TXR-Q-SOC-SEC (WS-TXR-QTR-SUB) =
               WS-TXR-Q-SOC-SEC (WS-TXR-QTR-SUB) + PH-SOC-SEC * 2
           COMPUTE WS-TXR-Q-MEDICARE (WS-TXR-QTR-SUB) =
               WS-TXR-Q-MEDICARE (WS-TXR-QTR-SUB) + PH-MEDICARE * 2
           COMPUTE WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB) =
               WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB) + PH-FEDERAL-TAX
               + PH-SOC-SEC * 2 + PH-MEDICARE * 2.

       RELEASE-TXR-YTD-ROW.
           MOVE YTD-EMP-ID TO TXS-EMP-ID
           MOVE 'Y' TO TXS-SOURCE
           MOVE SPACES TO TXS-EMP-NAME
           MOVE 'N' TO TXS-NO-SSN-FLAG
           MOVE YTD-GROSS-YTD TO TXS-BOX-AMT (1)
           COMPUTE TXS-BOX-AMT (2) = YTD-GROSS-YTD - YTD-PRETAX-YTD
           MOVE YTD-FEDERAL-YTD TO TXS-BOX-AMT (3)
           MOVE YTD-SOC-SEC-YTD TO TXS-BOX-AMT (4)
           MOVE YTD-MEDICARE-YTD TO TXS-BOX-AMT (5)
           MOVE ZERO TO TXS-BOX-AMT (6)
           MOVE ZERO TO TXS-BOX-AMT (7)
           MOVE 1 TO WS-TXR-SPLIT-SUB
           PERFORM ADD-TXR-YTD-STATE-BUCKET
               UNTIL WS-TXR-SPLIT-SUB > 3
           MOVE YTD-LOCAL-YTD TO TXS-BOX-AMT (8)
           RELEASE TAX-RECON-SORT-RECORD
           PERFORM READ-YTD-NEXT.

       ADD-TXR-YTD-STATE-BUCKET.
           IF YTD-STATE-CODE (WS-TXR-SPLIT-SUB) NOT = SPACES
               ADD YTD-STATE-WAGES (WS-TXR-SPLIT-SUB)
                   TO TXS-BOX-AMT (6)
               ADD YTD-STATE-AMT (WS-TXR-SPLIT-SUB)
                   TO TXS-BOX-AMT (7)
           END-IF
           ADD 1 TO WS-TXR-SPLIT-SUB.

       READ-TXR-W2-RECORD.
           READ W2-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-TXR-W2-EOF
           END-READ.

      * The extract holds the last year rolled over; rows for any
      * other year are counted and left out.
       RELEASE-TXR-W2-ROW.
           IF W2-TAX-YEAR = WS-TXR-YEAR
               MOVE 'Y' TO WS-TXR-W2-AVAIL-SW
               MOVE W2-EMP-ID TO TXS-EMP-ID
               MOVE 'W' TO TXS-SOURCE
               MOVE W2-EMP-NAME TO TXS-EMP-NAME
               IF W2-EMP-SSN = SPACES
                   MOVE 'Y' TO TXS-NO-SSN-FLAG
               ELSE
                   MOVE 'N' TO TXS-NO-SSN-FLAG
               END-IF
               MOVE W2-GROSS TO TXS-BOX-AMT (1)
               COMPUTE TXS-BOX-AMT (2) = W2-GROSS - W2-PRETAX
               MOVE W2-FEDERAL TO TXS-BOX-AMT (3)
               MOVE W2-SOC-SEC TO TXS-BOX-AMT (4)
               MOVE W2-MEDICARE TO TXS-BOX-AMT (5)
               MOVE ZERO TO TXS-BOX-AMT (6)
               MOVE ZERO TO TXS-BOX-AMT (7)
               MOVE 1 TO WS-TXR-SPLIT-SUB
               PERFORM ADD-TXR-W2-STATE-BUCKET
                   UNTIL WS-TXR-SPLIT-SUB > 3
               MOVE W2-LOCAL TO TXS-BOX-AMT (8)
               RELEASE TAX-RECON-SORT-RECORD
           ELSE
               ADD 1 TO WS-TXR-W2-OTHER-YEAR
           END-IF
           PERFORM READ-TXR-W2-RECORD.

       ADD-TXR-W2-STATE-BUCKET.
           IF W2-STATE-CODE (WS-TXR-SPLIT-SUB) NOT = SPACES
               ADD W2-STATE-WAGES (WS-TXR-SPLIT-SUB)
                   TO TXS-BOX-AMT (6)
               ADD W2-STATE-AMT (WS-TXR-SPLIT-SUB)
                   TO TXS-BOX-AMT (7)
           END-IF
           ADD 1 TO WS-TXR-SPLIT-SUB.

      * Liability the pay runs recorded and deposits posted, both by
      * the pay date they cover. Either file may be missing; its
      * column then reads zero and every quarter shows the variance.
       LOAD-TXR-DEPOSIT-LEDGER.
           MOVE 'N' TO WS-OBL-EOF
           OPEN INPUT DEPOSIT-OBLIGATION-FILE
           IF OBLIGATION-FILE-OK
               PERFORM READ-OBLIGATION-RECORD
               PERFORM ADD-TXR-OBLIGATION UNTIL WS-OBL-EOF = 'Y'
               CLOSE DEPOSIT-OBLIGATION-FILE
           ELSE
               DISPLAY "DEPOSIT-OBLIGATION.DAT NOT AVAILABLE - "
                       "STATUS " WS-OBLIGATION-STATUS
           END-IF
           MOVE 'N' TO WS-DEP-EOF
           OPEN INPUT DEPOSIT-ENTRY-FILE
           IF DEPOSIT-ENTRY-FILE-OK
               PERFORM READ-DEPOSIT-ENTRY
               PERFORM ADD-TXR-DEPOSIT UNTIL WS-DEP-EOF = 'Y'
               CLOSE DEPOSIT-ENTRY-FILE
           ELSE
               DISPLAY "DEPOSIT-ENTRY.DAT NOT AVAILABLE - "
                       "STATUS " WS-DEPOSIT-ENTRY-STATUS
           END-IF.

       ADD-TXR-OBLIGATION.
           MOVE DOB-PAY-DATE TO WS-DW-DATE
           IF WS-DW-YEAR = WS-TXR-YEAR
              AND WS-DW-MONTH > ZERO AND WS-DW-MONTH NOT > 12
               COMPUTE WS-TXR-QTR-SUB = (WS-DW-MONTH + 2) / 3
               ADD DOB-LIABILITY TO
                   WS-TXR-Q-OBLIGATION (WS-TXR-QTR-SUB)
               ADD DOB-LIABILITY TO WS-TXR-Q-OBLIGATION (5)
           END-IF
           PERFORM READ-OBLIGATION-RECORD.

       ADD-TXR-DEPOSIT.
           MOVE DEP-PAY-DATE TO WS-DW-DATE
           IF WS-DW-YEAR = WS-TXR-YEAR
              AND WS-DW-MONTH > ZERO AND WS-DW-MONTH NOT > 12
               COMPUTE WS-TXR-QTR-SUB = (WS-DW-MONTH + 2) / 3
               ADD DEP-AMOUNT TO
                   WS-TXR-Q-DEPOSITED (WS-TXR-QTR-SUB)
               ADD DEP-AMOUNT TO WS-TXR-Q-DEPOSITED (5)
           END-IF
           PERFORM READ-DEPOSIT-ENTRY.

       PRINT-TXR-EMPLOYEE-SECTION.
           WRITE TAX-RECON-REPORT-LINE FROM BLANK-LINE
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "EMPLOYEES OUT OF BALANCE (SOURCES: H = PAY HISTORY, "
                  "Y = YTD, W = W-2 EXTRACT; - = NONE ON FILE)"
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE ALL "-" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE 'N' TO WS-TXR-SORTED-EOF
           OPEN INPUT TAX-RECON-SORTED-FILE
           PERFORM READ-TXR-SORTED
           PERFORM RECONCILE-TXR-EMPLOYEE
               UNTIL WS-TXR-SORTED-EOF = 'Y'
           CLOSE TAX-RECON-SORTED-FILE
           MOVE WS-TXR-EMP-COUNT TO DSP-TXR-COUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "EMPLOYEES RECONCILED: " DSP-TXR-COUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-EMP-VAR-COUNT TO DSP-TXR-COUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "EMPLOYEES WITH VARIANCES: " DSP-TXR-COUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE.

       READ-TXR-SORTED.
           READ TAX-RECON-SORTED-FILE
               AT END MOVE 'Y' TO WS-TXR-SORTED-EOF
           END-READ.

       RECONCILE-TXR-EMPLOYEE.
           MOVE TXF-EMP-ID TO WS-TXR-CUR-EMP
           MOVE SPACES TO WS-TXR-CUR-NAME
           MOVE 'N' TO WS-TXR-NO-SSN-SW
           MOVE ALL 'N' TO WS-TXR-EMP-PRESENCE
           MOVE ZERO TO WS-TXR-EMP-TOTALS
           PERFORM ACCUMULATE-TXR-ROW
               UNTIL WS-TXR-SORTED-EOF = 'Y'
                  OR TXF-EMP-ID NOT = WS-TXR-CUR-EMP
           ADD 1 TO WS-TXR-EMP-COUNT
           MOVE 'N' TO WS-TXR-EMP-VAR-SW
           MOVE 1 TO WS-TXR-BOX-SUB
           PERFORM CHECK-TXR-EMPLOYEE-BOX
               UNTIL WS-TXR-BOX-SUB > 8
           IF TXR-W2-MISSING-SSN
               PERFORM PRINT-TXR-EMPLOYEE-HEADER
               MOVE "    W-2 EXTRACT ROW HAS NO SSN"
                   TO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF
           IF TXR-EMP-HAS-VARIANCE
               ADD 1 TO WS-TXR-EMP-VAR-COUNT
           END-IF.

       ACCUMULATE-TXR-ROW.
           EVALUATE TRUE
               WHEN TXF-FROM-HISTORY
                   MOVE 1 TO WS-TXR-SRC-SUB
               WHEN TXF-FROM-YTD
                   MOVE 2 TO WS-TXR-SRC-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TXR-SRC-SUB
                   MOVE TXF-EMP-NAME TO WS-TXR-CUR-NAME
                   IF TXF-NO-SSN-FLAG = 'Y'
                       MOVE 'Y' TO WS-TXR-NO-SSN-SW
                   END-IF
           END-EVALUATE
           MOVE 'Y' TO WS-TXR-EMP-PRESENT (WS-TXR-SRC-SUB)
           MOVE 1 TO WS-TXR-BOX-SUB
           PERFORM ADD-TXR-ROW-BOX UNTIL WS-TXR-BOX-SUB > 8
           PERFORM READ-TXR-SORTED.

       ADD-TXR-ROW-BOX.
           ADD TXF-BOX-AMT (WS-TXR-BOX-SUB) TO
               WS-TXR-EMP-AMT (WS-TXR-SRC-SUB, WS-TXR-BOX-SUB)
           ADD TXF-BOX-AMT (WS-TXR-BOX-SUB) TO
               WS-TXR-CO-AMT (WS-TXR-SRC-SUB, WS-TXR-BOX-SUB)
           ADD 1 TO WS-TXR-BOX-SUB.

      * History must agree with YTD, and YTD with the W-2 extract
      * once the year has been rolled over.
       CHECK-TXR-EMPLOYEE-BOX.
           IF WS-TXR-EMP-AMT (1, WS-TXR-BOX-SUB) NOT =
              WS-TXR-EMP-AMT (2, WS-TXR-BOX-SUB)
              OR (TXR-W2-AVAILABLE
                  AND WS-TXR-EMP-AMT (2, WS-TXR-BOX-SUB) NOT =
                      WS-TXR-EMP-AMT (3, WS-TXR-BOX-SUB))
               PERFORM PRINT-TXR-EMPLOYEE-HEADER
               MOVE WS-TXR-EMP-AMT (1, WS-TXR-BOX-SUB)
                   TO DSP-TXR-HISTORY
               MOVE WS-TXR-EMP-AMT (2, WS-TXR-BOX-SUB)
                   TO DSP-TXR-YTD
               MOVE WS-TXR-EMP-AMT (3, WS-TXR-BOX-SUB)
                   TO DSP-TXR-W2
               PERFORM WRITE-TXR-BOX-LINE
           END-IF
           ADD 1 TO WS-TXR-BOX-SUB.

      * The employee's heading prints once, ahead of the first box
      * found out of balance.
       PRINT-TXR-EMPLOYEE-HEADER.
           IF NOT TXR-EMP-HAS-VARIANCE
               MOVE 'Y' TO WS-TXR-EMP-VAR-SW
               MOVE "- - -" TO WS-TXR-SOURCE-FLAGS
               IF WS-TXR-EMP-PRESENT (1) = 'Y'
                   MOVE 'H' TO WS-TXR-SOURCE-FLAGS (1:1)
               END-IF
               IF WS-TXR-EMP-PRESENT (2) = 'Y'
                   MOVE 'Y' TO WS-TXR-SOURCE-FLAGS (3:1)
               END-IF
               IF WS-TXR-EMP-PRESENT (3) = 'Y'
                   MOVE 'W' TO WS-TXR-SOURCE-FLAGS (5:1)
               END-IF
               MOVE SPACES TO TAX-RECON-REPORT-LINE
               STRING "EMP ID: " WS-TXR-CUR-EMP
                      "  NAME: " WS-TXR-CUR-NAME
                      "  SOURCES: " WS-TXR-SOURCE-FLAGS
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF.

       WRITE-TXR-BOX-LINE.
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           IF TXR-W2-AVAILABLE
               STRING "    " WS-TXR-BOX-NAME (WS-TXR-BOX-SUB)
                      "  HISTORY " DSP-TXR-HISTORY
                      "  YTD " DSP-TXR-YTD
                      "  W-2 " DSP-TXR-W2
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           ELSE
               STRING "    " WS-TXR-BOX-NAME (WS-TXR-BOX-SUB)
                      "  HISTORY " DSP-TXR-HISTORY
                      "  YTD " DSP-TXR-YTD
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           END-IF
           WRITE TAX-RECON-REPORT-LINE.

      * Company totals by box. The history column is the sum of the
      * year's quarters, so a variance against the W-2 column is a
      * 941 to W-2 (W-3) mismatch.
       PRINT-TXR-COMPANY-SECTION.
           WRITE TAX-RECON-REPORT-LINE FROM BLANK-LINE
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "COMPANY TOTALS BY BOX (HISTORY = SUM OF THE 941 "
                  "QUARTERS)"
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE ALL "-" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE 1 TO WS-TXR-BOX-SUB
           PERFORM PRINT-TXR-COMPANY-BOX
               UNTIL WS-TXR-BOX-SUB > 8.

       PRINT-TXR-COMPANY-BOX.
           MOVE 'N' TO WS-TXR-BOX-VAR-SW
           IF WS-TXR-CO-AMT (1, WS-TXR-BOX-SUB) NOT =
              WS-TXR-CO-AMT (2, WS-TXR-BOX-SUB)
              OR (TXR-W2-AVAILABLE
                  AND WS-TXR-CO-AMT (2, WS-TXR-BOX-SUB) NOT =
                      WS-TXR-CO-AMT (3, WS-TXR-BOX-SUB))
               MOVE 'Y' TO WS-TXR-BOX-VAR-SW
               ADD 1 TO WS-TXR-BOX-VAR-COUNT
           END-IF
           MOVE WS-TXR-CO-AMT (1, WS-TXR-BOX-SUB) TO DSP-TXR-HISTORY
           MOVE WS-TXR-CO-AMT (2, WS-TXR-BOX-SUB) TO DSP-TXR-YTD
           MOVE WS-TXR-CO-AMT (3, WS-TXR-BOX-SUB) TO DSP-TXR-W2
           PERFORM WRITE-TXR-BOX-LINE
           IF TXR-BOX-HAS-VARIANCE
               MOVE "      *** VARIANCE ***" TO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
           END-IF
           ADD 1 TO WS-TXR-BOX-SUB.

      * 941 figures by quarter and for the year, with the liability
      * the deposit ledger recorded and the deposits posted.
       PRINT-TXR-QUARTER-SECTION.
           WRITE TAX-RECON-REPORT-LINE FROM BLANK-LINE
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "941 FIGURES FROM PAY HISTORY AGAINST THE FEDERAL "
                  "DEPOSIT LEDGER"
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE ALL "-" TO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE 1 TO WS-TXR-QTR-SUB
           PERFORM PRINT-TXR-QUARTER
               UNTIL WS-TXR-QTR-SUB > 5.

       PRINT-TXR-QUARTER.
           MOVE WS-TXR-Q-ROWS (WS-TXR-QTR-SUB) TO DSP-TXR-COUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           IF WS-TXR-QTR-SUB = 5
               STRING "YEAR " WS-TXR-YEAR
                      "  (" DSP-TXR-COUNT " PAYMENT RECORD(S))"
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           ELSE
               STRING "QUARTER " WS-TXR-QTR-SUB
                      "  (" DSP-TXR-COUNT " PAYMENT RECORD(S))"
                   DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           END-IF
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-WAGES (WS-TXR-QTR-SUB) TO DSP-DEPOSIT-AMOUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Wages (line 2):               " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-FEDERAL (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Federal W/H (line 3):         " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-SOC-SEC (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Social Security Tax (EE+ER):  " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-MEDICARE (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Medicare Tax (EE+ER):         " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Total Liability (line 12):    " DSP-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-OBLIGATION (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           COMPUTE WS-TXR-VARIANCE =
               WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB)
               - WS-TXR-Q-OBLIGATION (WS-TXR-QTR-SUB)
           MOVE WS-TXR-VARIANCE TO DSP-TXR-HISTORY
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Deposit Ledger Liability:     " DSP-DEPOSIT-AMOUNT
                  "  VARIANCE " DSP-TXR-HISTORY
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           MOVE WS-TXR-Q-DEPOSITED (WS-TXR-QTR-SUB)
               TO DSP-DEPOSIT-AMOUNT
           COMPUTE WS-TXR-VARIANCE =
               WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB)
               - WS-TXR-Q-DEPOSITED (WS-TXR-QTR-SUB)
           MOVE WS-TXR-VARIANCE TO DSP-TXR-YTD
           MOVE SPACES TO TAX-RECON-REPORT-LINE
           STRING "  Deposits Posted (line 13):    " DSP-DEPOSIT-AMOUNT
                  "  BALANCE  " DSP-TXR-YTD
               DELIMITED BY SIZE INTO TAX-RECON-REPORT-LINE
           WRITE TAX-RECON-REPORT-LINE
           IF WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB) NOT =
              WS-TXR-Q-OBLIGATION (WS-TXR-QTR-SUB)
              OR WS-TXR-Q-LIABILITY (WS-TXR-QTR-SUB) NOT =
                 WS-TXR-Q-DEPOSITED (WS-TXR-QTR-SUB)
               MOVE "      *** VARIANCE ***" TO TAX-RECON-REPORT-LINE
               WRITE TAX-RECON-REPORT-LINE
               IF WS-TXR-QTR-SUB < 5
                   ADD 1 TO WS-TXR-QTR-VAR-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-TXR-QTR-SUB.

      * Quarterly tax liability pass. Totals the pay-history detail
      * records by month and quarter for the 941 deposit figures.
      * The quarter defaults to the one containing the run date;
               UNTIL WS-HISTORY-EOF = 'Y'
           CLOSE PAY-HISTORY-FILE.

      * A row carrying a state split releases each work state's
      * share of gross; rows from before the split go whole to the
      * single state they carry.
       RELEASE-SUTA-HISTORY.
           IF PH-PAY-YEAR = WS-QTR-YEAR
              AND PH-PAY-MONTH NOT > WS-SUTA-QTR-END-MONTH
               EVALUATE TRUE
                   WHEN PH-SPLIT-WORK-STATE (1) NOT = SPACES
                       MOVE 1 TO WS-SUTA-SPLIT-SUB
                       PERFORM RELEASE-SUTA-SPLIT
                           UNTIL WS-SUTA-SPLIT-SUB > 3
                   WHEN PH-STATE = SPACES
                       ADD 1 TO WS-SUTA-SKIP-COUNT
                   WHEN OTHER
                       MOVE PH-STATE TO HSR-STATE
                       MOVE PH-EMP-ID TO HSR-EMP-ID
                       MOVE PH-PAY-MONTH TO HSR-PAY-MONTH
                       MOVE PH-GROSS-PAY TO HSR-GROSS
                       RELEASE HISTORY-SORT-RECORD
               END-EVALUATE
           END-IF
           PERFORM READ-PAY-HISTORY-RECORD.

       RELEASE-SUTA-SPLIT.
           IF PH-SPLIT-WORK-STATE (WS-SUTA-SPLIT-SUB) NOT = SPACES
               MOVE PH-SPLIT-WORK-STATE (WS-SUTA-SPLIT-SUB)
                   TO HSR-STATE
               MOVE PH-EMP-ID TO HSR-EMP-ID
               MOVE PH-PAY-MONTH TO HSR-PAY-MONTH
               MOVE PH-SPLIT-GROSS (WS-SUTA-SPLIT-SUB) TO HSR-GROSS
               RELEASE HISTORY-SORT-RECORD
           END-IF
           ADD 1 TO WS-SUTA-SPLIT-SUB.

       READ-SUTA-SORTED.
           READ SUTA-SORTED-FILE
               AT END MOVE 'Y' TO WS-HSF-EOF
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF
           IF SAR-RUN-MODE = 'F'
               MOVE "*** FINAL PAY - EMPLOYMENT TERMINATED ***"
                   TO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF
           MOVE SPACES TO STUB-REPRINT-LINE
           STRING "Pay Period: " SAR-PAY-PERIOD
               DELIMITED BY SIZE INTO STUB-REPRINT-LINE
                      DSP-OVERTIME-PAY
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
               IF SAR-PREMIUM-DETAIL NOT = SPACES
                   PERFORM REPRINT-PREMIUM-LINES
               END-IF
           END-IF
           IF SAR-VAC-PAY NOT = ZERO
               MOVE SAR-VAC-TAKEN TO DSP-PTO-HOURS
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF
           IF SAR-VAC-PAYOUT-DETAIL NOT = SPACES
              AND SAR-VAC-PAYOUT-PAY NOT = ZERO
               MOVE SAR-VAC-PAYOUT-HOURS TO DSP-PTO-HOURS
               MOVE SAR-VAC-PAYOUT-PAY TO DSP-SUPP-PAY
               MOVE SPACES TO STUB-REPRINT-LINE
               STRING "  Vacation Payout: " DSP-PTO-HOURS
                      " hrs = " DSP-SUPP-PAY
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF
           MOVE SPACES TO STUB-REPRINT-LINE
           STRING "  GROSS PAY: " DSP-GROSS-PAY
               DELIMITED BY SIZE INTO STUB-REPRINT-LINE
           STRING "  Federal Tax: " DSP-FEDERAL-TAX
               DELIMITED BY SIZE INTO STUB-REPRINT-LINE
           WRITE STUB-REPRINT-LINE
           IF SAR-SPLIT-TAX-STATE (1) = SPACES
               MOVE SPACES TO STUB-REPRINT-LINE
               STRING "  State Tax (" SAR-STATE "): " DSP-STATE-TAX
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           ELSE
               MOVE 1 TO WS-STUB-SUB
               PERFORM REPRINT-STATE-TAX-LINE
                   UNTIL WS-STUB-SUB > 3
           END-IF
           MOVE SPACES TO STUB-REPRINT-LINE
           STRING "  Local Tax: " DSP-LOCAL-TAX
               DELIMITED BY SIZE INTO STUB-REPRINT-LINE
           WRITE STUB-REPRINT-LINE
           WRITE STUB-REPRINT-LINE FROM SEPARATOR-LINE.

       REPRINT-PREMIUM-LINES.
           IF SAR-DOUBLE-TIME-HOURS NOT = ZERO
               MOVE SAR-DOUBLE-TIME-HOURS TO DSP-DOUBLE-TIME-HOURS
               MOVE SAR-DOUBLE-TIME-PAY TO DSP-DOUBLE-TIME-PAY
               MOVE SPACES TO STUB-REPRINT-LINE
               STRING "  Double Time Hours: " DSP-DOUBLE-TIME-HOURS
                      " @ " DSP-HOURLY-RATE " x 2.0 = "
                      DSP-DOUBLE-TIME-PAY
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF
           IF SAR-RR-ADJUST-PAY NOT = ZERO
               MOVE SAR-REGULAR-RATE TO DSP-REGULAR-RATE
               MOVE SAR-RR-ADJUST-PAY TO DSP-SUPP-PAY
               MOVE SPACES TO STUB-REPRINT-LINE
               STRING "  Regular-Rate OT Adjustment (rate "
                      DSP-REGULAR-RATE "): " DSP-SUPP-PAY
                   DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               WRITE STUB-REPRINT-LINE
           END-IF.

       REPRINT-STATE-TAX-LINE.
           IF SAR-SPLIT-TAX-STATE (WS-STUB-SUB) NOT = SPACES
               MOVE SAR-SPLIT-STATE-TAX (WS-STUB-SUB) TO DSP-STATE-TAX
               MOVE SAR-SPLIT-STATE-WAGES (WS-STUB-SUB)
                   TO DSP-STATE-WAGES
               MOVE SPACES TO STUB-REPRINT-LINE
               IF SAR-SPLIT-TAX-STATE (WS-STUB-SUB) =
                  SAR-SPLIT-WORK-STATE (WS-STUB-SUB)
                   STRING "  State Tax ("
                          SAR-SPLIT-TAX-STATE (WS-STUB-SUB)
                          "): " DSP-STATE-TAX
                          "  Wages: " DSP-STATE-WAGES
                       DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               ELSE
                   STRING "  State Tax ("
                          SAR-SPLIT-TAX-STATE (WS-STUB-SUB)
                          "): " DSP-STATE-TAX
                          "  Wages: " DSP-STATE-WAGES
                          "  Worked In: "
                          SAR-SPLIT-WORK-STATE (WS-STUB-SUB)
                       DELIMITED BY SIZE INTO STUB-REPRINT-LINE
               END-IF
               WRITE STUB-REPRINT-LINE
           END-IF
           ADD 1 TO WS-STUB-SUB.

       REPRINT-BENEFIT-LINE.
           MOVE SAR-BEN-AMOUNT (WS-STUB-SUB) TO DSP-EMP-BEN-AMOUNT
           MOVE SPACES TO STUB-REPRINT-LINE
