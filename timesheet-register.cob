GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 timesheet-register.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob param-utils.cob
*>***************************************
*> Timesheet intake plus the gross-pay register nobody has to work a
*> calculator for.  Reads the period's fixed-width timesheet file
*> date, one detail per person (key and hours to two decimals), and a
*> trailer count balanced exactly the way the roster feed balances.
*> Every detail is validated against the roster: no such person, a
*> terminated person, someone on leave, a pending pre-hire, or a
*> contractor or agency temp (worker_type C or T -- the agency bills
*> their hours, we don't gross them) REJECTS to the reject report with
*> a reason, never vanishes.  Accepted hours land in the timesheet
*> table, then the register prints per person -- hours split
*> regular/overtime (past the OT-WEEKLY-HOURS threshold at the
*> OT-MULTIPLIER rate, both business parameters read through
*> BUSINESS-PARAM), rate, and gross -- ordered by department then last
*> name with a department subtotal at every break, a grand total, and
*> a final control-total line payroll ties out.  All money comes back
*> through SQLITE3-COLUMN-DECIMAL and is computed and summed in packed
*> decimal (COMP-3), never floated, matching payroll-register's
*> discipline.
*> The computed rows are also written to gross_pay keyed (person,
*> period) so the deduction register and the GL export read the same
*> pennies this register printed.  The same run also cuts the GL
*> override audited under "-op" -- so one period can't quietly get two
*> gross registers with different numbers.  A period end date the
*> calendar doesn't cover refuses the run: roll the calendar first.
*>
*> A closed payroll year is locked: once year-end-wage has closed a
*> year its pay_run_control rows carry the lock, and a period ending in
*> that year is refused outright.  Only a supervisor gets past it --
*> "-override Y" with "-op" naming an SUP operator who signs on through
*> OPERATOR-SIGNON -- and that override is audited separately from an
*> ordinary rerun, since it changes figures the wage statements were
*> already built from.
*>
*> Premium hours ride the same detail record: after the straight-time
*> hours come up to four earnings-code/work-date/hours groups (night
*> shift, call-in, holiday and whatever else earnings-code-maintenance
*> has defined in earnings_code).  A group with a blank code is more
*> straight time -- unless its work date sits in holiday_calendar, when
*> it becomes code HOL (if HOL is defined).  An unknown code REJECTS
*> the whole detail.  Coded hours land in timesheet_earning; each code
*> is paid at its multiplier of the person's rate or the rate plus its
*> flat premium, on at least its minimum hours per occurrence (call-in
*> pay).  Codes marked as counting toward overtime push the week past
*> 40 hours like straight time does: the overtime comes out of the
*> straight hours first at time-and-a-half, and any beyond that earns
*> the half-time premium on top of the code's own pay.  gross_pay
*> carries the coded-hours pay as premium_pay, gross_pay_earning keeps
*> the breakdown by code (REG and OT included) for the earnings
*> statement, the register prints each person's codes under the
*> detail line and an earnings-code total section ahead of the grand
*> total, and the journal debits each code's premium over straight time
*> to the code's own GL account -- only straight time stays in the
*> department's labor line.  A file with no premium groups runs exactly
*> as it always has.
*>
*> Labor cost follows the person's cost split: when person_cost_split
*> (cost-split-maintenance) has splits in effect on the period end
*> date, the department share of each person's gross is spread over
*> those departments and cost centers by percent, the rounding
*> remainder going to the primary split so the journal still balances
*> to the penny; without splits it all goes to person.dept_code as
*> before.  Every share is kept in labor_distribution for the
*> labor-distribution report.
*>
*> Overtime follows the FLSA status of the person's job: someone whose
*> job_code (job-code-maintenance) is marked E(xempt) is paid every
*> straight hour at the base rate with no overtime split and no
*> half-time premium on coded hours, however many hours are turned in.
*> No job code, or a job not in the catalog, is treated as non-exempt.
*>
*> A terminated person's final period belongs to final-pay: the
*> partial-period pay and leave payout it posted to gross_pay and
*> gross_pay_earning survive a rerun of the period's file (the person
*> rejects here as terminated in any case).
*>
*> A person holding concurrent assignments (assignment-maintenance)
*> turns in one detail per assignment: bytes 84-85 carry the assignment
*> number, blank or 1 for the primary job on the person row, so older
*> files load unchanged.  A number the person doesn't hold, or one that
*> hadn't started by the period end or had ended before the period
*> began, REJECTS.  Each assignment is priced at its own rate and prints
*> and costs in its own department (cost splits apply to the primary
*> job only), but the overtime test combines the person's hours across
*> every non-exempt assignment: past 40 the overtime is taken from the
*> highest-numbered assignment first, the second job being the hours
*> worked on top of the regular one.  gross_pay and gross_pay_earning
*> stay one row per person (and code) -- the assignments add into them
*> -- and gross_pay_assignment keeps each assignment's share.
*>
*> The 40 hours and the time-and-a-half are the OT-WEEKLY-HOURS and
*> OT-MULTIPLIER business parameters in force on the business date
*> (BUSINESS-PARAM, param-utils.cob), printed in the register heading
*> so a register can be explained against param-history later; the
*> premium on coded hours past the threshold is the multiplier less
*> the straight hour those codes already paid.
identification division.
    program-id. timesheet-register.
    REMARKS. Timesheet intake and gross-pay register with control totals.
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-PARAM
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

    input-output section.
data division.
file section.
fd  timesheet-file.
01  timesheet-record pic x(100).
fd  report-file.
01  report-line pic x(110).
fd  reject-file.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 reg-stmt        PIC 9(18) COMP.
    01 redefines reg-stmt.
        05 reg-stmt-object-ptr usage pointer.
    01 earn-stmt        PIC 9(18) COMP.
    01 redefines earn-stmt.
        05 earn-stmt-object-ptr usage pointer.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-key pic s9(9) comp.

    01 timesheet-eof pic 9 value 0.
        05 det-record-type pic x.
        05 det-key         pic 9(9).
        05 det-hours       pic 9(3)v99.
        05 det-earn-pair occurs 4 times.
            10 det-earn-code  pic x(4).
            10 det-work-date  pic 9(8).
            10 det-earn-hours pic 9(3)v99.
        05 det-assign-no   pic 99.
        05 det-assign-text redefines det-assign-no pic xx.
    01 ts-trailer-rec.
        05 trl-record-type pic x.
        05 trl-record-count pic 9(9).
    01 trailer-count pic 9(9) value 0.
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 period-start-iso pic x(10).

    01 read-count    pic 9(9) value 0.
    01 accepted-count pic 9(9) value 0.
        88 BALANCE-FAILED value 1.

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).
    01 param-value pic x(40).
    01 ot-threshold-hours pic s9(3)v99 comp-3 value 40.
    01 ot-multiplier pic s9(3)v9999 comp-3 value 1.5.
    01 sql-text pic x(1024).
    01 loaded-ts pic x(26).
    01 hours-edit pic 9(3).99.
    01 reject-reason pic x(40).
        88 PERSON-FOUND value 1.
    01 cur-status pic x.
    01 cur-status-text pic x(4).
    01 cur-worker-type pic x.
    01 cur-assign-no pic 99.
    01 assign-bind pic s9(9) comp.
    01 assign-found-flag pic 9.
        88 ASSIGN-FOUND value 1.
    01 assign-start-iso pic x(10).
    01 assign-end-iso pic x(10).

    *> the detail's earnings-code groups, resolved before anything lands
    01 pair-ix pic 9.
    01 pair-count pic 9.
    01 pair-table.
        05 pair-entry occurs 4 times.
            10 pr-code pic x(4).
            10 pr-work-date-iso pic x(10).
            10 pr-hours pic 9(3)v99.
    01 base-hours pic 9(3)v99.
    01 earn-code pic x(4).
    01 earn-account pic x(8).
    01 work-date-iso pic x(10).
    01 code-count pic s9(9) comp.
    01 holiday-count pic s9(9) comp.
    01 hol-code-flag pic 9 value 0.
        88 HOL-CODE-DEFINED value 1.

    *> run control: one gross register per pay period unless overridden
    01 period-no pic s9(9) comp value 0.
    01 audit-note pic x(120).
    01 audit-bool pic 9.
    01 rows-one pic s9(9) comp value 1.
    01 year-lock-count pic s9(9) comp.
    01 year-locked-flag pic 9 value 0.
        88 YEAR-LOCKED value 1.
    01 locked-bind pic s9(9) comp.
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.

    *> register pass: hours back out of the table joined to the roster,
    *> money computed and summed in packed decimal
    01 out-first pic x(20).
    01 out-last  pic x(20).
    01 out-dept  pic x(4).
    01 out-flsa  pic x.
        88 FLSA-EXEMPT value "E".
    01 out-rate  pic s9(7)v99 comp-3.
    01 out-hours pic s9(3)v99 comp-3.
    01 out-assign-no pic s9(4) comp.
    01 other-assign-no pic s9(4) comp.
    01 other-counted pic s9(5)v99 comp-3.
    01 other-flsa pic x.
    01 other-counted-total pic s9(5)v99 comp-3.
    01 later-counted pic s9(5)v99 comp-3.
    01 person-ot-hours pic s9(5)v99 comp-3.
    01 reg-hours pic s9(3)v99 comp-3.
    01 ot-hours  pic s9(3)v99 comp-3.
    01 reg-pay   pic s9(9)v99 comp-3.
    01 ot-pay    pic s9(9)v99 comp-3.
    01 gross-pay pic s9(9)v99 comp-3.
    01 counted-hours pic s9(5)v99 comp-3.
    01 ot-from-base pic s9(5)v99 comp-3.
    01 premium-pay pic s9(9)v99 comp-3.
    01 straight-part pic s9(9)v99 comp-3.
    01 dept-labor pic s9(9)v99 comp-3.

    *> the person's cost split in effect on the period end date
    01 num-splits pic 99 value 0.
    01 sp-ix pic 99.
    01 primary-ix pic 99.
    01 split-table.
        05 split-entry occurs 10 times.
            10 sp-code pic x(8).
            10 sp-pct pic s9(3)v99 comp-3.
            10 sp-primary pic s9(9) comp.
            10 sp-amount pic s9(9)v99 comp-3.
    01 split-sum pic s9(9)v99 comp-3.
    01 dist-code pic x(8).
    01 dist-amount pic s9(9)v99 comp-3.
    01 split-pct-edit pic 9(3).99.
    01 dist-amount-edit pic -9(9).99.

    *> one person's coded hours, priced off earnings_code
    01 num-person-earns pic 99 value 0.
    01 pe-ix pic 99.
    01 person-earn-table.
        05 person-earn-entry occurs 10 times.
            10 pe-code pic x(4).
            10 pe-desc pic x(30).
            10 pe-calc-type pic x(2).
            10 pe-multiplier pic s9(3)v9999 comp-3.
            10 pe-premium pic s9(3)v9999 comp-3.
            10 pe-counts-ot pic s9(9) comp.
            10 pe-gl-account pic x(8).
            10 pe-hours pic s9(5)v99 comp-3.
            10 pe-paid-hours pic s9(5)v99 comp-3.
            10 pe-amount pic s9(9)v99 comp-3.
            10 pe-premium-part pic s9(9)v99 comp-3.

    *> the run's totals by earnings code, REG and OT first
    01 num-code-totals pic 99 value 0.
    01 ct-ix pic 99.
    01 ct-found-ix pic 99.
    01 code-total-table.
        05 code-total-entry occurs 20 times.
            10 ct-code pic x(4).
            10 ct-desc pic x(30).
            10 ct-hours pic s9(7)v99 comp-3.
            10 ct-amount pic s9(11)v99 comp-3.

    01 cur-dept   pic x(4).
    01 prev-dept  pic x(4) value low-values.
    01 reg-pay-edit   pic 9(9).99.
    01 ot-pay-edit    pic 9(9).99.
    01 gross-edit     pic 9(9).99.
    01 premium-edit   pic 9(9).99.
    01 earn-hours-edit pic 9(5).99.
    01 earn-paid-edit pic 9(5).99.
    01 earn-amount-edit pic 9(9).99.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 gl-found-ix pic 99.
    01 gl-dept-table.
        05 gl-dept-entry occurs 50 times.
            10 gd-dept pic x(8).
            10 gd-total pic s9(11)v99 comp-3.
    01 num-gl-accts pic 99 value 0.
    01 gl-acct-table.
        05 gl-acct-entry occurs 20 times.
            10 ga-account pic x(8).
            10 ga-total pic s9(11)v99 comp-3.
    01 gl-debit-total pic s9(11)v99 comp-3 value 0.
    01 gl-line-count pic 9(9) value 0.
    01 gl-debit-hash pic 9(15) value 0.
    01 hdr-line-1.
        05 filler pic x(30) value "GROSS PAY REGISTER -- PERIOD ".
        05 hdr-period-out pic 9(8).
        05 filler pic x(11) value "   OT PAST ".
        05 hdr-ot-hours-out pic zz9.99.
        05 filler pic x(8) value " HRS AT ".
        05 hdr-ot-mult-out pic z9.9999.
    01 hdr-line-2.
        05 filler pic x(7)  value "ID".
        05 filler pic x(21) value " NAME".
        05 filler pic x(6)  value " DEPT".
        05 filler pic x(4)  value " ASG".
        05 filler pic x(9)  value "  REG HR".
        05 filler pic x(9)  value "   OT HR".
        05 filler pic x(12) value "        RATE".
        05 filler pic x value space.
        05 dl-dept pic x(4).
        05 filler pic x(2) value spaces.
        05 dl-assign pic z9.
        05 filler pic x(2) value spaces.
        05 dl-reg-hours pic zz9.99.
        05 filler pic x(3) value spaces.
        05 dl-ot-hours pic zz9.99.
        05 dl-rate pic z,zzz,zz9.99.
        05 filler pic x(2) value spaces.
        05 dl-gross pic zz,zzz,zz9.99.
    01 earn-sub-line.
        05 filler pic x(10) value spaces.
        05 es-code pic x(4).
        05 filler pic x value space.
        05 es-desc pic x(20).
        05 filler pic x value space.
        05 es-hours pic zzz9.99.
        05 filler pic x(10) value " HRS PAID ".
        05 es-paid pic zzz9.99.
        05 filler pic x(6) value spaces.
        05 es-amount pic zz,zzz,zz9.99.
    01 code-hdr-line pic x(40) value "EARNINGS CODE TOTALS".
    01 code-total-line.
        05 filler pic x(2) value spaces.
        05 cd-code pic x(4).
        05 filler pic x value space.
        05 cd-desc pic x(30).
        05 filler pic x value space.
        05 cd-hours pic z,zzz,zz9.99.
        05 filler pic x(15) value " HRS".
        05 cd-amount pic zzz,zzz,zz9.99.
    01 dept-hdr-line.
        05 filler pic x(13) value "DEPARTMENT: ".
        05 dept-hdr-out pic x(4).
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    perform load-ot-rules.

    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists timesheet (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, hours numeric, source_file text, loaded_ts text)",
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_run_control (run_name text, period_no integer, business_date text, run_ts text, run_by text, override_flag integer default 0, primary key (run_name, period_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column locked integer default 0",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table gross_pay add column premium_pay numeric default 0",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists final_pay (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, term_date text, period_no integer, period_date text, reg_hours numeric, reg_pay numeric, leave_days numeric, leave_amount numeric, unrecovered numeric default 0, gross_amount numeric, posted_by text, posted_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists earnings_code (earn_code text primary key, description text, calc_type text, multiplier numeric default 1, premium numeric default 0, counts_ot integer default 1, min_hours numeric default 0, gl_account text default '')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists timesheet_earning (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, earn_code text, work_date text, hours numeric, source_file text, loaded_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists gross_pay_earning (person_id integer, period_date text, earn_code text, hours numeric, paid_hours numeric, amount numeric, gl_account text, primary key (person_id, period_date, earn_code))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_cost_split (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cost_code text, split_pct numeric, primary_flag integer default 0, eff_from text, eff_to text, added_by text, added_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists labor_distribution (period_date text, person_id integer, cost_code text, split_pct numeric, amount numeric, primary key (period_date, person_id, cost_code))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_assignment (person_id integer, assign_no integer, dept_code text, job_code text, pay_rate numeric, grade_code text, grade_step integer, start_date text, end_date text, primary_flag text default 'N', entered_by text, entered_ts text, primary key (person_id, assign_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table timesheet add column assign_no integer default 1",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table timesheet_earning add column assign_no integer default 1",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists gross_pay_assignment (person_id integer, period_date text, assign_no integer, dept_code text, reg_hours numeric, ot_hours numeric, reg_pay numeric, ot_pay numeric, premium_pay numeric, gross_amount numeric, primary key (person_id, period_date, assign_no))",
        error-message) to db-status.

    open input timesheet-file.
    if timesheet-file-status not = "00" then
                display "TIMESHEET period ending ", period-date
                perform check-run-control
                perform clear-prior-period
                perform check-holiday-code
            when "D"
                move timesheet-record to ts-detail-rec
                add 1 to read-count
check-run-control.
    move 0 to period-no.
    move spaces to sql-text.
    move spaces to period-start-iso.
    string "select period_no, start_date from pay_period where start_date <= '"
        period-date-iso "' and end_date >= '" period-date-iso "'"
        into sql-text
    end-string.
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to period-no
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-start-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
        move 1 to return-code
        stop run
    end-if.
    perform check-year-lock.
    move 0 to prior-run-flag.
    move spaces to prior-run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
write-run-control.
    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into pay_run_control (run_name, period_no, business_date, run_ts, run_by, override_flag, locked) values ('timesheet-register', ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, period-no) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
        move override-flag to override-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, override-bind) to db-status
        move year-locked-flag to locked-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, locked-bind) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> A period in a closed payroll year: refused unless -override Y AND
*> the -op operator signs on as a supervisor.  The rerun's own control
*> row is written locked, so the year stays closed behind it.
check-year-lock.
    move 0 to year-locked-flag.
    move 0 to year-lock-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.locked = 1 and substr(p.end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso(1:4)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to year-lock-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    if year-lock-count = 0 then
        exit paragraph
    end-if.
    move 1 to year-locked-flag.
    if RUN-OVERRIDE then
        move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
            signon-name) to signon-ok
    else
        move 0 to signon-ok
    end-if.
    if signon-ok not = 1 or trim(signon-role) not = "SUP" then
        display "timesheet-register: payroll year ", period-date-iso(1:4),
            " is closed -- only a supervisor may run it (-override Y -op <id>)"
        close timesheet-file
        close reject-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move period-no to period-no-disp.
    move spaces to audit-note.
    string "timesheet-register CLOSED-YEAR override for period " period-no-disp
        " in payroll year " period-date-iso(1:4)
        into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id,
        db-status, rows-one) to audit-bool.
    display "timesheet-register: CLOSED-YEAR override accepted for ",
        period-date-iso(1:4).

*> a re-run of the same period's file replaces that period's hours and
*> gross instead of doubling them -- the feed, not the table, is the
*> book of record for what the period said
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from gross_pay where period_date = '" period-date-iso "'"
        " and person_id not in (select person_id from final_pay where period_date = '"
        period-date-iso "')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from timesheet_earning where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from gross_pay_earning where period_date = '" period-date-iso "'"
        " and person_id not in (select person_id from final_pay where period_date = '"
        period-date-iso "')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from labor_distribution where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from gross_pay_assignment where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.

*> hours on a holiday are only recognized when there is a HOL code to
*> pay them under -- without one they stay straight time
check-holiday-code.
    move 0 to hol-code-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from earnings_code where earn_code = 'HOL'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT(stmt-handle,col-idx) > 0 then
                move 1 to hol-code-flag
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> only an ACTIVE employee draws pay: terminated, on leave, pending,
*> contingent, or simply not on the roster all reject with the reason
*> on the report
intake-one-timesheet.
    if period-date = 0 then
        move "detail before header record" to reject-reason
            move "person has not started yet" to reject-reason
            perform write-reject
            exit paragraph
        when cur-worker-type not = "E"
            move "contractor/temp -- billed by the agency" to reject-reason
            perform write-reject
            exit paragraph
    end-evaluate.
    perform resolve-assignment.
    if reject-reason not = spaces then
        perform write-reject
        exit paragraph
    end-if.
    perform resolve-earning-pairs.
    if reject-reason not = spaces then
        perform write-reject
        exit paragraph
    end-if.
    move function current-date to loaded-ts.
    move base-hours to hours-edit.
    move "insert into timesheet (person_id, period_date, hours, source_file, loaded_ts, assign_no) values (?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(timesheet-file-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, loaded-ts) to db-status
        move cur-assign-no to assign-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, assign-bind) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if db-status = 0 then
        perform varying pair-ix from 1 by 1 until pair-ix > pair-count
            perform insert-earning-pair
        end-perform
    end-if.
    if db-status = 0 then
        add 1 to accepted-count
    else
        perform write-reject
    end-if.

*> the assignment the hours were worked on: blank or 1 is the primary
*> job on the person row; any other number has to be one of the
*> person's concurrent assignments and in effect during the period
resolve-assignment.
    move spaces to reject-reason.
    if det-assign-text = spaces or det-assign-no is not numeric then
        move 1 to cur-assign-no
    else
        move det-assign-no to cur-assign-no
    end-if.
    if cur-assign-no = 0 then
        move 1 to cur-assign-no
    end-if.
    if cur-assign-no = 1 then
        exit paragraph
    end-if.
    move 0 to assign-found-flag.
    move spaces to assign-start-iso.
    move spaces to assign-end-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(start_date, ''), coalesce(end_date, '') from person_assignment where person_id = ? and assign_no = ? and coalesce(primary_flag, 'N') <> 'Y'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move det-key to bind-key
        move cur-assign-no to assign-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-key) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, assign-bind) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to assign-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-start-iso) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-end-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    evaluate true
        when not ASSIGN-FOUND
            string "person holds no assignment " cur-assign-no into reject-reason
            end-string
        when assign-start-iso > period-date-iso
            string "assignment " cur-assign-no " starts after the period"
                into reject-reason
            end-string
        when assign-end-iso not = spaces and assign-end-iso < period-start-iso
            string "assignment " cur-assign-no " ended before the period"
                into reject-reason
            end-string
    end-evaluate.

*> every group on the detail is settled before anything is stored: a
*> blank code is more straight time (HOL when the work date is a
*> holiday), any other code has to be in earnings_code or the whole
*> detail rejects
resolve-earning-pairs.
    move spaces to reject-reason.
    move det-hours to base-hours.
    move 0 to pair-count.
    perform varying pair-ix from 1 by 1 until pair-ix > 4
        if det-earn-hours(pair-ix) is numeric then
            if det-earn-hours(pair-ix) > 0 then
                perform resolve-one-pair
            end-if
        end-if
    end-perform.

resolve-one-pair.
    if reject-reason not = spaces then
        exit paragraph
    end-if.
    move function upper-case(det-earn-code(pair-ix)) to earn-code.
    move spaces to work-date-iso.
    if det-work-date(pair-ix) is numeric then
        if det-work-date(pair-ix) > 0 then
            move SQLITE3-COBOL-TO-DATE(det-work-date(pair-ix)) to work-date-iso
        end-if
    end-if.
    if (earn-code = spaces or earn-code = "REG") and work-date-iso not = spaces
            and HOL-CODE-DEFINED then
        perform check-holiday-date
        if holiday-count > 0 then
            move "HOL" to earn-code
        end-if
    end-if.
    if earn-code = spaces or earn-code = "REG" then
        add det-earn-hours(pair-ix) to base-hours
        exit paragraph
    end-if.
    move 0 to code-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from earnings_code where earn_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(earn-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to code-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.
    if code-count = 0 then
        move spaces to reject-reason
        string "unknown earnings code " trim(earn-code) into reject-reason
        end-string
        exit paragraph
    end-if.
    add 1 to pair-count.
    move earn-code to pr-code(pair-count).
    move work-date-iso to pr-work-date-iso(pair-count).
    move det-earn-hours(pair-ix) to pr-hours(pair-count).

check-holiday-date.
    move 0 to holiday-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from holiday_calendar where holiday_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, work-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to holiday-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

insert-earning-pair.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move pr-hours(pair-ix) to hours-edit.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into timesheet_earning (person_id, period_date, earn_code, work_date, hours, source_file, loaded_ts, assign_no) values (?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move det-key to bind-key
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-key) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(pr-code(pair-ix))) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, pr-work-date-iso(pair-ix)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(timesheet-file-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, loaded-ts) to db-status
        move cur-assign-no to assign-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-8, assign-bind) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

write-reject.
    add 1 to reject-count.
    move det-key to rj-key.
get-person-status.
    move 0 to person-found-flag.
    move "A" to cur-status.
    move "E" to cur-worker-type.
    move spaces to sql-text.
    string "select coalesce(status, 'A'), coalesce(worker_type, 'E') from person where id = " det-key
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-status-text) to bool
            move cur-status-text(1:1) to cur-status
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-worker-type) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> the overtime rules in force on the business date; the literals the
*> register always used stand when no parameter row is found
load-ot-rules.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    move BUSINESS-PARAM(db-handle, "OT-WEEKLY-HOURS", business-date-iso,
        param-value) to bool.
    if bool = 1 then
        move numval(trim(param-value)) to ot-threshold-hours
    end-if.
    move BUSINESS-PARAM(db-handle, "OT-MULTIPLIER", business-date-iso,
        param-value) to bool.
    if bool = 1 then
        move numval(trim(param-value)) to ot-multiplier
    end-if.

*> the register pass: accepted hours joined back to the roster ordered
*> by department then last name, overtime split out past the threshold,
*> every amount computed and summed in COMP-3
print-register.
    open output report-file.
    move period-date to hdr-period-out.
    move ot-threshold-hours to hdr-ot-hours-out.
    move ot-multiplier to hdr-ot-mult-out.
    move hdr-line-1 to report-line.
    write report-line.
    move hdr-line-2 to report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move 2 to num-code-totals.
    move "REG" to ct-code(1).
    move "STRAIGHT TIME" to ct-desc(1).
    move "OT" to ct-code(2).
    move "OVERTIME" to ct-desc(2).
    move 0 to ct-hours(1) ct-amount(1) ct-hours(2) ct-amount(2).

    move spaces to sql-text.
    string "select t.person_id, p.first_name, p.last_name, "
        "case when a.person_id is null then coalesce(p.dept_code, '') else coalesce(a.dept_code, '') end, "
        "case when a.person_id is null then coalesce(p.pay_rate, 0) else coalesce(a.pay_rate, 0) end, "
        "t.hours, coalesce(j.flsa_status, 'N'), coalesce(t.assign_no, 1) "
        "from timesheet t join person p on p.id = t.person_id "
        "left join person_assignment a on a.person_id = t.person_id and a.assign_no = t.assign_no "
        "and coalesce(a.primary_flag, 'N') <> 'Y' "
        "left join job_code j on j.job_code = (case when a.person_id is null then p.job_code else a.job_code end) "
        "where t.period_date = '" period-date-iso "' order by 4, p.last_name, t.person_id, 8"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, reg-stmt) to db-status.
    if db-status not = 0 then
        display "timesheet-register: register select failed, status ", db-status
        close report-file
        move 1 to balance-failed-flag
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(reg-stmt) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(reg-stmt,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(reg-stmt,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(reg-stmt,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(reg-stmt,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(reg-stmt,col-idx) to out-rate
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(reg-stmt,col-idx) to out-hours
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(reg-stmt,col-idx,out-flsa) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(reg-stmt,col-idx) to out-assign-no
        perform register-one-person
        move SQLITE3-STMT-STEP(reg-stmt) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(reg-stmt) to db-status.

    if prev-dept not = low-values then
        perform print-dept-total
    end-if.
    move spaces to report-line.
    write report-line.
    write report-line from code-hdr-line.
    perform varying ct-ix from 1 by 1 until ct-ix > num-code-totals
        move ct-code(ct-ix) to cd-code
        move ct-desc(ct-ix) to cd-desc
        move ct-hours(ct-ix) to cd-hours
        move ct-amount(ct-ix) to cd-amount
        write report-line from code-total-line
    end-perform.
    move spaces to report-line.
    write report-line.
    move grand-count to grand-cnt-out.
    move grand-total to grand-amt-out.
    write report-line from grand-total-line.
    write report-line from control-total-line.
    close report-file.

*> Overtime is everything past the threshold (OT-WEEKLY-HOURS) in
*> counted hours -- straight time plus the coded hours that count
*> toward it.  It comes out of the straight hours first at the
*> multiplier (OT-MULTIPLIER); overtime beyond them is coded hours
*> already paid at the code's rate, so it earns only the premium over
*> straight time (the multiplier less one) on top.  An exempt job
*> earns no overtime at all.  With concurrent assignments the
*> threshold is tested against the counted hours of all the person's
*> non-exempt assignments together, and this assignment carries
*> whatever of the excess the higher-numbered ones haven't already
*> taken.
register-one-person.
    perform load-person-earnings.
    move out-hours to counted-hours.
    perform varying pe-ix from 1 by 1 until pe-ix > num-person-earns
        if pe-counts-ot(pe-ix) not = 0 then
            add pe-hours(pe-ix) to counted-hours
        end-if
    end-perform.
    move 0 to other-counted-total.
    move 0 to later-counted.
    if not FLSA-EXEMPT then
        perform load-other-assignments
    end-if.
    compute person-ot-hours = counted-hours + other-counted-total - ot-threshold-hours.
    if person-ot-hours > 0 and not FLSA-EXEMPT then
        compute person-ot-hours = person-ot-hours - later-counted
        if person-ot-hours < 0 then
            move 0 to person-ot-hours
        end-if
        if person-ot-hours > counted-hours then
            move counted-hours to ot-hours
        else
            move person-ot-hours to ot-hours
        end-if
    else
        move 0 to ot-hours
    end-if.
    if ot-hours > out-hours then
        move out-hours to ot-from-base
    else
        move ot-hours to ot-from-base
    end-if.
    compute reg-hours = out-hours - ot-from-base.
    compute reg-pay rounded = reg-hours * out-rate.
    compute ot-pay rounded = ot-from-base * out-rate * ot-multiplier
        + (ot-hours - ot-from-base) * out-rate * (ot-multiplier - 1).
    move 0 to premium-pay.
    compute dept-labor = reg-pay + ot-pay.
    perform varying pe-ix from 1 by 1 until pe-ix > num-person-earns
        perform price-one-earning
    end-perform.
    compute gross-pay = reg-pay + ot-pay + premium-pay.

    move out-dept to cur-dept.
    if cur-dept not = prev-dept then
    string trim(out-first) " " trim(out-last) into person-name end-string.
    move person-name(1:20) to dl-name.
    move out-dept to dl-dept.
    move out-assign-no to dl-assign.
    move reg-hours to dl-reg-hours.
    move ot-hours to dl-ot-hours.
    move out-rate to dl-rate.
    move gross-pay to dl-gross.
    write report-line from detail-line.
    perform varying pe-ix from 1 by 1 until pe-ix > num-person-earns
        move pe-code(pe-ix) to es-code
        move pe-desc(pe-ix) to es-desc
        move pe-hours(pe-ix) to es-hours
        move pe-paid-hours(pe-ix) to es-paid
        move pe-amount(pe-ix) to es-amount
        write report-line from earn-sub-line
    end-perform.
    add reg-hours to ct-hours(1).
    add reg-pay to ct-amount(1).
    add ot-hours to ct-hours(2).
    add ot-pay to ct-amount(2).

    add 1 to dept-count.
    add gross-pay to dept-total.
    add 1 to grand-count.
    add gross-pay to grand-total.
    perform distribute-labor.
    perform varying pe-ix from 1 by 1 until pe-ix > num-person-earns
        perform add-code-total
        if pe-premium-part(pe-ix) > 0 then
            perform add-gl-premium
        end-if
    end-perform.
    perform write-gross-pay-row.

*> the counted hours on the person's other assignments this period --
*> straight time plus the coded hours that count toward overtime -- for
*> the non-exempt ones, and how much of that sits on assignments
*> numbered above this one
load-other-assignments.
    move spaces to sql-text.
    string "select coalesce(t.assign_no, 1), t.hours + coalesce((select sum(e.hours) "
        "from timesheet_earning e left join earnings_code c on c.earn_code = e.earn_code "
        "where e.person_id = t.person_id and e.period_date = t.period_date "
        "and coalesce(e.assign_no, 1) = coalesce(t.assign_no, 1) and coalesce(c.counts_ot, 1) <> 0), 0), "
        "coalesce(j.flsa_status, 'N') "
        "from timesheet t join person p on p.id = t.person_id "
        "left join person_assignment a on a.person_id = t.person_id and a.assign_no = t.assign_no "
        "and coalesce(a.primary_flag, 'N') <> 'Y' "
        "left join job_code j on j.job_code = (case when a.person_id is null then p.job_code else a.job_code end) "
        "where t.person_id = ? and t.period_date = ? and coalesce(t.assign_no, 1) <> ?"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, earn-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move out-id to bind-key.
    move SQLITE3-STMT-BIND-INT(earn-stmt, bind-param-1, bind-key) to db-status.
    move SQLITE3-STMT-BIND-TEXT(earn-stmt, bind-param-2, period-date-iso) to db-status.
    move out-assign-no to assign-bind.
    move SQLITE3-STMT-BIND-INT(earn-stmt, bind-param-3, assign-bind) to db-status.
    move SQLITE3-STMT-STEP(earn-stmt) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(earn-stmt,col-idx) to other-assign-no
        move 1 to col-idx
        move SQLITE3-COLUMN-DECIMAL(earn-stmt,col-idx) to other-counted
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(earn-stmt,col-idx,other-flsa) to bool
        if other-flsa not = "E" then
            add other-counted to other-counted-total
            if other-assign-no > out-assign-no then
                add other-counted to later-counted
            end-if
        end-if
        move SQLITE3-STMT-STEP(earn-stmt) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(earn-stmt) to db-status.
    move 0 to db-status.

*> the person's coded hours for the period, summed by code with each
*> occurrence paid at least the code's minimum hours
load-person-earnings.
    move 0 to num-person-earns.
    move spaces to sql-text.
    string "select e.earn_code, coalesce(c.description, ''), coalesce(c.calc_type, 'M'), "
        "coalesce(c.multiplier, 1), coalesce(c.premium, 0), coalesce(c.counts_ot, 1), "
        "coalesce(c.gl_account, ''), coalesce(sum(e.hours), 0), "
        "coalesce(sum(max(e.hours, coalesce(c.min_hours, 0))), 0) "
        "from timesheet_earning e left join earnings_code c on c.earn_code = e.earn_code "
        "where e.person_id = ? and e.period_date = ? and coalesce(e.assign_no, 1) = ? "
        "group by e.earn_code order by e.earn_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, earn-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move out-id to bind-key.
    move SQLITE3-STMT-BIND-INT(earn-stmt, bind-param-1, bind-key) to db-status.
    move SQLITE3-STMT-BIND-TEXT(earn-stmt, bind-param-2, period-date-iso) to db-status.
    move out-assign-no to assign-bind.
    move SQLITE3-STMT-BIND-INT(earn-stmt, bind-param-3, assign-bind) to db-status.
    move SQLITE3-STMT-STEP(earn-stmt) to step-result.
    perform until not SQLITE_ROW or num-person-earns = 10
        add 1 to num-person-earns
        move num-person-earns to pe-ix
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(earn-stmt,col-idx,pe-code(pe-ix)) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(earn-stmt,col-idx,pe-desc(pe-ix)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(earn-stmt,col-idx,pe-calc-type(pe-ix)) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(earn-stmt,col-idx) to pe-multiplier(pe-ix)
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(earn-stmt,col-idx) to pe-premium(pe-ix)
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(earn-stmt,col-idx) to pe-counts-ot(pe-ix)
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(earn-stmt,col-idx,pe-gl-account(pe-ix)) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(earn-stmt,col-idx) to pe-hours(pe-ix)
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(earn-stmt,col-idx) to pe-paid-hours(pe-ix)
        move SQLITE3-STMT-STEP(earn-stmt) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(earn-stmt) to db-status.
    move 0 to db-status.

*> 'F' pays the rate plus a flat premium per hour, anything else a
*> multiple of the rate; the part over straight time is the premium
*> the journal sends to the code's own account (none without one)
price-one-earning.
    if pe-calc-type(pe-ix)(1:1) = "F" then
        compute pe-amount(pe-ix) rounded =
            pe-paid-hours(pe-ix) * (out-rate + pe-premium(pe-ix))
    else
        compute pe-amount(pe-ix) rounded =
            pe-paid-hours(pe-ix) * out-rate * pe-multiplier(pe-ix)
    end-if.
    compute straight-part rounded = pe-paid-hours(pe-ix) * out-rate.
    compute pe-premium-part(pe-ix) = pe-amount(pe-ix) - straight-part.
    if pe-gl-account(pe-ix) = spaces or pe-premium-part(pe-ix) < 0 then
        move 0 to pe-premium-part(pe-ix)
    end-if.
    add pe-amount(pe-ix) to premium-pay.
    compute dept-labor = dept-labor + pe-amount(pe-ix) - pe-premium-part(pe-ix).

add-code-total.
    move 0 to ct-found-ix.
    perform varying ct-ix from 1 by 1 until ct-ix > num-code-totals
        if ct-code(ct-ix) = pe-code(pe-ix) then
            move ct-ix to ct-found-ix
        end-if
    end-perform.
    if ct-found-ix = 0 then
        if num-code-totals < 20 then
            add 1 to num-code-totals
            move num-code-totals to ct-found-ix
            move pe-code(pe-ix) to ct-code(ct-found-ix)
            move pe-desc(pe-ix) to ct-desc(ct-found-ix)
            move 0 to ct-hours(ct-found-ix)
            move 0 to ct-amount(ct-found-ix)
        else
            exit paragraph
        end-if
    end-if.
    add pe-paid-hours(pe-ix) to ct-hours(ct-found-ix).
    add pe-amount(pe-ix) to ct-amount(ct-found-ix).

*> the same pennies the register printed, keyed (person, period) for
*> the deduction register and the GL journal export to read back --
*> a second assignment adds into the row the first one wrote, and keeps
*> its own share in gross_pay_assignment
write-gross-pay-row.
    move reg-hours to reg-hours-edit.
    move ot-hours to ot-hours-edit.
    move reg-pay to reg-pay-edit.
    move ot-pay to ot-pay-edit.
    move gross-pay to gross-edit.
    move premium-pay to premium-edit.
    move spaces to sql-text.
    string "insert into gross_pay (person_id, period_date, reg_hours, ot_hours, reg_pay, ot_pay, gross_amount, premium_pay) values (?, ?, ?, ?, ?, ?, ?, ?) "
        "on conflict (person_id, period_date) do update set reg_hours = reg_hours + excluded.reg_hours, "
        "ot_hours = ot_hours + excluded.ot_hours, reg_pay = reg_pay + excluded.reg_pay, "
        "ot_pay = ot_pay + excluded.ot_pay, gross_amount = gross_amount + excluded.gross_amount, "
        "premium_pay = coalesce(premium_pay, 0) + excluded.premium_pay"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move out-id to bind-key
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, reg-pay-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, ot-pay-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, gross-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, premium-edit) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into gross_pay_assignment (person_id, period_date, assign_no, dept_code, reg_hours, ot_hours, reg_pay, ot_pay, premium_pay, gross_amount) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move out-id to bind-key
        move out-assign-no to assign-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-key) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, assign-bind) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(out-dept)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, reg-hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, ot-hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, reg-pay-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, ot-pay-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, premium-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, gross-edit) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.
    if reg-hours > 0 then
        move "REG" to earn-code
        move reg-hours to earn-hours-edit
        move reg-hours to earn-paid-edit
        move reg-pay to earn-amount-edit
        perform write-earning-row
    end-if.
    if ot-hours > 0 then
        move "OT" to earn-code
        move ot-hours to earn-hours-edit
        move ot-hours to earn-paid-edit
        move ot-pay to earn-amount-edit
        perform write-earning-row
    end-if.
    perform varying pe-ix from 1 by 1 until pe-ix > num-person-earns
        move pe-code(pe-ix) to earn-code
        move pe-hours(pe-ix) to earn-hours-edit
        move pe-paid-hours(pe-ix) to earn-paid-edit
        move pe-amount(pe-ix) to earn-amount-edit
        perform write-earning-row
    end-perform.

*> gross broken down by earnings code, REG and OT included, so the
*> earnings statement can show every line that made up the gross; the
*> account is where the line's premium posted (the department when
*> it has none of its own)
write-earning-row.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into gross_pay_earning (person_id, period_date, earn_code, hours, paid_hours, amount, gl_account) values (?, ?, ?, ?, ?, ?, ?) on conflict (person_id, period_date, earn_code) do update set hours = hours + excluded.hours, paid_hours = paid_hours + excluded.paid_hours, amount = amount + excluded.amount",
        stmt-handle) to db-status.
    if db-status = 0 then
        move out-id to bind-key
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-key) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(earn-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, earn-hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, earn-paid-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, earn-amount-edit) to db-status
        move out-dept to earn-account
        if earn-code not = "REG" and earn-code not = "OT" then
            if pe-premium-part(pe-ix) > 0 then
                move pe-gl-account(pe-ix) to earn-account
            end-if
        end-if
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(earn-account)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    move dept-total to dept-amt-out.
    write report-line from dept-total-line.

*> the department share of the person's gross spread over their cost
*> split -- each share rounded, the pennies left over to the primary
*> split -- or all of it to their own department when they have none.
*> A concurrent assignment's labor goes whole to its own department.
distribute-labor.
    move 0 to num-splits.
    if out-assign-no = 1 then
        perform load-person-splits
    end-if.
    if num-splits = 0 then
        move 1 to num-splits
        move out-dept to sp-code(1)
        move 100 to sp-pct(1)
        move 1 to sp-primary(1)
    end-if.
    move 0 to split-sum.
    move 1 to primary-ix.
    perform varying sp-ix from 1 by 1 until sp-ix > num-splits
        compute sp-amount(sp-ix) rounded = dept-labor * sp-pct(sp-ix) / 100
        add sp-amount(sp-ix) to split-sum
        if sp-primary(sp-ix) not = 0 then
            move sp-ix to primary-ix
        end-if
    end-perform.
    compute sp-amount(primary-ix) = sp-amount(primary-ix) + dept-labor - split-sum.
    perform varying sp-ix from 1 by 1 until sp-ix > num-splits
        move sp-code(sp-ix) to dist-code
        move sp-amount(sp-ix) to dist-amount
        perform add-gl-dept
        perform write-distribution-row
    end-perform.

load-person-splits.
    move 0 to num-splits.
    move SQLITE3-STMT-OPEN(db-handle,
        "select cost_code, coalesce(split_pct, 0), coalesce(primary_flag, 0) from person_cost_split where person_id = ? and eff_from <= ? and (eff_to is null or eff_to = '' or eff_to >= ?) order by primary_flag desc, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move out-id to bind-key.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-key) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or num-splits = 10
        add 1 to num-splits
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,sp-code(num-splits)) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to sp-pct(num-splits)
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to sp-primary(num-splits)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move 0 to db-status.

write-distribution-row.
    move sp-pct(sp-ix) to split-pct-edit.
    move dist-amount to dist-amount-edit.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into labor_distribution (period_date, person_id, cost_code, split_pct, amount) values (?, ?, ?, ?, ?) on conflict (period_date, person_id, cost_code) do update set amount = amount + excluded.amount",
        stmt-handle) to db-status.
    if db-status = 0 then
        move out-id to bind-key
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-key) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(dist-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, split-pct-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(dist-amount-edit)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

add-gl-dept.
    move 0 to gl-found-ix.
    perform varying gl-ix from 1 by 1 until gl-ix > num-gl-depts
        if gd-dept(gl-ix) = dist-code then
            move gl-ix to gl-found-ix
        end-if
    end-perform.
        if num-gl-depts < 50 then
            add 1 to num-gl-depts
            move num-gl-depts to gl-found-ix
            move dist-code to gd-dept(gl-found-ix)
            move 0 to gd-total(gl-found-ix)
        else
            display "timesheet-register: more than 50 departments, journal refused"
            exit paragraph
        end-if
    end-if.
    add dist-amount to gd-total(gl-found-ix).
    add dist-amount to gl-debit-total.

add-gl-premium.
    move 0 to gl-found-ix.
    perform varying gl-ix from 1 by 1 until gl-ix > num-gl-accts
        if ga-account(gl-ix) = pe-gl-account(pe-ix) then
            move gl-ix to gl-found-ix
        end-if
    end-perform.
    if gl-found-ix = 0 then
        if num-gl-accts < 20 then
            add 1 to num-gl-accts
            move num-gl-accts to gl-found-ix
            move pe-gl-account(pe-ix) to ga-account(gl-found-ix)
            move 0 to ga-total(gl-found-ix)
        else
            display "timesheet-register: more than 20 premium accounts, journal refused"
            move 1 to balance-failed-flag
            exit paragraph
        end-if
    end-if.
    add pe-premium-part(pe-ix) to ga-total(gl-found-ix).
    add pe-premium-part(pe-ix) to gl-debit-total.

*> The journal accounting stops re-keying: a debit per department's
*> (or cost center's) labor cost, a debit per premium account, and one
*> balancing credit to the accrued-payroll account.  Proven BEFORE
*> anything is written -- if the debits don't sum to the register's
*> grand total to the penny, no file is cut.
cut-gl-journal.
    if gl-debit-total not = grand-total then
        display "timesheet-register: GL journal REFUSED -- debits ",
    perform varying gl-ix from 1 by 1 until gl-ix > num-gl-depts
        move "D" to gld-side
        move spaces to gld-account
        move gd-dept(gl-ix) to gld-account
        move period-date to gld-period
        move gd-total(gl-ix) to gld-amount
        write gl-record from gl-detail-rec
        compute gl-pennies = gd-total(gl-ix) * 100
        add gl-pennies to gl-debit-hash
    end-perform.
    perform varying gl-ix from 1 by 1 until gl-ix > num-gl-accts
        move "D" to gld-side
        move ga-account(gl-ix) to gld-account
        move period-date to gld-period
        move ga-total(gl-ix) to gld-amount
        write gl-record from gl-detail-rec
        add 1 to gl-line-count
        compute gl-pennies = ga-total(gl-ix) * 100
        add gl-pennies to gl-debit-hash
    end-perform.
    move "C" to gld-side.
    move "ACCRPAY " to gld-account.
    move period-date to gld-period.
