GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 payroll-variance.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob alert-utils.cob operator-utils.cob
*>***************************************
*> The pre-release variance check: run after timesheet-register (and
*> deduction-register, when net pay should be checked too) and before
*> ach-payment sends anything to the bank.  For the period named by
*> "-period" (YYYYMMDD, default the latest period in gross_pay) every
*> person's gross, net and hours -- straight time, overtime and the
*> premium earnings-code hours -- are compared with the same person's
*> prior period (the latest earlier period in gross_pay) and with
*> their trailing average over the last "-avg" periods they were paid
*> (default 4).  A change beyond "-pct" percent (default 25) or beyond
*> "-amount" dollars (default 500.00) against either one is listed;
*> hours are held to the percent tolerance only, and a tolerance of 0
*> turns that test off.  Net is only compared once the deduction
*> register has stored it.  The same listing carries every NEW PAYEE
*> (paid now, not last period), everyone MISSING (paid last period,
*> not now), and anyone paid while their roster status is not 'A' --
*> or who is not on the roster at all.
*>
*> Every exception lands in pay_variance and raises a 'W' alert_queue
*> row (ALERT-RAISE); when any are open the run raises one 'E' alert,
*> writes a pay_run_control row for the period with hold_flag set, and
*> ach-payment refuses the period until the hold is cleared.  Only a
*> supervisor clears it: "-clear Y -op <id>" signs on through
*> OPERATOR-SIGNON as SUP, stamps every open variance of the period
*> cleared by that operator, drops the hold and audits it.  A rerun
*> after a correction starts the period's open list over; an exception
*> a supervisor already cleared that comes back unchanged stays
*> cleared (CLEARED on the report) and does not hold the period again.
*> Output goes to "-out" (default payroll-variance.rpt), registered in
*> report_registry.  RETURN-CODE 2 when the period is held, 1 on a
*> refused or failed run, 0 when it is clear to release.
identification division.
    program-id. payroll-variance.
    REMARKS. Pre-release payroll variance check and release hold.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ALERT-RAISE
    FUNCTION OPERATOR-SIGNON
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(132).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "payroll-variance.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 person-stmt        PIC 9(18) COMP.
    01 redefines person-stmt.
        05 person-stmt-object-ptr usage pointer.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 person-step-result pic s9(9) comp.
        88  PERSON_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-person-id pic s9(9) comp.
    01 sql-text pic x(1024).

    *> hours paid in a gross_pay row: straight time, overtime and the
    *> premium earnings-code hours kept beside it
    01 hours-expr pic x(240) value "coalesce(g.reg_hours, 0) + coalesce(g.ot_hours, 0) + coalesce((select sum(e.hours) from gross_pay_earning e where e.person_id = g.person_id and e.period_date = g.period_date and e.earn_code not in ('REG', 'OT')), 0)".

    01 business-date pic 9(8).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 prior-period-iso pic x(10) value spaces.
    01 period-no pic s9(9) comp value 0.
    01 period-no-disp pic 9(5).

    *> tolerances: a zero turns that test off
    01 pct-tolerance pic 9(3)v99 value 25.
    01 amt-tolerance pic 9(7)v99 value 500.
    01 avg-periods pic s9(9) comp value 4.

    01 clear-flag pic 9 value 0.
        88 CLEAR-HOLD value 1.
    01 clear-rc pic 9 value 0.
    01 operator-id pic x(20) value "payroll-variance".
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 run-ts pic x(26).
    01 rows-changed pic s9(9) comp.
    01 audit-note pic x(120).
    01 audit-bool pic 9.
    01 alert-bool pic 9.
    01 alert-text pic x(120).
    01 hold-bind pic s9(9) comp.

    *> one paid person this period, and what they looked like before
    01 cur-id PIC 9(18) COMP.
    01 cur-first pic x(20).
    01 cur-last pic x(20).
    01 cur-status pic x(4).
    01 cur-gross pic s9(9)v99 comp-3.
    01 cur-hours pic s9(5)v99 comp-3.
    01 cur-net-found pic s9(9) comp.
    01 cur-net pic s9(9)v99 comp-3.
    01 prior-found-flag pic 9.
        88 PRIOR-FOUND value 1.
    01 prior-gross pic s9(9)v99 comp-3.
    01 prior-hours pic s9(5)v99 comp-3.
    01 prior-net-found pic s9(9) comp.
    01 prior-net pic s9(9)v99 comp-3.
    01 avg-count pic s9(9) comp.
    01 avg-net-count pic s9(9) comp.
    01 avg-gross pic s9(9)v99 comp-3.
    01 avg-hours pic s9(5)v99 comp-3.
    01 avg-net pic s9(9)v99 comp-3.
    01 person-name pic x(42).

    *> one comparison: current against prior and against the average
    01 cmp-item pic x(5).
    01 cmp-current pic s9(9)v99 comp-3.
    01 cmp-prior pic s9(9)v99 comp-3.
    01 cmp-prior-ok pic 9.
    01 cmp-avg pic s9(9)v99 comp-3.
    01 cmp-avg-ok pic 9.
    01 cmp-dollar-test pic 9.
    01 cmp-base pic s9(9)v99 comp-3.
    01 cmp-diff pic s9(9)v99 comp-3.
    01 cmp-pct pic s9(5)v9 comp-3.
    01 cmp-over pic 9.
    01 prior-pct pic s9(5)v9 comp-3.
    01 avg-pct pic s9(5)v9 comp-3.
    01 variance-flag pic 9.
        88 OVER-TOLERANCE value 1.

    *> the exception being written
    01 exc-type pic x(16).
    01 exc-alert-code pic x(10).
    01 exc-item pic x(5).
    01 exc-current pic s9(9)v99 comp-3.
    01 exc-prior pic s9(9)v99 comp-3.
    01 exc-prior-ok pic 9.
    01 exc-avg pic s9(9)v99 comp-3.
    01 exc-avg-ok pic 9.
    01 exc-show-pct pic 9 value 0.
    01 current-edit pic -9(9).99.
    01 prior-edit pic -9(9).99.
    01 avg-edit pic -9(9).99.
    01 cleared-count pic s9(9) comp.
    01 amount-disp pic -zz,zzz,zz9.99.
    01 pct-disp pic -zzz9.9.

    01 checked-count pic 9(9) value 0.
    01 open-count pic 9(9) value 0.
    01 cleared-total pic 9(9) value 0.
    01 line-count pic 9(9) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(38) value "PAYROLL VARIANCE CHECK -- PERIOD ".
        05 hdr-period-out pic x(10).
        05 filler pic x(10) value "  PRIOR ".
        05 hdr-prior-out pic x(10).
    01 hdr-line-2.
        05 filler pic x(11) value "TOLERANCE ".
        05 hdr-pct-out pic zz9.99.
        05 filler pic x(6) value "% OR $".
        05 hdr-amt-out pic z,zzz,zz9.99.
        05 filler pic x(22) value "   TRAILING AVERAGE OF".
        05 hdr-avg-out pic zz9.
        05 filler pic x(10) value " PERIOD(S)".
    01 hdr-line-3.
        05 filler pic x(9)  value "  PERSON".
        05 filler pic x(21) value " NAME".
        05 filler pic x(17) value "EXCEPTION".
        05 filler pic x(6)  value "ITEM".
        05 filler pic x(15) value "       CURRENT".
        05 filler pic x(15) value "         PRIOR".
        05 filler pic x(8)  value "   CHG%".
        05 filler pic x(15) value "       AVERAGE".
        05 filler pic x(8)  value "   CHG%".
        05 filler pic x(8)  value " STATUS".
    01 detail-line.
        05 dl-person pic zzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(20).
        05 filler pic x value space.
        05 dl-exception pic x(16).
        05 filler pic x value space.
        05 dl-item pic x(5).
        05 filler pic x value space.
        05 dl-current pic x(14).
        05 filler pic x value space.
        05 dl-prior pic x(14).
        05 filler pic x value space.
        05 dl-prior-pct pic x(7).
        05 filler pic x value space.
        05 dl-avg pic x(14).
        05 filler pic x value space.
        05 dl-avg-pct pic x(7).
        05 filler pic x value space.
        05 dl-status pic x(8).
    01 summary-line.
        05 filler pic x(10) value "CHECKED: ".
        05 sl-checked pic zzzzzzz9.
        05 filler pic x(10) value "   OPEN: ".
        05 sl-open pic zzzzzzz9.
        05 filler pic x(13) value "   CLEARED: ".
        05 sl-cleared pic zzzzzzz9.
    01 verdict-line pic x(100).

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.
    move ARGPARSE-GET-FLAG("pct", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to pct-tolerance
    end-if.
    move ARGPARSE-GET-FLAG("amount", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to amt-tolerance
    end-if.
    move ARGPARSE-GET-FLAG("avg", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to avg-periods
    end-if.
    if avg-periods < 1 then
        move 1 to avg-periods
    end-if.
    move ARGPARSE-GET-FLAG("clear", flag-value) to flag-found.
    if flag-found = 1 then
        move 1 to clear-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "payroll-variance: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    perform prepare-tables.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "payroll-variance: no gross_pay rows -- run timesheet-register first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    perform find-period-no.
    if period-no = 0 then
        display "payroll-variance: no pay_period covers period end ",
            period-date, " -- roll the calendar (pay-period-calendar)"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    if CLEAR-HOLD then
        perform clear-variance-hold
        move SQLITE3-CLOSE(db-handle) to db-status
        move clear-rc to return-code
        stop run
    end-if.

    perform find-prior-period.
    display "PAYROLL-VARIANCE for period ending ", period-date,
        ", prior ", prior-period-iso.
    move spaces to sql-text.
    string "delete from pay_variance where period_date = '" period-date-iso
        "' and coalesce(cleared_by, '') = ''"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.

    open output report-file.
    move period-date-iso to hdr-period-out.
    if prior-period-iso = spaces then
        move "(NONE)" to hdr-prior-out
    else
        move prior-period-iso to hdr-prior-out
    end-if.
    write report-line from hdr-line-1.
    move pct-tolerance to hdr-pct-out.
    move amt-tolerance to hdr-amt-out.
    move avg-periods to hdr-avg-out.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-3.
    move spaces to report-line.
    write report-line.

    perform check-current-payees.
    if prior-period-iso not = spaces then
        perform check-missing-payees
    end-if.

    move spaces to report-line.
    write report-line.
    move checked-count to sl-checked.
    move open-count to sl-open.
    move cleared-total to sl-cleared.
    write report-line from summary-line.
    move spaces to verdict-line.
    if open-count > 0 then
        string "*** PERIOD " period-date-iso " ON HOLD -- a supervisor must clear "
            "the variances before release ***"
            into verdict-line
        end-string
    else
        string "PERIOD " period-date-iso " CLEAR FOR RELEASE"
            into verdict-line
        end-string
    end-if.
    write report-line from verdict-line.
    close report-file.

    perform write-hold-control.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "payroll-variance: checked ", checked-count, ", open ", open-count,
        ", cleared ", cleared-total, " -- report in ", trim(report-file-name).
    if open-count > 0 then
        display "PAYROLL-VARIANCE: PERIOD ON HOLD"
        move 2 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

prepare-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_variance (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, exception text, item text, current_value numeric, prior_value numeric, average_value numeric, found_ts text, cleared_by text, cleared_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_run_control (run_name text, period_no integer, business_date text, run_ts text, run_by text, override_flag integer default 0, primary key (run_name, period_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column locked integer default 0",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column hold_flag integer default 0",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists gross_pay_earning (person_id integer, period_date text, earn_code text, hours numeric, paid_hours numeric, amount numeric, gl_account text, primary key (person_id, period_date, earn_code))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists net_pay (person_id integer, period_date text, gross_amount numeric, ded_total numeric, net_amount numeric, primary key (person_id, period_date))",
        error-message) to db-status.
    move 0 to db-status.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from gross_pay",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            if trim(period-date-iso) not = space then
                move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

find-period-no.
    move 0 to period-no.
    move SQLITE3-STMT-OPEN(db-handle,
        "select period_no from pay_period where start_date <= ? and end_date >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to period-no
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

find-prior-period.
    move spaces to prior-period-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from gross_pay where period_date < ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,prior-period-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> everyone paid this period: their status, then gross, net and hours
*> against the prior period and the trailing average
check-current-payees.
    move spaces to sql-text.
    string "select g.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), "
        "case when p.id is null then '?' else coalesce(p.status, 'A') end, "
        "coalesce(g.gross_amount, 0), " trim(hours-expr) ", "
        "case when n.net_amount is null then 0 else 1 end, coalesce(n.net_amount, 0) "
        "from gross_pay g left join person p on p.id = g.person_id "
        "left join net_pay n on n.person_id = g.person_id and n.period_date = g.period_date "
        "where g.period_date = ? order by p.last_name, p.first_name, g.person_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status.
    if db-status not = 0 then
        display "payroll-variance: payee select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(person-stmt, bind-param-1, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(person-stmt,col-idx) to cur-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,cur-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,cur-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,cur-status) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to cur-gross
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to cur-hours
        move 6 to col-idx
        move SQLITE3-COLUMN-INT(person-stmt,col-idx) to cur-net-found
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to cur-net
        add 1 to checked-count
        perform check-one-payee
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.

check-one-payee.
    move cur-id to bind-person-id.
    move spaces to person-name.
    string trim(cur-first) " " trim(cur-last) into person-name end-string.
    if cur-status(1:1) not = "A" then
        move spaces to exc-type
        if cur-status(1:1) = "?" then
            move "NOT ON ROSTER" to exc-type
        else
            string "PAID STATUS " cur-status(1:1) into exc-type end-string
        end-if
        move "PV-STATUS" to exc-alert-code
        move "GROSS" to exc-item
        move cur-gross to exc-current
        move 0 to exc-prior-ok exc-avg-ok
        perform write-exception
    end-if.
    if prior-period-iso = spaces then
        exit paragraph
    end-if.
    perform read-prior-figures.
    if not PRIOR-FOUND then
        move "NEW PAYEE" to exc-type
        move "PV-NEW" to exc-alert-code
        move "GROSS" to exc-item
        move cur-gross to exc-current
        move 0 to exc-prior-ok
        if avg-count > 0 then
            move 1 to exc-avg-ok
            move avg-gross to exc-avg
        else
            move 0 to exc-avg-ok
        end-if
        perform write-exception
        if avg-count = 0 then
            exit paragraph
        end-if
    end-if.

    move "GROSS" to cmp-item.
    move cur-gross to cmp-current.
    move prior-gross to cmp-prior.
    move prior-found-flag to cmp-prior-ok.
    move avg-gross to cmp-avg.
    perform set-avg-ok.
    move 1 to cmp-dollar-test.
    perform test-variance.

    if cur-net-found = 1 then
        move "NET" to cmp-item
        move cur-net to cmp-current
        move prior-net to cmp-prior
        move 0 to cmp-prior-ok
        if PRIOR-FOUND and prior-net-found = 1 then
            move 1 to cmp-prior-ok
        end-if
        move avg-net to cmp-avg
        move 0 to cmp-avg-ok
        if avg-net-count > 0 then
            move 1 to cmp-avg-ok
        end-if
        move 1 to cmp-dollar-test
        perform test-variance
    end-if.

    move "HOURS" to cmp-item.
    move cur-hours to cmp-current.
    move prior-hours to cmp-prior.
    move prior-found-flag to cmp-prior-ok.
    move avg-hours to cmp-avg.
    perform set-avg-ok.
    move 0 to cmp-dollar-test.
    perform test-variance.

set-avg-ok.
    if avg-count > 0 then
        move 1 to cmp-avg-ok
    else
        move 0 to cmp-avg-ok
    end-if.

*> the person's prior-period row, and their trailing average over the
*> last -avg periods they were paid before this one
read-prior-figures.
    move 0 to prior-found-flag prior-net-found.
    move 0 to prior-gross prior-hours prior-net.
    move spaces to sql-text.
    string "select coalesce(g.gross_amount, 0), " trim(hours-expr) ", "
        "case when n.net_amount is null then 0 else 1 end, coalesce(n.net_amount, 0) "
        "from gross_pay g left join net_pay n on n.person_id = g.person_id and n.period_date = g.period_date "
        "where g.person_id = ? and g.period_date = ?"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, prior-period-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to prior-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-gross
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-hours
            move 2 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to prior-net-found
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-net
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to avg-count avg-net-count.
    move 0 to avg-gross avg-hours avg-net.
    move spaces to sql-text.
    string "select count(*), coalesce(avg(x.gross_amount), 0), coalesce(avg(x.hrs), 0), "
        "count(x.net_amount), coalesce(avg(x.net_amount), 0) from (select g.gross_amount, "
        trim(hours-expr) " hrs, n.net_amount "
        "from gross_pay g left join net_pay n on n.person_id = g.person_id and n.period_date = g.period_date "
        "where g.person_id = ? and g.period_date < ? order by g.period_date desc limit ?) x"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, avg-periods) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to avg-count
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to avg-gross
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to avg-hours
            move 3 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to avg-net-count
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to avg-net
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> over tolerance against the prior period OR the trailing average
test-variance.
    move 0 to variance-flag.
    move 0 to prior-pct avg-pct.
    if cmp-prior-ok = 1 then
        move cmp-prior to cmp-base
        perform measure-change
        move cmp-pct to prior-pct
        if cmp-over = 1 then
            move 1 to variance-flag
        end-if
    end-if.
    if cmp-avg-ok = 1 then
        move cmp-avg to cmp-base
        perform measure-change
        move cmp-pct to avg-pct
        if cmp-over = 1 then
            move 1 to variance-flag
        end-if
    end-if.
    if not OVER-TOLERANCE then
        exit paragraph
    end-if.
    move spaces to exc-type.
    string trim(cmp-item) " VARIANCE" into exc-type end-string.
    move spaces to exc-alert-code.
    string "PV-" trim(cmp-item) into exc-alert-code end-string.
    move cmp-item to exc-item.
    move cmp-current to exc-current.
    move cmp-prior to exc-prior.
    move cmp-prior-ok to exc-prior-ok.
    move cmp-avg to exc-avg.
    move cmp-avg-ok to exc-avg-ok.
    move 1 to exc-show-pct.
    perform write-exception.
    move 0 to exc-show-pct.

*> percent change against the base (a base of zero with anything now
*> is as far over as the column shows), and the tolerance verdict
measure-change.
    move 0 to cmp-over.
    compute cmp-diff = cmp-current - cmp-base.
    if cmp-base = 0 then
        if cmp-diff = 0 then
            move 0 to cmp-pct
        else
            move 9999.9 to cmp-pct
        end-if
    else
        compute cmp-pct rounded = cmp-diff * 100 / cmp-base
            on size error
                move 9999.9 to cmp-pct
        end-compute
    end-if.
    if cmp-diff < 0 then
        compute cmp-diff = 0 - cmp-diff
    end-if.
    if pct-tolerance > 0 then
        if cmp-pct > pct-tolerance or cmp-pct < 0 - pct-tolerance then
            move 1 to cmp-over
        end-if
    end-if.
    if cmp-dollar-test = 1 and amt-tolerance > 0 then
        if cmp-diff > amt-tolerance then
            move 1 to cmp-over
        end-if
    end-if.

*> paid last period, nothing this period
check-missing-payees.
    move spaces to sql-text.
    string "select g.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), "
        "coalesce(g.gross_amount, 0) from gross_pay g left join person p on p.id = g.person_id "
        "where g.period_date = ? and not exists (select 1 from gross_pay c "
        "where c.person_id = g.person_id and c.period_date = ?) "
        "order by p.last_name, p.first_name, g.person_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status.
    if db-status not = 0 then
        display "payroll-variance: missing-payee select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(person-stmt, bind-param-1, prior-period-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(person-stmt, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(person-stmt,col-idx) to cur-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,cur-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,cur-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to prior-gross
        move cur-id to bind-person-id
        move spaces to person-name
        string trim(cur-first) " " trim(cur-last) into person-name end-string
        move "MISSING" to exc-type
        move "PV-MISSING" to exc-alert-code
        move "GROSS" to exc-item
        move 0 to exc-current
        move prior-gross to exc-prior
        move 1 to exc-prior-ok
        move 0 to exc-avg-ok
        perform write-exception
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.

*> one exception line: already cleared by a supervisor with the same
*> figure it stays cleared; otherwise it is stored open and alerted
write-exception.
    if exc-prior-ok not = 1 then
        move 0 to exc-prior
    end-if.
    if exc-avg-ok not = 1 then
        move 0 to exc-avg
    end-if.
    move exc-current to current-edit.
    move exc-prior to prior-edit.
    move exc-avg to avg-edit.
    move 0 to cleared-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_variance where period_date = ? and person_id = ? and exception = ? and item = ? and current_value = ? and coalesce(cleared_by, '') <> ''",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(exc-type)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(exc-item)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(current-edit)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to cleared-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

    move bind-person-id to dl-person.
    move person-name(1:20) to dl-name.
    move exc-type to dl-exception.
    move exc-item to dl-item.
    move exc-current to amount-disp.
    move amount-disp to dl-current.
    move spaces to dl-prior dl-prior-pct dl-avg dl-avg-pct.
    if exc-prior-ok = 1 then
        move exc-prior to amount-disp
        move amount-disp to dl-prior
        if exc-show-pct = 1 then
            move prior-pct to pct-disp
            move pct-disp to dl-prior-pct
        end-if
    end-if.
    if exc-avg-ok = 1 then
        move exc-avg to amount-disp
        move amount-disp to dl-avg
        if exc-show-pct = 1 then
            move avg-pct to pct-disp
            move pct-disp to dl-avg-pct
        end-if
    end-if.
    if cleared-count > 0 then
        move "CLEARED" to dl-status
        add 1 to cleared-total
    else
        move "OPEN" to dl-status
        add 1 to open-count
    end-if.
    write report-line from detail-line.
    add 1 to line-count.
    if cleared-count > 0 then
        exit paragraph
    end-if.

    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into pay_variance (period_date, person_id, exception, item, current_value, prior_value, average_value, found_ts) values (?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(exc-type)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(exc-item)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(current-edit)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(prior-edit)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(avg-edit)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, run-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.
    move spaces to alert-text.
    string "period " period-date-iso " person " trim(dl-person) " " trim(exc-type)
        " " trim(exc-item) " now " trim(dl-current)
        into alert-text
    end-string.
    move ALERT-RAISE(db-handle, "payroll-variance", trim(exc-alert-code), "W",
        alert-text, business-date) to alert-bool.

*> the hold ach-payment honours: set while anything is open, dropped
*> by a clean rerun
write-hold-control.
    move function current-date to run-ts.
    if open-count > 0 then
        move 1 to hold-bind
    else
        move 0 to hold-bind
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into pay_run_control (run_name, period_no, business_date, run_ts, run_by, override_flag, locked, hold_flag) values ('payroll-variance', ?, ?, ?, ?, 0, 0, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, period-no) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, run-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, hold-bind) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.
    if open-count > 0 then
        move spaces to alert-text
        string "payroll period " period-date-iso " HELD for release: "
            open-count " open variance(s)"
            into alert-text
        end-string
        move ALERT-RAISE(db-handle, "payroll-variance", "PV-HOLD", "E",
            alert-text, business-date) to alert-bool
    end-if.

*> a supervisor has reviewed the period: every open variance is
*> stamped cleared by them and the release hold comes off
clear-variance-hold.
    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if signon-ok not = 1 or trim(signon-role) not = "SUP" then
        display "payroll-variance: only a supervisor may clear a variance hold (-op <id>)"
        move 1 to clear-rc
        exit paragraph
    end-if.
    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update pay_variance set cleared_by = ?, cleared_ts = ? where period_date = ? and coalesce(cleared_by, '') = ''",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, run-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-STMT-OPEN(db-handle,
        "update pay_run_control set hold_flag = 0 where period_no = ? and hold_flag = 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, period-no) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move period-no to period-no-disp.
    move spaces to audit-note.
    string "payroll-variance HOLD CLEARED for period " period-no-disp
        " (" period-date-iso ")"
        into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id,
        db-status, rows-changed) to audit-bool.
    display "payroll-variance: ", rows-changed, " variance(s) cleared by ",
        trim(operator-id), " -- period ", period-date, " released for payment".
    move 0 to clear-rc.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = line-count + 8.
    move REPORT-REGISTER(db-handle, "payroll-variance", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program payroll-variance.
