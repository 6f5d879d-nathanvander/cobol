GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 payroll-projection.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> Fiscal-year payroll projection against position budgets: where
*> position-variance says how THIS month compares to its budget, this
*> says whether the year will hold.  Starting at the business date's
*> month it rolls every month forward to fiscal year end ("-fystart
*> MM", the first month of the fiscal year, default 01) and projects,
*> per department, the headcount and the payroll dollars the roster
*> will carry -- measured the way position-variance measures them, the
*> summed pay_rate of everyone on the payroll that month -- then sets
*> them beside that month's position_budget budget_count and
*> budget_amount.
*>
*> What moves the roster forward:
*>   - ACTIVE people at their current pay_rate, in their dept_code;
*>   - pending starts (status 'P') from the month of their hire_date;
*>   - terminations already dated -- a term_date on an active person,
*>     or an APPROVED TERM still waiting in pending_change -- stop the
*>     person after the month they leave in;
*>   - APPROVED RATE changes not yet applied take effect from their
*>     request_date (from the business date when that is already past);
*>   - a person on a grade moves one step on their service anniversary
*>     (service_date, else hire_date) when pay_grade carries the next
*>     step, and is raised to that step's mid_rate if paid below it.
*> A month uses the rate in effect on its last day (or the person's
*> last day, if they leave within it).  People on leave are left out,
*> as position-variance leaves them out.
*>
*> The report ("-out", default payroll-projection.rpt) has one block
*> per department, a line per month -- projected and budgeted count
*> and dollars, the dollar variance, OVER when either projection
*> exceeds the budget and NOBUDGET when the month has no budget row --
*> then the list of departments that cross their budget with the first
*> month they do, and monthly totals for the whole organization.
*> Registered in report_registry.  RETURN-CODE 1 when any department
*> crosses its budget in the fiscal year, 0 when the year holds.
identification division.
    program-id. payroll-projection.
    REMARKS. Fiscal-year payroll and headcount projection against budget.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "payroll-projection.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 person-stmt        PIC 9(18) COMP.
    01 redefines person-stmt.
        05 person-stmt-object-ptr usage pointer.
    01 person-step-result pic s9(9) comp.
        88  PERSON_ROW value is 100.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-person-id pic s9(9) comp.
    01 bind-step pic s9(9) comp.

    01 business-date pic 9(8).
    01 business-day-int pic 9(9) comp.
    01 fy-start-month pic 99 value 1.
    01 first-month-text pic x(7).
    01 last-month-text pic x(7).

    *> the projection window: business month through fiscal year end
    01 num-months pic 99 value 0.
    01 month-ix pic 99.
    01 month-table.
        05 month-entry occurs 12 times.
            10 mt-yyyymm pic 9(6).
            10 mt-text pic x(7).
            10 mt-start-int pic 9(9) comp.
            10 mt-end-int pic 9(9) comp.
            10 mt-proj-count pic s9(9) comp.
            10 mt-proj-amount pic s9(11)v99 comp-3.
            10 mt-bud-count pic s9(9) comp.
            10 mt-bud-amount pic s9(11)v99 comp-3.
    01 work-year pic 9(4).
    01 work-month pic 99.
    01 work-date pic 9(8).

    *> per-department, per-month accumulators
    01 num-depts pic 999 value 0.
    01 dept-ix pic 999.
    01 dept-found-ix pic 999.
    01 dept-table.
        05 dept-entry occurs 100 times.
            10 dt-dept pic x(4).
            10 dt-first-over pic 99.
            10 dt-month occurs 12 times.
                15 dm-proj-count pic s9(9) comp.
                15 dm-proj-amount pic s9(11)v99 comp-3.
                15 dm-bud-flag pic 9.
                15 dm-bud-count pic s9(9) comp.
                15 dm-bud-amount pic s9(11)v99 comp-3.
    01 dept-overflow pic 9(5) value 0.

    *> the person being projected
    01 out-person-id pic s9(9) comp.
    01 out-dept pic x(4).
    01 out-status pic x.
    01 out-hire-iso pic x(10).
    01 out-term-iso pic x(10).
    01 out-service-iso pic x(10).
    01 out-pend-term-iso pic x(10).
    01 out-rate pic s9(9)v99 comp-3.
    01 out-grade pic x(8).
    01 out-step pic s9(9) comp.
    01 start-int pic 9(9) comp.
    01 term-int pic 9(9) comp.
    01 pend-term-int pic 9(9) comp.
    01 service-date pic 9(8).
    01 step-int pic 9(9) comp.
    01 step-rate pic s9(9)v99 comp-3.
    01 rate-as-of-int pic 9(9) comp.
    01 month-rate pic s9(9)v99 comp-3.
    01 num-rate-changes pic 99 value 0.
    01 rc-ix pic 99.
    01 rate-change-table.
        05 rate-change occurs 20 times.
            10 rc-eff-int pic 9(9) comp.
            10 rc-rate pic s9(9)v99 comp-3.
    01 rc-date-iso pic x(10).
    01 rc-rate-text pic x(20).
    01 people-projected pic 9(7) value 0.

    01 out-bud-dept pic x(4).
    01 out-bud-month pic x(7).
    01 out-bud-count pic s9(9) comp.
    01 out-bud-amount pic s9(11)v99 comp-3.

    01 over-depts pic 9(5) value 0.
    01 amount-variance pic s9(11)v99 comp-3.
    01 report-lines pic 9(7) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(41) value "PAYROLL PROJECTION TO FISCAL YEAR END -- ".
        05 hdr-first pic x(7).
        05 filler pic x(4) value " TO ".
        05 hdr-last pic x(7).
    01 hdr-line-2.
        05 filler pic x(6)  value "DEPT".
        05 filler pic x(9)  value "MONTH".
        05 filler pic x(8)  value "PROJ CNT".
        05 filler pic x(8)  value " BUD CNT".
        05 filler pic x(15) value "      PROJECT $".
        05 filler pic x(15) value "       BUDGET $".
        05 filler pic x(15) value "         $ VAR".
        05 filler pic x(10) value "  FLAG".
    01 detail-line.
        05 dl-dept pic x(4).
        05 filler pic x(2) value spaces.
        05 dl-month pic x(7).
        05 filler pic x(2) value spaces.
        05 dl-proj-cnt pic zzzzzz9.
        05 filler pic x value space.
        05 dl-bud-cnt pic zzzzzz9.
        05 filler pic x value space.
        05 dl-proj-amt pic zz,zzz,zz9.99.
        05 filler pic x(2) value spaces.
        05 dl-bud-amt pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-amt-var pic z,zzz,zz9.99-.
        05 dl-flag pic x(10).
    01 crossing-line.
        05 filler pic x(2) value spaces.
        05 cr-dept pic x(4).
        05 filler pic x(26) value " first crosses budget in ".
        05 cr-month pic x(7).
    01 section-line pic x(60).

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
    move ARGPARSE-GET-FLAG("fystart", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to fy-start-month
    end-if.
    if fy-start-month < 1 or fy-start-month > 12 then
        display "payroll-projection: -fystart must be a month, 01 to 12"
        move 1 to return-code
        stop run
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "payroll-projection: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move integer-of-date(business-date) to business-day-int.
    perform build-month-window.
    display "PAYROLL-PROJECTION from ", first-month-text, " to ", last-month-text.

    perform project-people.
    perform load-budgets.

    open output report-file.
    move first-month-text to hdr-first.
    move last-month-text to hdr-last.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.
    perform varying dept-ix from 1 by 1 until dept-ix > num-depts
        perform print-department
    end-perform.
    perform print-crossings.
    perform print-organization-totals.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "payroll-projection: ", people-projected, " person(s) over ",
        num-depts, " department(s), ", over-depts,
        " cross budget -- report in ", trim(report-file-name).
    if dept-overflow > 0 then
        display "payroll-projection: more than 100 departments -- ",
            dept-overflow, " row(s) left out"
    end-if.
    if over-depts > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one entry per month from the business month to the month before
*> the next fiscal year starts -- at most twelve
build-month-window.
    move business-date(1:4) to work-year.
    move business-date(5:2) to work-month.
    move 0 to num-months.
    perform until num-months = 12
        add 1 to num-months
        compute mt-yyyymm(num-months) = work-year * 100 + work-month
        move spaces to mt-text(num-months)
        string work-year "-" work-month into mt-text(num-months) end-string
        compute work-date = work-year * 10000 + work-month * 100 + 1
        move integer-of-date(work-date) to mt-start-int(num-months)
        add 1 to work-month
        if work-month > 12 then
            move 1 to work-month
            add 1 to work-year
        end-if
        compute work-date = work-year * 10000 + work-month * 100 + 1
        compute mt-end-int(num-months) = integer-of-date(work-date) - 1
        move 0 to mt-proj-count(num-months) mt-bud-count(num-months)
        move 0 to mt-proj-amount(num-months) mt-bud-amount(num-months)
        if work-month = fy-start-month then
            exit perform
        end-if
    end-perform.
    move mt-text(1) to first-month-text.
    move mt-text(num-months) to last-month-text.

project-people.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(dept_code, '????'), coalesce(status, 'A'), coalesce(hire_date, ''), coalesce(term_date, ''), coalesce(service_date, hire_date, ''), coalesce(pay_rate, 0), coalesce(grade_code, ''), coalesce(grade_step, 0) from person where coalesce(status, 'A') in ('A', 'P') order by id",
        person-stmt) to db-status.
    if db-status not = 0 then
        display "payroll-projection: select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(person-stmt,col-idx) to out-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-dept) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-status) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-hire-iso) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-term-iso) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-service-iso) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-rate
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-grade) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-INT(person-stmt,col-idx) to out-step
        perform project-one-person
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.

project-one-person.
    *> first day on the payroll: a pending start's hire date, else now
    move 0 to start-int.
    if out-status = "P" then
        if SQLITE3-DATE-TO-COBOL(out-hire-iso) = 0 then
            exit paragraph
        end-if
        move integer-of-date(SQLITE3-DATE-TO-COBOL(out-hire-iso)) to start-int
    end-if.
    *> last day: the earlier of a dated term_date and an approved TERM
    move 0 to term-int.
    if SQLITE3-DATE-TO-COBOL(out-term-iso) not = 0 then
        move integer-of-date(SQLITE3-DATE-TO-COBOL(out-term-iso)) to term-int
    end-if.
    perform load-pending-term.
    if pend-term-int not = 0 and (term-int = 0 or pend-term-int < term-int) then
        move pend-term-int to term-int
    end-if.
    if term-int not = 0 and term-int < mt-start-int(1) then
        exit paragraph
    end-if.
    perform load-rate-changes.
    perform find-step-movement.
    perform find-department.
    if dept-found-ix = 0 then
        exit paragraph
    end-if.
    add 1 to people-projected.
    perform varying month-ix from 1 by 1 until month-ix > num-months
        if start-int <= mt-end-int(month-ix)
                and (term-int = 0 or term-int >= mt-start-int(month-ix)) then
            perform price-person-month
            add 1 to dm-proj-count(dept-found-ix, month-ix)
            add month-rate to dm-proj-amount(dept-found-ix, month-ix)
            add 1 to mt-proj-count(month-ix)
            add month-rate to mt-proj-amount(month-ix)
        end-if
    end-perform.

*> the rate on the month's last day, or the person's last day
price-person-month.
    move mt-end-int(month-ix) to rate-as-of-int.
    if term-int not = 0 and term-int < rate-as-of-int then
        move term-int to rate-as-of-int
    end-if.
    move out-rate to month-rate.
    perform varying rc-ix from 1 by 1 until rc-ix > num-rate-changes
        if rc-eff-int(rc-ix) <= rate-as-of-int then
            move rc-rate(rc-ix) to month-rate
        end-if
    end-perform.
    if step-int not = 0 and step-int <= rate-as-of-int
            and step-rate > month-rate then
        move step-rate to month-rate
    end-if.

load-pending-term.
    move 0 to pend-term-int.
    move out-person-id to bind-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(min(new_value), '') from pending_change where person_id = ? and change_type = 'TERM' and status = 'APPROVED'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-pend-term-iso) to bool
            if SQLITE3-DATE-TO-COBOL(out-pend-term-iso) not = 0 then
                move integer-of-date(SQLITE3-DATE-TO-COBOL(out-pend-term-iso))
                    to pend-term-int
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> approved, not yet applied, in effective-date order; one already due
*> counts from the business date
load-rate-changes.
    move 0 to num-rate-changes.
    move out-person-id to bind-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(request_date, ''), coalesce(new_value, '0') from pending_change where person_id = ? and change_type = 'RATE' and status = 'APPROVED' order by request_date, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or num-rate-changes = 20
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rc-date-iso) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rc-rate-text) to bool
        add 1 to num-rate-changes
        if SQLITE3-DATE-TO-COBOL(rc-date-iso) = 0 then
            move business-day-int to rc-eff-int(num-rate-changes)
        else
            move integer-of-date(SQLITE3-DATE-TO-COBOL(rc-date-iso))
                to rc-eff-int(num-rate-changes)
            if rc-eff-int(num-rate-changes) < business-day-int then
                move business-day-int to rc-eff-int(num-rate-changes)
            end-if
        end-if
        move numval(trim(rc-rate-text)) to rc-rate(num-rate-changes)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> the next service anniversary after the business date, when the
*> person's grade has a step above theirs
find-step-movement.
    move 0 to step-int.
    move 0 to step-rate.
    if out-grade = spaces then
        exit paragraph
    end-if.
    move SQLITE3-DATE-TO-COBOL(out-service-iso) to service-date.
    if service-date = 0 then
        exit paragraph
    end-if.
    move out-person-id to bind-person-id.
    compute bind-step = out-step + 1.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(mid_rate, 0) from pay_grade where grade_code = ? and grade_step = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(out-grade)) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-step) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 0 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to step-rate
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if step-rate = 0 then
        exit paragraph
    end-if.
    move business-date(1:4) to work-year.
    perform anniversary-in-year.
    if integer-of-date(work-date) <= business-day-int then
        add 1 to work-year
        perform anniversary-in-year
    end-if.
    if work-year > service-date(1:4) then
        move integer-of-date(work-date) to step-int
    end-if.

*> a 29 February service date steps on the 28th in other years
anniversary-in-year.
    move work-year to work-date(1:4).
    move service-date(5:4) to work-date(5:4).
    if work-date(5:4) = "0229" then
        if function mod(work-year, 4) not = 0
                or (function mod(work-year, 100) = 0 and function mod(work-year, 400) not = 0) then
            move "0228" to work-date(5:4)
        end-if
    end-if.

find-department.
    move 0 to dept-found-ix.
    perform varying dept-ix from 1 by 1 until dept-ix > num-depts
        if dt-dept(dept-ix) = out-dept then
            move dept-ix to dept-found-ix
            exit perform
        end-if
    end-perform.
    if dept-found-ix = 0 then
        if num-depts = 100 then
            add 1 to dept-overflow
        else
            add 1 to num-depts
            move num-depts to dept-found-ix
            move out-dept to dt-dept(num-depts)
            move 0 to dt-first-over(num-depts)
            perform varying month-ix from 1 by 1 until month-ix > 12
                move 0 to dm-proj-count(num-depts, month-ix)
                move 0 to dm-proj-amount(num-depts, month-ix)
                move 0 to dm-bud-flag(num-depts, month-ix)
                move 0 to dm-bud-count(num-depts, month-ix)
                move 0 to dm-bud-amount(num-depts, month-ix)
            end-perform
        end-if
    end-if.

*> a budgeted department with nobody projected still gets its block
load-budgets.
    move SQLITE3-STMT-OPEN(db-handle,
        "select dept_code, budget_month, coalesce(budget_count, 0), coalesce(budget_amount, 0) from position_budget where budget_month between ? and ? order by dept_code, budget_month",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "payroll-projection: position_budget select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, first-month-text) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, last-month-text) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-bud-dept) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-bud-month) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-bud-count
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-bud-amount
        move out-bud-dept to out-dept
        perform find-department
        if dept-found-ix not = 0 then
            perform varying month-ix from 1 by 1 until month-ix > num-months
                if mt-text(month-ix) = out-bud-month then
                    move 1 to dm-bud-flag(dept-found-ix, month-ix)
                    move out-bud-count to dm-bud-count(dept-found-ix, month-ix)
                    move out-bud-amount to dm-bud-amount(dept-found-ix, month-ix)
                    add out-bud-count to mt-bud-count(month-ix)
                    add out-bud-amount to mt-bud-amount(month-ix)
                end-if
            end-perform
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

print-department.
    perform varying month-ix from 1 by 1 until month-ix > num-months
        move dt-dept(dept-ix) to dl-dept
        move mt-text(month-ix) to dl-month
        move dm-proj-count(dept-ix, month-ix) to dl-proj-cnt
        move dm-bud-count(dept-ix, month-ix) to dl-bud-cnt
        move dm-proj-amount(dept-ix, month-ix) to dl-proj-amt
        move dm-bud-amount(dept-ix, month-ix) to dl-bud-amt
        compute amount-variance = dm-proj-amount(dept-ix, month-ix)
            - dm-bud-amount(dept-ix, month-ix)
        move amount-variance to dl-amt-var
        evaluate true
            when dm-bud-flag(dept-ix, month-ix) = 0
                move "  NOBUDGET" to dl-flag
            when dm-proj-count(dept-ix, month-ix) > dm-bud-count(dept-ix, month-ix)
                    or dm-proj-amount(dept-ix, month-ix) > dm-bud-amount(dept-ix, month-ix)
                move "  OVER" to dl-flag
                if dt-first-over(dept-ix) = 0 then
                    move month-ix to dt-first-over(dept-ix)
                    add 1 to over-depts
                end-if
            when other
                move spaces to dl-flag
        end-evaluate
        write report-line from detail-line
        add 1 to report-lines
    end-perform.
    move spaces to report-line.
    write report-line.

print-crossings.
    move spaces to report-line.
    if over-depts = 0 then
        move "NO DEPARTMENT CROSSES ITS BUDGET THIS FISCAL YEAR" to section-line
    else
        move "DEPARTMENTS CROSSING BUDGET:" to section-line
    end-if.
    write report-line from section-line.
    perform varying dept-ix from 1 by 1 until dept-ix > num-depts
        if dt-first-over(dept-ix) not = 0 then
            move dt-dept(dept-ix) to cr-dept
            move mt-text(dt-first-over(dept-ix)) to cr-month
            write report-line from crossing-line
            add 1 to report-lines
        end-if
    end-perform.
    move spaces to report-line.
    write report-line.

print-organization-totals.
    move "ORGANIZATION TOTAL BY MONTH:" to section-line.
    write report-line from section-line.
    perform varying month-ix from 1 by 1 until month-ix > num-months
        move "ALL" to dl-dept
        move mt-text(month-ix) to dl-month
        move mt-proj-count(month-ix) to dl-proj-cnt
        move mt-bud-count(month-ix) to dl-bud-cnt
        move mt-proj-amount(month-ix) to dl-proj-amt
        move mt-bud-amount(month-ix) to dl-bud-amt
        compute amount-variance = mt-proj-amount(month-ix) - mt-bud-amount(month-ix)
        move amount-variance to dl-amt-var
        if mt-proj-count(month-ix) > mt-bud-count(month-ix)
                or mt-proj-amount(month-ix) > mt-bud-amount(month-ix) then
            move "  OVER" to dl-flag
        else
            move spaces to dl-flag
        end-if
        write report-line from detail-line
        add 1 to report-lines
    end-perform.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -fystart " fy-start-month
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = report-lines + num-depts + 8.
    move REPORT-REGISTER(db-handle, "payroll-projection", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program payroll-projection.
