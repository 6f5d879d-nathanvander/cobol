GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 merit-worksheet.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob
*>***************************************
*> The merit review worksheet -- the managers' copy of a review cycle
*> (merit-maintenance) and, once it's right, the step that turns it
*> into raises.  For the cycle named by "-cycle" every active or
*> on-leave person is listed by department with their pay rate, their
*> grade's midpoint (pay_grade.mid_rate for the person's grade and
*> step), the compa-ratio of the two, the quartile it falls in
*>
*>     quartile 1  compa-ratio below 0.900
*>     quartile 2  0.900 up to 1.000
*>     quartile 3  1.000 up to 1.100
*>     quartile 4  1.100 and over
*>
*> their rating for the cycle, the increase percent the cycle's merit
*> matrix gives that rating and quartile, and the proposed new rate
*> (rounded to the cent).  Nobody gets a proposal who is NOT RATED,
*> has NO GRADE midpoint to measure against, or whose rating and
*> quartile land on a matrix cell never keyed (NO MATRIX).
*>
*> Each department closes with its budget pool: the position_budget
*> budget_amount for the month the increases take effect, less the
*> current pay rates of the people listed -- the same pay_rate against
*> budget_amount measure position-variance uses.  The department's
*> proposed increases either fit the pool (WITHIN), exceed it (OVER
*> POOL) or there is no budget row for that month (NO BUDGET).
*>
*> "-commit Y -op <id>" files the cycle: the operator signs on through
*> OPERATOR-SIGNON and, only when every department is WITHIN its pool,
*> every proposed increase goes into pending_change as a RATE change
*> requested by that operator with the cycle's effective date as the
*> request date -- all in one transaction under the app_lock, each
*> insert audited.  merit_rating keeps the proposed rate and the
*> pending_change id, and the cycle is marked COMMITTED so it can't be
*> filed twice.  The raises still need a second operator in
*> change-approval before any pay rate moves.  Output goes to "-out"
*> (default merit-worksheet.rpt), registered in report_registry.
*> RETURN-CODE 1 when a department is over or without a pool, or a
*> commit was refused or failed.
identification division.
    program-id. merit-worksheet.
    REMARKS. Merit review worksheet, budget pool check and commit to pending_change.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION OPERATOR-SIGNON
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
    01 report-file-name pic x(256) value "merit-worksheet.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 list-stmt          PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 list-step-result pic s9(9) comp.
        88  LIST_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-person-id pic s9(9) comp.
    01 bind-pend-id pic s9(9) comp.
    01 sql-text pic x(1024).
    01 pend-sql pic x(256).

    01 business-date pic 9(8).
    01 cycle-id pic x(8) value spaces.
    01 cycle-description pic x(40).
    01 cycle-effective-iso pic x(10).
    01 cycle-month pic x(7).
    01 cycle-status pic x(10).
        88 CYCLE-OPEN value "OPEN".
    01 cycle-found-flag pic 9 value 0.
        88 CYCLE-FOUND value 1.

    01 commit-flag pic 9 value 0.
        88 COMMIT-REQUESTED value 1.
    01 commit-rc pic 9 value 0.
    01 operator-id pic x(20) value "merit-worksheet".
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 audit-note pic x(256).
    01 run-ts pic x(26).
    01 new-pend-id PIC 9(18) COMP.
    01 filed-count pic 9(9) value 0.

    *> the cycle's merit matrix, rating down and quartile across
    01 matrix-table.
        05 matrix-row occurs 5 times.
            10 matrix-cell occurs 4 times.
                15 matrix-set-flag pic 9.
                15 matrix-pct pic s9(3)v99 comp-3.
    01 out-rating pic s9(9) comp.
    01 out-quartile pic s9(9) comp.
    01 out-pct pic s9(3)v99 comp-3.

    01 out-person-id pic s9(9) comp.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-dept pic x(4).
    01 out-grade pic x(6).
    01 out-step pic s9(9) comp.
    01 out-pay-rate pic s9(7)v99 comp-3.
    01 out-mid-rate pic s9(7)v99 comp-3.
    01 out-person-rating pic s9(9) comp.
    01 person-name pic x(42).

    *> one person's proposal
    01 compa-ratio pic 9(3)v999.
    01 person-quartile pic 9.
    01 increase-pct pic s9(3)v99 comp-3.
    01 proposed-rate pic s9(7)v99 comp-3.
    01 increase-amount pic s9(7)v99 comp-3.
    01 proposal-status pic x(10).
        88 PROPOSAL-MADE value "PROPOSED".
    01 rate-edit pic 9(7).99.
    01 pend-old-value pic x(12).
    01 pend-new-value pic x(12).

    *> department pool for the department being listed
    01 prev-dept pic x(4) value spaces.
    01 dept-payroll pic s9(11)v99 comp-3 value 0.
    01 dept-increase pic s9(11)v99 comp-3 value 0.
    01 dept-budget pic s9(11)v99 comp-3 value 0.
    01 dept-pool pic s9(11)v99 comp-3 value 0.
    01 dept-budget-flag pic 9.
        88 DEPT-HAS-BUDGET value 1.
    01 dept-people pic 9(5) value 0.
    01 num-depts pic 9(4) value 0.
    01 short-depts pic 9(4) value 0.

    01 line-count pic 9(9) value 0.
    01 proposal-count pic 9(9) value 0.
    01 grand-payroll pic s9(11)v99 comp-3 value 0.
    01 grand-increase pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(30) value "MERIT REVIEW WORKSHEET, CYCLE ".
        05 hdr-cycle pic x(9).
        05 hdr-description pic x(41).
        05 filler pic x(21) value "INCREASES EFFECTIVE ".
        05 hdr-effective pic x(10).
    01 hdr-line-2.
        05 filler pic x(5)  value "DEPT".
        05 filler pic x(10) value "   PERSON".
        05 filler pic x(25) value "NAME".
        05 filler pic x(10) value "GRADE".
        05 filler pic x(11) value "   PAY RATE".
        05 filler pic x(11) value "   MIDPOINT".
        05 filler pic x(7)  value "  COMPA".
        05 filler pic x(3)  value "  Q".
        05 filler pic x(4)  value " RTG".
        05 filler pic x(8)  value "  PCT".
        05 filler pic x(11) value "   PROPOSED".
        05 filler pic x(11) value "   INCREASE".
        05 filler pic x(11) value "  STATUS".
    01 detail-line.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(24).
        05 filler pic x value space.
        05 dl-grade pic x(6).
        05 filler pic x value space.
        05 dl-step pic z9.
        05 filler pic x value space.
        05 dl-pay-rate pic zzz,zz9.99.
        05 filler pic x value space.
        05 dl-mid-rate pic x(10).
        05 filler pic x value space.
        05 dl-compa pic x(6).
        05 filler pic x value space.
        05 dl-quartile pic x(2).
        05 filler pic x value space.
        05 dl-rating pic x(3).
        05 filler pic x value space.
        05 dl-pct pic x(7).
        05 filler pic x value space.
        05 dl-proposed pic x(10).
        05 filler pic x value space.
        05 dl-increase pic x(10).
        05 filler pic xx value spaces.
        05 dl-status pic x(10).
    01 compa-edit pic z9.999.
    01 money-edit pic zzz,zz9.99.
    01 pct-edit pic zz9.99.
    01 small-edit pic z9.
    01 dept-line.
        05 filler pic x(5) value "DEPT ".
        05 dpl-dept pic x(4).
        05 filler pic x(10) value "  payroll ".
        05 dpl-payroll pic zz,zzz,zz9.99.
        05 filler pic x(9) value "  budget ".
        05 dpl-budget pic x(13).
        05 filler pic x(7) value "  pool ".
        05 dpl-pool pic x(14).
        05 filler pic x(13) value "  increases ".
        05 dpl-increase pic zz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 dpl-status pic x(10).
    01 pool-edit pic -zz,zzz,zz9.99.
    01 budget-edit pic zz,zzz,zz9.99.
    01 total-line.
        05 filler pic x(24) value "TOTAL PROPOSALS ".
        05 tl-count pic zzzzzzzz9.
        05 filler pic x(12) value "  payroll ".
        05 tl-payroll pic zzz,zzz,zz9.99.
        05 filler pic x(13) value "  increases ".
        05 tl-increase pic zzz,zzz,zz9.99.
        05 filler pic x(9) value "  depts ".
        05 tl-short pic zzz9.
        05 filler pic x(14) value " over/no pool".

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
    move ARGPARSE-GET-FLAG("cycle", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to cycle-id
    end-if.
    move ARGPARSE-GET-FLAG("commit", flag-value) to flag-found.
    if flag-found = 1 and (flag-value = "Y" or flag-value = "y") then
        move 1 to commit-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "merit-worksheet: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_cycle (cycle_id text primary key, description text, effective_date text, status text default 'OPEN', committed_by text, committed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_matrix (cycle_id text, rating integer, quartile integer, increase_pct numeric, primary key (cycle_id, rating, quartile))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_rating (cycle_id text, person_id integer, rating integer, rated_by text, rated_ts text, proposed_rate numeric, pending_id integer, primary key (cycle_id, person_id))",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

    if cycle-id = spaces then
        perform find-latest-open-cycle
    end-if.
    perform load-cycle.
    if not CYCLE-FOUND then
        display "merit-worksheet: no merit cycle ", trim(cycle-id),
            " -- set one up in merit-maintenance"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    perform load-matrix.
    display "MERIT-WORKSHEET cycle ", trim(cycle-id), " (", trim(cycle-status),
        ") effective ", cycle-effective-iso.

    open output report-file.
    move cycle-id to hdr-cycle.
    move cycle-description to hdr-description.
    move cycle-effective-iso to hdr-effective.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    perform open-person-list.
    if db-status not = 0 then
        display "merit-worksheet: select failed, status ", db-status
        close report-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-STEP(list-stmt) to list-step-result.
    perform until not LIST_ROW
        perform read-person-row
        if line-count > 0 and out-dept not = prev-dept then
            perform write-dept-pool
        end-if
        move out-dept to prev-dept
        perform work-out-proposal
        perform write-detail-line
        add 1 to line-count
        add 1 to dept-people
        add out-pay-rate to dept-payroll
        add out-pay-rate to grand-payroll
        if PROPOSAL-MADE then
            add 1 to proposal-count
            add increase-amount to dept-increase
            add increase-amount to grand-increase
        end-if
        move SQLITE3-STMT-STEP(list-stmt) to list-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(list-stmt) to db-status.
    if line-count > 0 then
        perform write-dept-pool
    end-if.

    move spaces to report-line.
    write report-line.
    move proposal-count to tl-count.
    move grand-payroll to tl-payroll.
    move grand-increase to tl-increase.
    move short-depts to tl-short.
    write report-line from total-line.

    if COMMIT-REQUESTED then
        perform commit-cycle
        move spaces to report-line
        write report-line
        if commit-rc = 0 then
            string "*** CYCLE " trim(cycle-id) " COMMITTED by " trim(operator-id)
                ": " filed-count " RATE change(s) filed PENDING for change-approval"
                into report-line
            end-string
        else
            string "*** CYCLE " trim(cycle-id) " NOT COMMITTED -- see the run log"
                into report-line
            end-string
        end-if
        write report-line
    end-if.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "merit-worksheet: ", line-count, " person(s), ", proposal-count,
        " proposal(s), ", grand-increase, " in increases, ", short-depts,
        " department(s) over or without a pool -- report in ", trim(report-file-name).
    if short-depts > 0 or commit-rc not = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> everyone on the books, rated or not, so a manager sees who is
*> still missing a rating
open-person-list.
    move spaces to sql-text.
    string "select p.id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), coalesce(p.dept_code, ''), "
        "coalesce(p.grade_code, ''), coalesce(p.grade_step, 0), coalesce(p.pay_rate, 0), "
        "coalesce(g.mid_rate, 0), coalesce(r.rating, 0) "
        "from person p "
        "left join pay_grade g on g.grade_code = p.grade_code and g.grade_step = p.grade_step "
        "left join merit_rating r on r.cycle_id = ? and r.person_id = p.id "
        "where coalesce(p.status, 'A') in ('A', 'L') order by p.dept_code, p.id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, list-stmt) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(list-stmt, bind-param-1, trim(cycle-id)) to db-status
        move 0 to db-status
    end-if.

read-person-row.
    move 0 to col-idx.
    move SQLITE3-COLUMN-INT(list-stmt,col-idx) to out-person-id.
    move 1 to col-idx.
    move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-first) to bool.
    move 2 to col-idx.
    move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-last) to bool.
    move 3 to col-idx.
    move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-dept) to bool.
    move 4 to col-idx.
    move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-grade) to bool.
    move 5 to col-idx.
    move SQLITE3-COLUMN-INT(list-stmt,col-idx) to out-step.
    move 6 to col-idx.
    move SQLITE3-COLUMN-DECIMAL(list-stmt,col-idx) to out-pay-rate.
    move 7 to col-idx.
    move SQLITE3-COLUMN-DECIMAL(list-stmt,col-idx) to out-mid-rate.
    move 8 to col-idx.
    move SQLITE3-COLUMN-INT(list-stmt,col-idx) to out-person-rating.

*> compa-ratio, quartile, matrix percent and the proposed rate for the
*> row just read; proposal-status says why there is none
work-out-proposal.
    move 0 to compa-ratio.
    move 0 to person-quartile.
    move 0 to increase-pct.
    move 0 to proposed-rate.
    move 0 to increase-amount.
    if out-mid-rate > 0 then
        compute compa-ratio rounded = out-pay-rate / out-mid-rate
        evaluate true
            when compa-ratio < 0.900
                move 1 to person-quartile
            when compa-ratio < 1.000
                move 2 to person-quartile
            when compa-ratio < 1.100
                move 3 to person-quartile
            when other
                move 4 to person-quartile
        end-evaluate
    end-if.
    evaluate true
        when out-person-rating < 1 or out-person-rating > 5
            move "NOT RATED" to proposal-status
        when out-mid-rate = 0 or out-pay-rate = 0
            move "NO GRADE" to proposal-status
        when matrix-set-flag(out-person-rating, person-quartile) = 0
            move "NO MATRIX" to proposal-status
        when other
            move "PROPOSED" to proposal-status
            move matrix-pct(out-person-rating, person-quartile) to increase-pct
            compute proposed-rate rounded =
                out-pay-rate * (100 + increase-pct) / 100
            compute increase-amount = proposed-rate - out-pay-rate
    end-evaluate.

write-detail-line.
    move spaces to detail-line.
    move out-dept to dl-dept.
    move out-person-id to dl-person.
    move spaces to person-name.
    string trim(out-first) " " trim(out-last) into person-name end-string.
    move person-name(1:24) to dl-name.
    move out-grade to dl-grade.
    if out-grade not = spaces then
        move out-step to dl-step
    end-if.
    move out-pay-rate to dl-pay-rate.
    if out-mid-rate > 0 then
        move out-mid-rate to money-edit
        move money-edit to dl-mid-rate
        move compa-ratio to compa-edit
        move compa-edit to dl-compa
        move person-quartile to small-edit
        move small-edit to dl-quartile
    end-if.
    if out-person-rating > 0 then
        move out-person-rating to small-edit
        move small-edit to dl-rating(2:2)
    end-if.
    if PROPOSAL-MADE then
        move increase-pct to pct-edit
        move pct-edit to dl-pct
        move "%" to dl-pct(7:1)
        move proposed-rate to money-edit
        move money-edit to dl-proposed
        move increase-amount to money-edit
        move money-edit to dl-increase
    end-if.
    move proposal-status to dl-status.
    write report-line from detail-line.

*> the department's pool: its budget for the effective month less the
*> current pay of the people listed, against the increases proposed
write-dept-pool.
    perform get-dept-budget.
    move prev-dept to dpl-dept.
    move dept-payroll to dpl-payroll.
    move dept-increase to dpl-increase.
    add 1 to num-depts.
    if DEPT-HAS-BUDGET then
        compute dept-pool = dept-budget - dept-payroll
        move dept-budget to budget-edit
        move budget-edit to dpl-budget
        move dept-pool to pool-edit
        move pool-edit to dpl-pool
        if dept-increase > dept-pool then
            move "OVER POOL" to dpl-status
        else
            move "WITHIN" to dpl-status
        end-if
    else
        move "    (none)" to dpl-budget
        move spaces to dpl-pool
        move "NO BUDGET" to dpl-status
    end-if.
    if dpl-status not = "WITHIN" then
        add 1 to short-depts
    end-if.
    write report-line from dept-line.
    move spaces to report-line.
    write report-line.
    move 0 to dept-payroll.
    move 0 to dept-increase.
    move 0 to dept-people.

get-dept-budget.
    move 0 to dept-budget-flag.
    move 0 to dept-budget.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(budget_amount, 0) from position_budget where dept_code = ? and budget_month = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(prev-dept)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, cycle-month) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to dept-budget-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to dept-budget
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

find-latest-open-cycle.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(cycle_id), '') from merit_cycle where coalesce(status, 'OPEN') = 'OPEN'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cycle-id) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

load-cycle.
    move 0 to cycle-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(description, ''), coalesce(effective_date, ''), coalesce(status, 'OPEN') from merit_cycle where cycle_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(cycle-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to cycle-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cycle-description) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cycle-effective-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cycle-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move cycle-effective-iso(1:7) to cycle-month.

load-matrix.
    initialize matrix-table.
    move SQLITE3-STMT-OPEN(db-handle,
        "select rating, quartile, coalesce(increase_pct, 0) from merit_matrix where cycle_id = ? and rating between 1 and 5 and quartile between 1 and 4",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(cycle-id)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-rating
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-quartile
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-pct
        move 1 to matrix-set-flag(out-rating, out-quartile)
        move out-pct to matrix-pct(out-rating, out-quartile)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> Every proposal becomes a RATE pending_change in one transaction, or
*> none does.  Refused unless the operator signs on, the cycle is
*> still OPEN and every department fits its pool.
commit-cycle.
    move 1 to commit-rc.
    if not CYCLE-OPEN then
        display "merit-worksheet: cycle ", trim(cycle-id), " is ",
            trim(cycle-status), " -- nothing filed"
        exit paragraph
    end-if.
    if short-depts > 0 then
        display "merit-worksheet: ", short-depts,
            " department(s) over or without a budget pool -- nothing filed"
        exit paragraph
    end-if.
    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if signon-ok not = 1 then
        display "merit-worksheet: commit needs a signed-on operator (-op <id>)"
        exit paragraph
    end-if.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "merit-worksheet: database is locked by another operator -- nothing filed"
        exit paragraph
    end-if.
    move function current-date to run-ts.
    move SQLITE3-BEGIN(db-handle) to db-status.
    perform open-person-list.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(list-stmt) to list-step-result
        perform until not LIST_ROW or db-status not = 0
            perform read-person-row
            perform work-out-proposal
            if PROPOSAL-MADE and increase-amount > 0 then
                perform file-rate-change
            end-if
            move SQLITE3-STMT-STEP(list-stmt) to list-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(list-stmt) to lock-release-status
    end-if.
    if db-status = 0 then
        perform mark-cycle-committed
    end-if.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status = 0 then
        move 0 to commit-rc
        display "merit-worksheet: cycle ", trim(cycle-id), " committed by ",
            trim(operator-id), ", ", filed-count,
            " RATE change(s) PENDING -- a second operator approves them in change-approval"
    else
        move 0 to filed-count
        display "merit-worksheet: commit failed, status ", db-status, " -- nothing filed"
    end-if.

*> one RATE change in the maker-checker queue, the same row
*> person-maintenance files, then tied back to the person's rating
file-rate-change.
    move out-pay-rate to rate-edit.
    move rate-edit to pend-old-value.
    move proposed-rate to rate-edit.
    move rate-edit to pend-new-value.
    move "insert into pending_change (person_id, change_type, old_value, new_value, requested_by, requested_ts, request_date, status) values (?, 'RATE', ?, ?, ?, ?, ?, 'PENDING')"
        to pend-sql.
    move SQLITE3-STMT-OPEN(db-handle, pend-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move out-person-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, pend-old-value) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, pend-new-value) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, run-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, cycle-effective-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
            move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-pend-id
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string trim(pend-sql) " [merit cycle " trim(cycle-id) "]" into audit-note end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    if db-status not = 0 then
        exit paragraph
    end-if.
    add 1 to filed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "update merit_rating set proposed_rate = ?, pending_id = ? where cycle_id = ? and person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, pend-new-value) to db-status
        move new-pend-id to bind-pend-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-pend-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(cycle-id)) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status
    end-if.

mark-cycle-committed.
    move "update merit_cycle set status = 'COMMITTED', committed_by = ?, committed_ts = ? where cycle_id = ? and coalesce(status, 'OPEN') = 'OPEN'"
        to pend-sql.
    move SQLITE3-STMT-OPEN(db-handle, pend-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, run-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(cycle-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, pend-sql, operator-id, db-status, rows-changed) to audit-bool.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -cycle " trim(cycle-id)
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = line-count + num-depts * 2 + 8.
    move REPORT-REGISTER(db-handle, "merit-worksheet", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program merit-worksheet.
