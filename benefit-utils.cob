GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Shared benefits coverage facility.  A termination commits in two
*> places -- change-approval applying an approved TERM keyed through
*> person-maintenance, and person-transaction's batch T records -- and
*> both have to stop the person's benefits the same way, so the rule
*> lives here instead of in each of them.
*>
*> Method:
*>    <count> BENEFIT-END-COVERAGE(<db-handle>, <person-id>,
*>                                 <term-date>, <actor>)
*>        Coverage runs through the end of the month the person
*>        terminates in: every enrollment still open past that day
*>        (benefit_enrollment, kept through benefit-maintenance) gets
*>        cov_end = month end, status 'T', end_reason TERMINATED, and
*>        the person_deduction election the enrollment generated is
*>        end-dated the same day so the premium stops with the
*>        coverage.  An enrollment that hadn't started yet ends before
*>        it begins and is never billed.  Both updates are audited
*>        under the actor.  term-date is PIC 9(8) YYYYMMDD.  Returns the
*>        number of enrollments ended (0 when there were none, or the
*>        file has never had benefits set up).  The caller holds
*>        whatever lock its own write took.
*>***************************************************************************
identification division. function-id. BENEFIT-END-COVERAGE.
environment division. configuration section.
    repository.
    function SQLITE3-EXEC
    function SQLITE3-CHANGES
    function SQLITE3-AUDIT-LOG
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-STMT-BIND-INT
    function all intrinsic.
data division.
working-storage section.
    01 benefit-stmt-handle PIC 9(18) COMP.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  BENEFIT-DONE value is 101.
    01 benefit-param-1 pic s9(9) comp value 1.
    01 benefit-param-2 pic s9(9) comp value 2.
    01 bind-person pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 update-sql pic x(300).
    01 month-end-date.
        05 month-end-year pic 9(4).
        05 month-end-month pic 99.
        05 month-end-day pic 99.
    01 month-end-num redefines month-end-date pic 9(8).
    01 month-end-iso pic x(10).
linkage section.
    01 ended-count pic s9(4) comp.
    copy sqlite3-handles.
    01 person-id pic 9(9).
    01 term-date pic 9(8).
    01 actor pic x any length.

procedure division using db-handle, person-id, term-date, actor
        returning ended-count.
    move 0 to ended-count.
    if term-date = 0 or test-date-yyyymmdd(term-date) not = 0 then
        goback returning ended-count
    end-if.
    move SQLITE3-EXEC(db-handle,
        "create table if not exists benefit_enrollment (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, plan_code text, tier text, cov_start text, cov_end text, deduction_id integer, status text default 'A', end_reason text, enrolled_by text, enrolled_ts text)")
        to open-status.

    *> last day of the termination month: the first of the next month
    *> less one day
    move term-date to month-end-num.
    move 1 to month-end-day.
    if month-end-month = 12 then
        add 1 to month-end-year
        move 1 to month-end-month
    else
        add 1 to month-end-month
    end-if.
    compute month-end-num = date-of-integer(integer-of-date(month-end-num) - 1).
    move spaces to month-end-iso.
    string month-end-date(1:4) "-" month-end-date(5:2) "-" month-end-date(7:2)
        into month-end-iso
    end-string.
    move person-id to bind-person.

    move "update person_deduction set eff_to = ?1 where id in (select deduction_id from benefit_enrollment where person_id = ?2 and (cov_end is null or cov_end = '' or cov_end > ?1)) and (eff_to is null or eff_to = '' or eff_to > ?1)"
        to update-sql.
    perform run-coverage-update.

    move "update benefit_enrollment set cov_end = ?1, status = 'T', end_reason = 'TERMINATED' where person_id = ?2 and (cov_end is null or cov_end = '' or cov_end > ?1)"
        to update-sql.
    perform run-coverage-update.
    if open-status = 0 then
        move rows-changed to ended-count
    end-if.
    goback returning ended-count.

run-coverage-update.
    move 0 to rows-changed.
    move SQLITE3-STMT-OPEN(db-handle, update-sql, benefit-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(benefit-stmt-handle, benefit-param-1, month-end-iso) to open-status
        move SQLITE3-STMT-BIND-INT(benefit-stmt-handle, benefit-param-2, bind-person) to open-status
        move SQLITE3-STMT-STEP(benefit-stmt-handle) to step-result
        if BENEFIT-DONE then
            move 0 to open-status
        else
            move step-result to open-status
        end-if
        move SQLITE3-STMT-CLOSE(benefit-stmt-handle) to step-result
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, update-sql, actor, open-status,
            rows-changed) to audit-bool
    end-if.
end function BENEFIT-END-COVERAGE.
