GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 final-pay.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob shift-utils.cob
*>***************************************
*> Final pay for terminations -- the worksheet that used to be done on
*> paper.  Every termination (person-transaction's T record, or one
*> committed through change-approval) opens a FINAL PAY ISSUED item on
*> the offboarding checklist; this program works each terminated person
*> with that item still OPEN, or the one person named by "-person":
*>
*>    final-pay -db person.sdb [-person <id>] [-post Y -op <operator>]
*>        [-day-hours 8.00] [-out final-pay.rpt]
*>
*> The final period is the pay_period whose dates cover term_date.  The
*> partial period runs from the period start (or the hire date, if
*> later) through term_date: days the person's shift schedule has them
*> due count their shift hours (SHIFT-DAY, shift-utils.cob), and with no
*> schedule each weekday not in holiday_calendar counts "-day-hours"
*> (default 8.00), all at pay_rate.  When timesheet-register already
*> paid the period the partial period is not paid twice -- the
*> settlement is added to the gross_pay row it wrote.  The leave
*> balance is leave-balance-report's (granted - taken + adjustments):
*> a positive balance is paid out at "-day-hours" a day, a negative one
*> -- leave advanced and not yet earned -- is recovered from the same
*> check, never past its gross; what can't be recovered prints as
*> UNRECOVERED for collection.
*>
*> Without "-post" the run is the worksheet only.  With "-post Y", and
*> "-op" naming an operator who signs on through OPERATOR-SIGNON, each
*> settlement posts in one unit of work: gross_pay for the final
*> period (partial-period pay as reg_pay, the leave line in
*> premium_pay), gross_pay_earning lines REG and LVPO (payout) or LVRC
*> (recovery), a leave_ledger adjustment that brings the balance to
*> zero, a final_pay row, and the FINAL PAY ISSUED checklist item
*> signed off under the operator -- every statement audited.  From
*> there deduction-register takes the final check through taxes and
*> deductions like any other pay.  A person is held, not posted, when
*> no pay_period covers the term date, when the period's payroll year
*> is closed, or when deduction-register has already finalized the
*> period (settle that through pay-void's reissue instead).  The
*> worksheet goes to "-out", registered in report_registry.
*> RETURN-CODE 1 on a refused run, 2 when anyone was held, 0 otherwise.
identification division.
    program-id. final-pay.
    REMARKS. Final pay worksheet and posting for terminations.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION OPERATOR-SIGNON
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION SHIFT-DAY
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
    01 report-file-name pic x(256) value "final-pay.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 operator-id pic x(20) value spaces.
    01 post-flag pic x value "N".
        88 POST-PAY value "Y" "y".
    01 in-person-id pic 9(9) value 0.
    01 day-hours pic 9(2)v99 value 8.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.
    01 sql-text pic x(1024).

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-id pic s9(9) comp.
    01 bind-number pic s9(9) comp.

    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 lock-release-status pic s9(9) comp.
    01 post-ts pic x(26).

    01 business-date pic 9(8).

    *> the terminations to settle, read before anything is posted
    01 fp-count pic 9(4) value 0.
    01 fp-table.
        05 fp-entry occurs 500 times.
            10 fp-person-id pic 9(9).
            10 fp-name pic x(30).
            10 fp-dept pic x(4).
            10 fp-rate pic s9(7)v99 comp-3.
            10 fp-term-iso pic x(10).
            10 fp-hire-iso pic x(10).
    01 fp-ix pic 9(4).
    01 out-person-id pic s9(9) comp.
    01 out-first pic x(30).
    01 out-last pic x(30).
    01 out-dept pic x(4).
    01 out-rate pic s9(7)v99 comp-3.
    01 out-term pic x(10).
    01 out-hire pic x(10).

    *> one person's settlement
    01 term-date pic 9(8).
    01 hire-date pic 9(8).
    01 period-no pic s9(9) comp.
    01 period-start-iso pic x(10).
    01 period-end-iso pic x(10).
    01 period-pay-iso pic x(10).
    01 period-start pic 9(8).
    01 period-start-num pic s9(9) comp.
    01 term-num pic s9(9) comp.
    01 day-num pic s9(9) comp.
    01 work-date pic 9(8).
    01 dow-ix pic 9.
    01 holiday-count pic s9(9) comp.
    01 sched-hours pic 9(3)v99.
    01 shift-code pic x(8).
    01 day-status pic x.
        88 DAY-SCHEDULED value "S" "L".
        88 DAY-NO-SCHEDULE value "N".
    01 sched-days pic 9(3).
    01 std-days pic 9(3).
    01 hold-reason pic x(74).
    01 year-lock-count pic s9(9) comp.
    01 net-count pic s9(9) comp.
    01 prior-gross-flag pic 9.
        88 HAS-PRIOR-GROSS value 1.
    01 prior-reg-hours pic s9(3)v99 comp-3.
    01 prior-reg-pay pic s9(9)v99 comp-3.
    01 prior-gross pic s9(9)v99 comp-3.
    01 reg-hours pic s9(3)v99 comp-3.
    01 reg-pay pic s9(9)v99 comp-3.
    01 leave-granted pic s9(5)v99 comp-3.
    01 leave-taken pic s9(5)v99 comp-3.
    01 leave-adjusted pic s9(5)v99 comp-3.
    01 leave-balance pic s9(5)v99 comp-3.
    01 leave-hours pic s9(5)v99 comp-3.
    01 leave-amount pic s9(9)v99 comp-3.
    01 recoverable pic s9(9)v99 comp-3.
    01 unrecovered pic s9(9)v99 comp-3.
    01 final-gross pic s9(9)v99 comp-3.
    01 leave-code pic x(4).
    01 earn-code pic x(4).
    01 earn-hours pic s9(5)v99 comp-3.
    01 earn-amount pic s9(9)v99 comp-3.
    01 status-disp pic -9(9).
    01 commit-failed-flag pic 9.
        88 COMMIT-FAILED value 1.

    01 hours-edit pic -9(5).99.
    01 amount-edit-1 pic -9(9).99.
    01 amount-edit-2 pic -9(9).99.
    01 amount-edit-3 pic -9(9).99.
    01 days-edit pic -9(5).99.

    01 posted-count pic 9(4) value 0.
    01 held-count pic 9(4) value 0.
    01 total-gross pic s9(11)v99 comp-3 value 0.
    01 lines-written pic 9(7) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(23) value "FINAL PAY WORKSHEET -- ".
        05 hdr-mode pic x(12).
        05 filler pic x(7) value " AS OF ".
        05 hdr-busdate pic 9(8).
    01 ws-line-1.
        05 filler pic x(7) value "PERSON ".
        05 w1-person-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 w1-name pic x(30).
        05 filler pic x(6) value " DEPT ".
        05 w1-dept pic x(4).
        05 filler pic x(13) value "  TERMINATED ".
        05 w1-term pic x(10).
    01 ws-line-2.
        05 filler pic x(20) value "  FINAL PERIOD      ".
        05 w2-period pic zzzz9.
        05 filler pic x value space.
        05 w2-start pic x(10).
        05 filler pic x(4) value " TO ".
        05 w2-end pic x(10).
        05 filler pic x(11) value "  PAY DATE ".
        05 w2-pay pic x(10).
        05 filler pic x(7) value "  RATE ".
        05 w2-rate pic zzzzzz9.99.
    01 ws-line-3.
        05 filler pic x(20) value "  PARTIAL PERIOD    ".
        05 w3-from pic x(10).
        05 filler pic x(4) value " TO ".
        05 w3-to pic x(10).
        05 filler pic x(8) value "  HOURS ".
        05 w3-hours pic zz9.99.
        05 filler pic x(6) value "  PAY ".
        05 w3-pay pic zzzzzzz9.99-.
        05 filler pic x(2) value spaces.
        05 w3-basis pic x(30).
    01 ws-line-4.
        05 filler pic x(20) value "  LEAVE GRANTED     ".
        05 w4-granted pic zzzz9.99-.
        05 filler pic x(8) value "  TAKEN ".
        05 w4-taken pic zzzz9.99-.
        05 filler pic x(11) value "  ADJUSTED ".
        05 w4-adjusted pic zzzz9.99-.
        05 filler pic x(10) value "  BALANCE ".
        05 w4-balance pic zzzz9.99-.
        05 filler pic x(5) value " DAYS".
    01 ws-line-5.
        05 w5-label pic x(20).
        05 w5-days pic zzzz9.99-.
        05 filler pic x(9) value " DAYS AT ".
        05 w5-day-hours pic z9.99.
        05 filler pic x(9) value " HOURS = ".
        05 w5-hours pic zzzz9.99-.
        05 filler pic x(10) value " HOURS    ".
        05 w5-amount pic zzzzzzz9.99-.
        05 filler pic x(2) value spaces.
        05 w5-note pic x(30).
    01 ws-line-6.
        05 filler pic x(20) value "  FINAL GROSS       ".
        05 w6-gross pic zzzzzzz9.99-.
        05 filler pic x(4) value spaces.
        05 w6-status pic x(74).
    01 total-line.
        05 filler pic x(20) value "SETTLEMENTS: ".
        05 tl-count pic zzz9.
        05 filler pic x(11) value "   POSTED: ".
        05 tl-posted pic zzz9.
        05 filler pic x(9) value "   HELD: ".
        05 tl-held pic zzz9.
        05 filler pic x(16) value "   TOTAL GROSS: ".
        05 tl-gross pic zzzzzzzzz9.99-.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("person", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to in-person-id
    end-if.
    move ARGPARSE-GET-FLAG("post", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to post-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.
    move ARGPARSE-GET-FLAG("day-hours", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to day-hours
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    if POST-PAY and operator-id = spaces then
        display "usage: final-pay [-person <id>] [-post Y -op <operator>] [-day-hours 8.00] [-out final-pay.rpt]"
        move 1 to return-code
        stop run
    end-if.
    if day-hours = 0 then
        display "final-pay: -day-hours must be more than zero"
        move 1 to return-code
        stop run
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "final-pay: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    perform prepare-tables.

    if POST-PAY then
        move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
            signon-name) to signon-ok
        if signon-ok not = 1 then
            display "final-pay: refused -- '-op ", trim(operator-id),
                "' did not sign on"
            perform refuse-run
        end-if
    end-if.

    perform load-terminations.
    if in-person-id not = 0 and fp-count = 0 then
        display "final-pay: person ", in-person-id,
            " is not a terminated person with final pay still to settle"
        perform refuse-run
    end-if.

    open output report-file.
    if POST-PAY then
        move "POSTED" to hdr-mode
    else
        move "PREVIEW" to hdr-mode
    end-if.
    move business-date to hdr-busdate.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    perform varying fp-ix from 1 by 1 until fp-ix > fp-count
        perform settle-one
    end-perform.
    move fp-count to tl-count.
    move posted-count to tl-posted.
    move held-count to tl-held.
    move total-gross to tl-gross.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "final-pay: ", fp-count, " termination(s), ", posted-count, " posted, ",
        held-count, " held -- worksheet in ", trim(report-file-name).
    if held-count > 0 then
        move 2 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

refuse-run.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 1 to return-code.
    stop run.

prepare-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists final_pay (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, term_date text, period_no integer, period_date text, reg_hours numeric, reg_pay numeric, leave_days numeric, leave_amount numeric, unrecovered numeric default 0, gross_amount numeric, posted_by text, posted_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists offboard_task (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, task_name text, opened_date text, task_status text default 'OPEN', signed_by text, signed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists leave_ledger (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, tx_type text, tx_date text, tx_days numeric, note text, entered_by text, entered_ts text)",
        error-message) to db-status.
    move 0 to db-status.

*> terminated, not yet settled for this termination, and either named
*> on the command line or carrying an OPEN final pay checklist item
load-terminations.
    move spaces to sql-text.
    string
        "select p.id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), coalesce(p.dept_code, ''), "
        "coalesce(p.pay_rate, 0), p.term_date, coalesce(p.hire_date, '') from person p "
        "where coalesce(p.status, 'A') = 'T' and coalesce(p.term_date, '') <> '' "
        "and ((?1 = 0 and exists (select 1 from offboard_task t where t.person_id = p.id "
        "and t.task_name = 'FINAL PAY ISSUED' and t.task_status = 'OPEN')) or p.id = ?1) "
        "and not exists (select 1 from final_pay f where f.person_id = p.id and f.term_date = p.term_date) "
        "order by p.dept_code, p.last_name, p.first_name, p.id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "final-pay: termination select failed, status ", db-status
        perform refuse-run
    end-if.
    move in-person-id to bind-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        if fp-count >= 500 then
            display "final-pay: more than 500 terminations waiting -- the rest on the next run"
            exit perform
        end-if
        add 1 to fp-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-term) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-hire) to bool
        move out-person-id to fp-person-id(fp-count)
        move spaces to fp-name(fp-count)
        string trim(out-last) ", " trim(out-first) into fp-name(fp-count) end-string
        move out-dept to fp-dept(fp-count)
        move out-rate to fp-rate(fp-count)
        move out-term to fp-term-iso(fp-count)
        move out-hire to fp-hire-iso(fp-count)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> one termination: work the figures, print the worksheet, post it
settle-one.
    move spaces to hold-reason.
    move 0 to reg-hours reg-pay leave-amount unrecovered final-gross.
    move 0 to leave-granted leave-taken leave-adjusted leave-balance leave-hours.
    move 0 to prior-gross-flag.
    move SQLITE3-DATE-TO-COBOL(fp-term-iso(fp-ix)) to term-date.
    move fp-person-id(fp-ix) to bind-id.

    move fp-person-id(fp-ix) to w1-person-id.
    move fp-name(fp-ix) to w1-name.
    move fp-dept(fp-ix) to w1-dept.
    move fp-term-iso(fp-ix) to w1-term.
    write report-line from ws-line-1.
    add 1 to lines-written.

    perform find-final-period.
    if period-no = 0 then
        move "HELD -- no pay_period covers the term date; roll the calendar" to hold-reason
        perform write-held
        exit paragraph
    end-if.
    move period-no to w2-period.
    move period-start-iso to w2-start.
    move period-end-iso to w2-end.
    move period-pay-iso to w2-pay.
    move fp-rate(fp-ix) to w2-rate.
    write report-line from ws-line-2.
    add 1 to lines-written.

    perform read-prior-pay.
    perform compute-partial-period.
    perform compute-leave.

    if HAS-PRIOR-GROSS then
        compute final-gross = prior-gross + leave-amount
    else
        compute final-gross = reg-pay + leave-amount
    end-if.

    *> what would stop the posting, checked for the worksheet as well
    perform check-year-lock.
    evaluate true
        when net-count > 0
            move "HELD -- deduction-register finalized the period; settle through pay-void"
                to hold-reason
        when year-lock-count > 0
            move "HELD -- the period's payroll year is closed" to hold-reason
    end-evaluate.
    move final-gross to w6-gross.
    if hold-reason not = spaces then
        perform write-held
        exit paragraph
    end-if.
    if not POST-PAY then
        move "WORKSHEET ONLY -- post with -post Y -op <operator>" to w6-status
        write report-line from ws-line-6
        move spaces to report-line
        write report-line
        add 2 to lines-written
        add final-gross to total-gross
        exit paragraph
    end-if.

    perform post-settlement.
    if COMMIT-FAILED then
        move spaces to hold-reason
        string "HELD -- posting failed and was rolled back: " trim(error-message)
            into hold-reason
        end-string
        perform write-held
        exit paragraph
    end-if.
    move spaces to w6-status.
    string "POSTED to gross_pay " period-end-iso " by " trim(operator-id)
        " -- FINAL PAY ISSUED signed off"
        into w6-status
    end-string.
    write report-line from ws-line-6.
    move spaces to report-line.
    write report-line.
    add 2 to lines-written.
    add 1 to posted-count.
    add final-gross to total-gross.
    display "final-pay: person ", fp-person-id(fp-ix), " final gross ", final-gross,
        " posted for period ", period-end-iso.

write-held.
    move hold-reason to w6-status.
    write report-line from ws-line-6.
    move spaces to report-line.
    write report-line.
    add 2 to lines-written.
    add 1 to held-count.

find-final-period.
    move 0 to period-no.
    move SQLITE3-STMT-OPEN(db-handle,
        "select period_no, start_date, end_date, coalesce(pay_date, '') from pay_period where start_date <= ?1 and end_date >= ?1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, fp-term-iso(fp-ix)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to period-no
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-start-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-end-iso) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-pay-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> a register already run for the period has paid its hours -- and a
*> deduction register already run has finalized the check
read-prior-pay.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(reg_hours, 0), coalesce(reg_pay, 0), coalesce(gross_amount, 0) from gross_pay where person_id = ? and period_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-end-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to prior-gross-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-reg-hours
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-reg-pay
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-gross
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to net-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from net_pay where person_id = ? and period_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-end-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to net-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the days from the period start (or the hire, if later) through the
*> term date: the schedule's hours where there is one, the standard
*> day on each non-holiday weekday where there isn't
compute-partial-period.
    move SQLITE3-DATE-TO-COBOL(period-start-iso) to period-start.
    move period-start-iso to w3-from.
    if fp-hire-iso(fp-ix) > period-start-iso then
        move SQLITE3-DATE-TO-COBOL(fp-hire-iso(fp-ix)) to hire-date
        if hire-date not = 0 then
            move hire-date to period-start
            move fp-hire-iso(fp-ix) to w3-from
        end-if
    end-if.
    move fp-term-iso(fp-ix) to w3-to.
    move 0 to sched-days.
    move 0 to std-days.
    if HAS-PRIOR-GROSS then
        move prior-reg-hours to w3-hours
        move prior-reg-pay to w3-pay
        move "PAID BY TIMESHEET-REGISTER" to w3-basis
        write report-line from ws-line-3
        add 1 to lines-written
        exit paragraph
    end-if.
    compute period-start-num = integer-of-date(period-start).
    compute term-num = integer-of-date(term-date).
    perform varying day-num from period-start-num by 1 until day-num > term-num
        compute work-date = date-of-integer(day-num)
        move SHIFT-DAY(db-handle, fp-person-id(fp-ix), work-date,
            shift-code, day-status) to sched-hours
        evaluate true
            when DAY-SCHEDULED
                add sched-hours to reg-hours
                add 1 to sched-days
            when DAY-NO-SCHEDULE
                compute dow-ix = mod(day-num - 1, 7) + 1
                if dow-ix < 6 then
                    perform count-holiday
                    if holiday-count = 0 then
                        add day-hours to reg-hours
                        add 1 to std-days
                    end-if
                end-if
        end-evaluate
    end-perform.
    compute reg-pay rounded = reg-hours * fp-rate(fp-ix).
    move reg-hours to w3-hours.
    move reg-pay to w3-pay.
    evaluate true
        when sched-days > 0 and std-days > 0
            move "SHIFT SCHEDULE + STANDARD DAYS" to w3-basis
        when sched-days > 0
            move "SHIFT SCHEDULE" to w3-basis
        when other
            move "STANDARD WEEKDAYS" to w3-basis
    end-evaluate.
    write report-line from ws-line-3.
    add 1 to lines-written.

count-holiday.
    move 0 to holiday-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from holiday_calendar where holiday_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1,
            SQLITE3-COBOL-TO-DATE(work-date)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to holiday-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> leave-balance-report's balance, paid out or recovered at the
*> standard day -- a recovery never takes the check below zero
compute-leave.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(sum(case tx_type when 'G' then tx_days else 0 end), 0), coalesce(sum(case tx_type when 'T' then tx_days else 0 end), 0), coalesce(sum(case tx_type when 'A' then tx_days else 0 end), 0) from leave_ledger where person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to leave-granted
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to leave-taken
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to leave-adjusted
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    compute leave-balance = leave-granted - leave-taken + leave-adjusted.
    compute leave-hours = leave-balance * day-hours.
    compute leave-amount rounded = leave-hours * fp-rate(fp-ix).
    move leave-granted to w4-granted.
    move leave-taken to w4-taken.
    move leave-adjusted to w4-adjusted.
    move leave-balance to w4-balance.
    write report-line from ws-line-4.
    add 1 to lines-written.
    move spaces to w5-note.
    if leave-balance < 0 then
        move "LVRC" to leave-code
        move "  ADVANCED LEAVE    " to w5-label
        if HAS-PRIOR-GROSS then
            move prior-gross to recoverable
        else
            move reg-pay to recoverable
        end-if
        if 0 - leave-amount > recoverable then
            compute unrecovered = 0 - leave-amount - recoverable
            compute leave-amount = 0 - recoverable
            move unrecovered to amount-edit-1
            string "UNRECOVERED " trim(amount-edit-1) into w5-note end-string
        end-if
    else
        move "LVPO" to leave-code
        move "  LEAVE PAYOUT      " to w5-label
    end-if.
    move leave-balance to w5-days.
    move day-hours to w5-day-hours.
    move leave-hours to w5-hours.
    move leave-amount to w5-amount.
    write report-line from ws-line-5.
    add 1 to lines-written.

check-year-lock.
    move 0 to year-lock-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.locked = 1 and substr(p.end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-end-iso(1:4)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to year-lock-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> the whole settlement is one unit of work -- gross, earnings lines,
*> the leave zeroed, the final_pay row and the checklist item
post-settlement.
    move 0 to commit-failed-flag.
    move function current-date to post-ts.
    move SQLITE3-BEGIN(db-handle) to db-status.

    if HAS-PRIOR-GROSS then
        move "update gross_pay set premium_pay = coalesce(premium_pay, 0) + ?, gross_amount = coalesce(gross_amount, 0) + ? where person_id = ? and period_date = ?"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move leave-amount to amount-edit-1
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, amount-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, amount-edit-1) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, period-end-iso) to db-status
            perform step-write
        end-if
        perform audit-write
    else
        move "insert or replace into gross_pay (person_id, period_date, reg_hours, ot_hours, reg_pay, ot_pay, gross_amount, premium_pay) values (?, ?, ?, 0, ?, 0, ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move reg-hours to hours-edit
            move reg-pay to amount-edit-1
            move final-gross to amount-edit-2
            move leave-amount to amount-edit-3
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-end-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, hours-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, amount-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, amount-edit-2) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, amount-edit-3) to db-status
            perform step-write
        end-if
        perform audit-write
        if db-status = 0 and reg-hours > 0 then
            move "REG" to earn-code
            move reg-hours to earn-hours
            move reg-pay to earn-amount
            perform write-earning
        end-if
    end-if.

    if db-status = 0 and leave-amount not = 0 then
        move leave-code to earn-code
        move leave-hours to earn-hours
        move leave-amount to earn-amount
        perform write-earning
    end-if.

    if db-status = 0 and leave-balance not = 0 then
        move "insert into leave_ledger (person_id, tx_type, tx_date, tx_days, note, entered_by, entered_ts) values (?, 'A', ?, ?, 'FINAL PAY SETTLEMENT', ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            compute leave-balance = 0 - leave-balance
            move leave-balance to days-edit
            compute leave-balance = 0 - leave-balance
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, fp-term-iso(fp-ix)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, days-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, post-ts) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.

    if db-status = 0 then
        move "insert into final_pay (person_id, term_date, period_no, period_date, reg_hours, reg_pay, leave_days, leave_amount, unrecovered, gross_amount, posted_by, posted_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, fp-term-iso(fp-ix)) to db-status
            move period-no to bind-number
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-number) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, period-end-iso) to db-status
            move reg-hours to hours-edit
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, hours-edit) to db-status
            move reg-pay to amount-edit-1
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, amount-edit-1) to db-status
            move leave-balance to days-edit
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, days-edit) to db-status
            move leave-amount to amount-edit-2
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, amount-edit-2) to db-status
            move unrecovered to amount-edit-3
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, amount-edit-3) to db-status
            move final-gross to amount-edit-1
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, amount-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, post-ts) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.

    if db-status = 0 then
        move "update offboard_task set task_status = 'DONE', signed_by = ?, signed_ts = ? where person_id = ? and task_name = 'FINAL PAY ISSUED' and task_status = 'OPEN'"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, post-ts) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-id) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.

    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    end-if.
    if db-status not = 0 then
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
        move 1 to commit-failed-flag
        move spaces to error-message
        move db-status to status-disp
        string "status " trim(status-disp) into error-message end-string
    end-if.

*> one gross_pay_earning line: earn-code, earn-hours, earn-amount
write-earning.
    move "insert or replace into gross_pay_earning (person_id, period_date, earn_code, hours, paid_hours, amount, gl_account) values (?1, ?2, ?3, ?4, ?4, ?5, coalesce((select gl_account from earnings_code where earn_code = ?3), ''))"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move earn-hours to hours-edit
        move earn-amount to amount-edit-1
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-end-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(earn-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, hours-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, amount-edit-1) to db-status
        perform step-write
    end-if.
    perform audit-write.

step-write.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.

audit-write.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -person " in-person-id " -post " post-flag
        " -day-hours " day-hours " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = lines-written + 3.
    move REPORT-REGISTER(db-handle, "final-pay", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program final-pay.
