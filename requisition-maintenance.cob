GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 requisition-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob requisition-utils.cob
*>***************************************
*> Interactive maintenance for position requisitions -- the open jobs
*> between what position_budget allows a department and who is on the
*> roster today:
*>
*>   O  open a requisition: department, job code from the job_code
*>      catalog, the budgeted rate and the date it opened (default the
*>      business date), approved by the operator signed on.  Refused
*>      when the department's headcount for the month -- ACTIVE, LEAVE
*>      and PENDING employees, not contractors or agency temps, plus
*>      the requisitions already OPEN -- has
*>      reached its position_budget budget_count, or the department
*>      has no budget row for the month at all.
*>   C  cancel an OPEN requisition
*>   F  fill an OPEN requisition with a person already on file (ACTIVE
*>      or PENDING) -- the hire keyed before the requisition was, or
*>      one whose requisition number was missed at entry.  Hires keyed
*>      through person-maintenance or person-transaction fill their
*>      requisition as they're written (REQUISITION-FILL).
*>   L  list requisitions, all or one status
*>
*> requisition-aging reports the OPEN ones by days open and
*> position-variance counts them as committed headcount.  Same shape
*> as the other maintenance programs: the single-writer app_lock
*> around every write and an audit_log row for every statement, under
*> the operator signed on at startup.
identification division.
    program-id. requisition-maintenance.
    REMARKS. Interactive position requisition maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
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
    FUNCTION OPERATOR-SIGNON
    FUNCTION REQUISITION-CHECK
    FUNCTION REQUISITION-FILL
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 sql-text pic x(512).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-id pic s9(9) comp.

    01 business-date pic 9(8).
    01 budget-month pic x(7).
    01 now-ts pic x(26).

    01 in-dept-code pic x(4).
    01 in-job-code pic x(6).
    01 in-rate-text pic x(12).
    01 in-rate pic 9(7)v99.
    01 in-rate-edit pic 9(7).99.
    01 in-date pic 9(8).
    01 in-date-iso pic x(10).
    01 in-req-id pic 9(9).
    01 in-id pic 9(9).
    01 in-status pic x.
    01 list-status pic x(10).
    01 new-req-id pic s9(9) comp.
    01 found-count pic s9(9) comp.
    01 budget-count pic s9(9) comp.
    01 headcount pic s9(9) comp.
    01 open-count pic s9(9) comp.
    01 budget-found-flag pic 9.
        88 BUDGET-FOUND value 1.
    01 check-result pic 9.
    01 fill-bool pic 9.

    01 person-status pic x.
    01 person-dept pic x(4).
    01 person-job pic x(6).
    01 person-hire-iso pic x(10).
    01 person-hire pic 9(8).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.

    01 out-req-id pic s9(9) comp.
    01 out-dept pic x(4).
    01 out-job pic x(6).
    01 out-rate pic s9(7)v99 comp-3.
    01 out-opened pic x(10).
    01 out-approved pic x(20).
    01 out-status pic x(10).
    01 out-person-id pic s9(9) comp.
    01 out-filled pic x(10).
    01 list-line.
        05 ll-req-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 ll-dept pic x(4).
        05 filler pic x value space.
        05 ll-job pic x(6).
        05 filler pic x value space.
        05 ll-rate pic zzzzzz9.99.
        05 filler pic x value space.
        05 ll-opened pic x(10).
        05 filler pic x value space.
        05 ll-approved pic x(12).
        05 filler pic x value space.
        05 ll-status pic x(10).
        05 filler pic x value space.
        05 ll-person pic x(9).
        05 filler pic x value space.
        05 ll-filled pic x(10).
    01 person-edit pic zzzzzzzz9.

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "requisition-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists requisition (req_id INTEGER PRIMARY KEY AUTOINCREMENT, dept_code text, job_code text, budget_rate numeric, opened_date text, approved_by text, status text default 'OPEN', person_id integer, filled_date text, closed_by text, closed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move spaces to budget-month.
    string business-date(1:4) "-" business-date(5:2) into budget-month end-string.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "requisition maintenance -- ", trim(file-name)
        display "  O) open   C) cancel   F) fill with a person on file   L) list   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "O" when "o"
                perform req-open
            when "C" when "c"
                perform req-cancel
            when "F" when "f"
                perform req-fill
            when "L" when "l"
                perform req-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

req-open.
    display "department code: " with no advancing.
    accept in-dept-code.
    move function upper-case(in-dept-code) to in-dept-code.
    move "select count(*) from department where dept_code = ?" to sql-text.
    perform count-by-dept.
    if found-count = 0 then
        display "open failed: no such department ", trim(in-dept-code)
        exit paragraph
    end-if.
    display "job code: " with no advancing.
    accept in-job-code.
    move function upper-case(in-job-code) to in-job-code.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from job_code where job_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        display "open failed: no such job code ", trim(in-job-code),
            " (see job-code-maintenance)"
        exit paragraph
    end-if.
    display "budgeted rate (e.g. 18.50): " with no advancing.
    accept in-rate-text.
    if trim(in-rate-text) = space then
        move 0 to in-rate
    else
        move numval(trim(in-rate-text)) to in-rate
    end-if.
    if in-rate = 0 then
        display "open failed: a budgeted rate is needed"
        exit paragraph
    end-if.
    move in-rate to in-rate-edit.
    display "opened (yyyymmdd, enter for ", business-date, "): " with no advancing.
    move 0 to in-date.
    accept in-date.
    if in-date = 0 then
        move business-date to in-date
    end-if.
    if test-date-yyyymmdd(in-date) not = 0 then
        display "open failed: not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-date) to in-date-iso.

    *> the budget bounds the department: the people it has (active or
    *> starting) plus the jobs already open may not pass budget_count
    perform get-budget-position.
    if not BUDGET-FOUND then
        display "open refused: ", trim(in-dept-code), " has no position_budget row for ",
            budget-month
        exit paragraph
    end-if.
    if headcount + open-count + 1 > budget-count then
        display "open refused: ", trim(in-dept-code), " is budgeted for ", budget-count,
            " and has ", headcount, " on the roster plus ", open-count, " open requisition(s)"
        exit paragraph
    end-if.

    move "insert into requisition (dept_code, job_code, budget_rate, opened_date, approved_by, status) values (?, ?, ?, ?, ?, 'OPEN')"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move 0 to new-req-id
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-dept-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-job-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-rate-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-date-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(operator-id)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
                move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-req-id
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to step-result
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "requisition ", new-req-id, " opened for ", trim(in-dept-code),
                " ", trim(in-job-code), " at ", in-rate-edit
        else
            display "open failed, status ", db-status
        end-if
    else
        display "open failed: database is locked by another operator, try again"
    end-if.

req-cancel.
    display "requisition to cancel: " with no advancing.
    accept in-req-id.
    move "update requisition set status = 'CANCELLED', closed_by = ?, closed_ts = ? where req_id = ? and status = 'OPEN'"
        to sql-text.
    move function current-date to now-ts.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, now-ts) to db-status
            move in-req-id to bind-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-id) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to step-result
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        evaluate true
            when db-status not = 0
                display "cancel failed, status ", db-status
            when rows-changed = 0
                display "cancel: requisition ", in-req-id, " is not OPEN"
            when other
                display "requisition ", in-req-id, " cancelled"
        end-evaluate
    else
        display "cancel failed: database is locked by another operator, try again"
    end-if.

req-fill.
    display "requisition to fill: " with no advancing.
    accept in-req-id.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "fill failed: no person with id ", in-id
        exit paragraph
    end-if.
    if person-status not = "A" and person-status not = "P" then
        display "fill failed: person ", in-id, " is not active or pending"
        exit paragraph
    end-if.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from requisition where person_id = ? and status = 'FILLED'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count > 0 then
        display "fill failed: person ", in-id, " already fills a requisition"
        exit paragraph
    end-if.
    move REQUISITION-CHECK(db-handle, in-req-id, person-dept, person-job) to check-result.
    evaluate check-result
        when 1
            display "fill failed: no requisition ", in-req-id
            exit paragraph
        when 2
            display "fill failed: requisition ", in-req-id, " is not OPEN"
            exit paragraph
        when 3
            display "fill failed: requisition ", in-req-id, " is for another department than ",
                trim(person-dept)
            exit paragraph
        when 4
            display "fill failed: requisition ", in-req-id, " is for another job code than ",
                trim(person-job)
            exit paragraph
    end-evaluate.
    if person-hire = 0 then
        move business-date to person-hire
    end-if.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move REQUISITION-FILL(db-handle, in-req-id, in-id, person-hire,
            operator-id) to fill-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if fill-bool = 1 then
            display "requisition ", in-req-id, " filled by person ", in-id
        else
            display "fill failed -- requisition not changed"
        end-if
    else
        display "fill failed: database is locked by another operator, try again"
    end-if.

req-list.
    display "status (O open, F filled, C cancelled, enter for all): " with no advancing.
    move space to in-status.
    accept in-status.
    evaluate in-status
        when "O" when "o"
            move "OPEN" to list-status
        when "F" when "f"
            move "FILLED" to list-status
        when "C" when "c"
            move "CANCELLED" to list-status
        when other
            move spaces to list-status
    end-evaluate.
    move SQLITE3-STMT-OPEN(db-handle,
        "select req_id, coalesce(dept_code, ''), coalesce(job_code, ''), coalesce(budget_rate, 0), coalesce(opened_date, ''), coalesce(approved_by, ''), coalesce(status, 'OPEN'), coalesce(person_id, 0), coalesce(filled_date, '') from requisition where (?1 = '' or status = ?1) order by dept_code, req_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(list-status)) to db-status.
    display "      REQ DEPT JOB          RATE OPENED     APPROVED     STATUS        PERSON FILLED".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-req-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-opened) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-approved) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-filled) to bool
        move out-req-id to ll-req-id
        move out-dept to ll-dept
        move out-job to ll-job
        move out-rate to ll-rate
        move out-opened to ll-opened
        move out-approved to ll-approved
        move out-status to ll-status
        if out-person-id = 0 then
            move spaces to ll-person
        else
            move out-person-id to person-edit
            move person-edit to ll-person
        end-if
        move out-filled to ll-filled
        display list-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> budget_count for the business month, the department's people not
*> terminated (on leave still holds the job), and its OPEN requisitions
get-budget-position.
    move 0 to budget-found-flag.
    move 0 to budget-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(budget_count, 0) from position_budget where dept_code = ? and budget_month = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-dept-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, budget-month) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to budget-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to budget-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move "select count(*) from person where dept_code = ? and coalesce(status, 'A') in ('A', 'L', 'P') and coalesce(worker_type, 'E') = 'E'"
        to sql-text.
    perform count-by-dept.
    move found-count to headcount.
    move "select count(*) from requisition where dept_code = ? and status = 'OPEN'"
        to sql-text.
    perform count-by-dept.
    move found-count to open-count.

count-by-dept.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-dept-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

get-person.
    move 0 to person-found-flag.
    move 0 to person-hire.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'A'), coalesce(dept_code, ''), coalesce(job_code, ''), coalesce(hire_date, '') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-dept) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-job) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-hire-iso) to bool
            if person-hire-iso not = spaces then
                move SQLITE3-DATE-TO-COBOL(person-hire-iso) to person-hire
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program requisition-maintenance.
