GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 assignment-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for concurrent assignments -- the second
*> part-time job someone works in another department at another rate,
*> which the person row (one dept_code, one pay_rate) can't carry and
*> which was being paid off-system.  Assignment 1 is always the
*> person's primary job and lives where it always has, on the person
*> row, maintained through person-maintenance and change-approval.
*> The concurrent jobs are person_assignment rows numbered from 2,
*> each with its department, job code, pay rate, grade/step and start
*> and end dates:
*>
*>   A  add a concurrent assignment.  The person must be an ACTIVE or
*>      on-leave employee (contractors and temps hold no assignments);
*>      the department has to be in the department table, a job code
*>      in the job_code catalog and a grade/step in pay_grade.  The
*>      first concurrent assignment also records assignment 1, the
*>      primary, flagged primary and copied from the person row as it
*>      stood that day -- the person row stays the book of record for
*>      it.
*>   E  end a concurrent assignment on its last day worked.  A rate
*>      change on a concurrent job is an end plus a new assignment, so
*>      the rate history stays dated.
*>   L  list a person's assignments, the primary shown live from the
*>      person row.
*>
*> Timesheet detail records name the assignment the hours were worked
*> on, and timesheet-register prices each assignment at its own rate
*> in its own department with the person's hours combined for the
*> overtime test; payroll-register and position-variance count each
*> active assignment in its department.  Same shape as the other
*> maintenance programs: the single-writer app_lock around every write
*> and an audit_log row for every statement, under the operator signed
*> on at startup.
identification division.
    program-id. assignment-maintenance.
    REMARKS. Interactive concurrent job assignment maintenance.

environment division. configuration section.
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
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
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
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-id pic s9(9) comp.
    01 bind-number pic s9(9) comp.

    01 business-date pic 9(8).
    01 now-ts pic x(26).

    01 in-id pic 9(9).
    01 in-assign-no pic 99.
    01 in-dept-code pic x(4).
    01 in-job-code pic x(6).
    01 in-pay-rate-text pic x(12).
    01 in-pay-rate pic 9(7)v99.
    01 in-pay-rate-edit pic 9(7).99.
    01 in-grade-code pic x(4).
    01 in-grade-step pic 99.
    01 in-start pic 9(8).
    01 in-end pic 9(8).
    01 in-start-iso pic x(10).
    01 in-end-iso pic x(10).
    01 found-count pic s9(9) comp.
    01 next-assign-no pic s9(9) comp.
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 person-status pic x.
    01 person-worker-type pic x.
    01 person-dept pic x(4).
    01 person-job pic x(6).
    01 person-rate pic s9(7)v99 comp-3.
    01 person-rate-edit pic 9(7).99.
    01 person-grade pic x(4).
    01 person-step pic s9(4) comp.
    01 person-hire-iso pic x(10).
    01 assign-found-flag pic 9.
        88 ASSIGN-FOUND value 1.
    01 assign-primary pic x.
    01 assign-start-iso pic x(10).
    01 assign-end-iso pic x(10).

    01 out-assign-no pic s9(4) comp.
    01 out-dept pic x(4).
    01 out-job pic x(6).
    01 out-rate pic s9(7)v99 comp-3.
    01 out-grade pic x(4).
    01 out-step pic s9(4) comp.
    01 out-start pic x(10).
    01 out-end pic x(10).
    01 out-primary pic x.
    01 assign-line.
        05 al-no pic z9.
        05 filler pic x value space.
        05 al-primary pic x(3).
        05 filler pic x value space.
        05 al-dept pic x(4).
        05 filler pic x value space.
        05 al-job pic x(6).
        05 filler pic x value space.
        05 al-rate pic z,zzz,zz9.99.
        05 filler pic x value space.
        05 al-grade pic x(4).
        05 al-slash pic x.
        05 al-step pic z9 blank when zero.
        05 filler pic x value space.
        05 al-start pic x(10).
        05 filler pic x value space.
        05 al-end pic x(10).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "assignment-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_assignment (person_id integer, assign_no integer, dept_code text, job_code text, pay_rate numeric, grade_code text, grade_step integer, start_date text, end_date text, primary_flag text default 'N', entered_by text, entered_ts text, primary key (person_id, assign_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

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
        display "concurrent assignments -- ", trim(file-name)
        display "  A) add assignment   E) end assignment   L) list by person   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "A" when "a"
                perform assign-add
            when "E" when "e"
                perform assign-end
            when "L" when "l"
                perform assign-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> a concurrent job is numbered after the person's highest; the first
*> one also writes down assignment 1 from the person row
assign-add.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "add failed: no person with id ", in-id
        exit paragraph
    end-if.
    if person-status not = "A" and person-status not = "L" then
        display "add failed: person ", in-id, " is not an active employee (status ",
            person-status, ")"
        exit paragraph
    end-if.
    if person-worker-type not = "E" then
        display "add failed: person ", in-id, " is a contractor or temp"
        exit paragraph
    end-if.
    display "department: " with no advancing.
    accept in-dept-code.
    move function upper-case(in-dept-code) to in-dept-code.
    move "select count(*) from department where dept_code = ?" to sql-text.
    perform count-by-code.
    if found-count = 0 then
        display "add failed: no department ", trim(in-dept-code)
        exit paragraph
    end-if.
    display "job code (blank if none): " with no advancing.
    accept in-job-code.
    move function upper-case(in-job-code) to in-job-code.
    if in-job-code not = spaces then
        move "select count(*) from job_code where job_code = ?" to sql-text
        perform count-job-code
        if found-count = 0 then
            display "add failed: no job code ", trim(in-job-code)
            exit paragraph
        end-if
    end-if.
    display "pay rate: " with no advancing.
    accept in-pay-rate-text.
    if trim(in-pay-rate-text) = space then
        move 0 to in-pay-rate
    else
        move numval(trim(in-pay-rate-text)) to in-pay-rate
    end-if.
    if in-pay-rate = 0 then
        display "add failed: a concurrent assignment needs a pay rate"
        exit paragraph
    end-if.
    move in-pay-rate to in-pay-rate-edit.
    display "pay grade (blank if ungraded): " with no advancing.
    accept in-grade-code.
    move 0 to in-grade-step.
    if in-grade-code not = spaces then
        display "grade step: " with no advancing
        accept in-grade-step
        perform count-grade
        if found-count = 0 then
            display "add failed: no such grade/step ", trim(in-grade-code),
                "/", in-grade-step, " (see pay-grade-maintenance)"
            exit paragraph
        end-if
    end-if.
    display "first day (yyyymmdd, enter for ", business-date, "): " with no advancing.
    move 0 to in-start.
    accept in-start.
    if in-start = 0 then
        move business-date to in-start
    end-if.
    if test-date-yyyymmdd(in-start) not = 0 then
        display "add failed: not a valid date"
        exit paragraph
    end-if.
    display "last day (yyyymmdd, enter for open-ended): " with no advancing.
    move 0 to in-end.
    accept in-end.
    if in-end not = 0 then
        if test-date-yyyymmdd(in-end) not = 0 or in-end < in-start then
            display "add failed: the last day must be a valid date on or after the first"
            exit paragraph
        end-if
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-start) to in-start-iso.
    if in-end = 0 then
        move spaces to in-end-iso
    else
        move SQLITE3-COBOL-TO-DATE(in-end) to in-end-iso
    end-if.

    move in-id to bind-id.
    move 1 to next-assign-no.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(assign_no), 1) from person_assignment where person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to next-assign-no
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    add 1 to next-assign-no.
    if next-assign-no > 99 then
        display "add failed: person ", in-id, " has used every assignment number"
        exit paragraph
    end-if.
    move function current-date to now-ts.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "add failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    if next-assign-no = 2 then
        move person-rate to person-rate-edit
        move "insert or ignore into person_assignment (person_id, assign_no, dept_code, job_code, pay_rate, grade_code, grade_step, start_date, end_date, primary_flag, entered_by, entered_ts) values (?, 1, ?, nullif(?, ''), ?, nullif(?, ''), ?, ?, null, 'Y', ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(person-dept)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(person-job)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, person-rate-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(person-grade)) to db-status
            move person-step to bind-number
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, bind-number) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(person-hire-iso)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, now-ts) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    if db-status = 0 then
        move "insert into person_assignment (person_id, assign_no, dept_code, job_code, pay_rate, grade_code, grade_step, start_date, end_date, primary_flag, entered_by, entered_ts) values (?, ?, ?, nullif(?, ''), ?, nullif(?, ''), ?, ?, nullif(?, ''), 'N', ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, next-assign-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-dept-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-job-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-pay-rate-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(in-grade-code)) to db-status
            move in-grade-step to bind-number
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-7, bind-number) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-start-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(in-end-iso)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, now-ts) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        move next-assign-no to in-assign-no
        display "person ", in-id, " assignment ", in-assign-no, " in ", trim(in-dept-code),
            " at ", in-pay-rate-edit, " from ", in-start-iso
    else
        display "add failed, status ", db-status, " -- nothing saved"
    end-if.

assign-end.
    display "person id: " with no advancing.
    accept in-id.
    display "assignment number: " with no advancing.
    accept in-assign-no.
    move 0 to assign-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(primary_flag, 'N'), coalesce(start_date, ''), coalesce(end_date, '') from person_assignment where person_id = ? and assign_no = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-id to bind-id
        move in-assign-no to bind-number
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-number) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to assign-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-primary) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-start-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-end-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if not ASSIGN-FOUND then
        display "end failed: person ", in-id, " has no assignment ", in-assign-no
        exit paragraph
    end-if.
    if assign-primary = "Y" then
        display "end refused: assignment ", in-assign-no,
            " is the primary job -- it ends with the person (person-maintenance)"
        exit paragraph
    end-if.
    display "last day worked on it (yyyymmdd): " with no advancing.
    move 0 to in-end.
    accept in-end.
    if in-end = 0 or test-date-yyyymmdd(in-end) not = 0 then
        display "end failed: not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-end) to in-end-iso.
    if in-end-iso < assign-start-iso then
        display "end failed: the assignment starts ", assign-start-iso
        exit paragraph
    end-if.
    move "update person_assignment set end_date = ? where person_id = ? and assign_no = ?"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-end-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-number) to db-status
            perform step-write
        end-if
        perform audit-write
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "person ", in-id, " assignment ", in-assign-no, " ends ", in-end-iso
        else
            display "end failed, status ", db-status
        end-if
    else
        display "end failed: database is locked by another operator, try again"
    end-if.

assign-list.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "list failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "NO PRI DEPT JOB            RATE GRADE  FROM       TO".
    *> the primary as the person row has it today
    move 1 to al-no.
    move "PRI" to al-primary.
    move person-dept to al-dept.
    move person-job to al-job.
    move person-rate to al-rate.
    move person-grade to al-grade.
    move person-step to al-step.
    perform set-grade-slash.
    move person-hire-iso to al-start.
    move "open" to al-end.
    display assign-line.
    move SQLITE3-STMT-OPEN(db-handle,
        "select assign_no, coalesce(dept_code, ''), coalesce(job_code, ''), coalesce(pay_rate, 0), coalesce(grade_code, ''), coalesce(grade_step, 0), coalesce(start_date, ''), coalesce(end_date, ''), coalesce(primary_flag, 'N') from person_assignment where person_id = ? and coalesce(primary_flag, 'N') <> 'Y' order by assign_no",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move in-id to bind-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-assign-no
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-grade) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-step
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-start) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-end) to bool
        move out-assign-no to al-no
        move spaces to al-primary
        move out-dept to al-dept
        move out-job to al-job
        move out-rate to al-rate
        move out-grade to al-grade
        move out-step to al-step
        perform set-grade-slash
        move out-start to al-start
        if out-end = spaces then
            move "open" to al-end
        else
            move out-end to al-end
        end-if
        display assign-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

set-grade-slash.
    if al-grade = spaces then
        move space to al-slash
    else
        move "/" to al-slash
    end-if.

get-person.
    move 0 to person-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'A'), coalesce(worker_type, 'E'), coalesce(dept_code, ''), coalesce(job_code, ''), coalesce(pay_rate, 0), coalesce(grade_code, ''), coalesce(grade_step, 0), coalesce(hire_date, '') from person where id = ?",
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
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-worker-type) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-dept) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-job) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to person-rate
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-grade) to bool
            move 6 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to person-step
            move 7 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-hire-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

count-by-code.
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

count-job-code.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

count-grade.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_grade where grade_code = ? and grade_step = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-grade-code)) to db-status
        move in-grade-step to bind-number
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-number) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

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

finish-transaction.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.

sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program assignment-maintenance.
