GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 job-code-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for the job_code catalog: one row per job
*> carrying its title, job family, FLSA status -- E(xempt) or
*> N(on-exempt) -- and the range of pay grades the job may be paid in
*> (lowest and highest grade code; blank means any grade).  The FLSA
*> flag is what timesheet-register reads to decide whether a person's
*> hours past 40 earn overtime, and the grade range is what
*> pay-rate-exception holds each person's grade against.  Same
*> add-or-replace/delete/list shape as pay-grade-maintenance, with the
*> single-writer app_lock around every write and an audit_log trail
*> under the operator signed on at startup.  A keyed grade bound has to
*> exist in pay_grade, and delete refuses a job still assigned to
*> anyone.
identification division.
    program-id. job-code-maintenance.
    REMARKS. Interactive job code catalog maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
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
    01 sql-text pic x(256).
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

    01 in-job-code pic x(6).
    01 in-title pic x(30).
    01 in-family pic x(12).
    01 in-flsa pic x.
        88 FLSA-VALID values "E" "N".
    01 in-grade-low pic x(4).
    01 in-grade-high pic x(4).
    01 in-grade-check pic x(4).
    01 grade-count pic 9(9).
    01 assigned-count pic 9(9).

    01 out-job-code pic x(6).
    01 out-title pic x(30).
    01 out-family pic x(12).
    01 out-flsa pic x(2).
    01 out-grade-low pic x(4).
    01 out-grade-high pic x(4).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "job-code-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_grade (grade_code text, grade_step integer, min_rate numeric, mid_rate numeric, max_rate numeric, primary key (grade_code, grade_step))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.

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
        perform show-menu
        accept menu-choice
        evaluate menu-choice
            when "A" when "a"
                perform do-add
            when "D" when "d"
                perform do-delete
            when "L" when "l"
                perform do-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

show-menu.
    display " ".
    display "job code maintenance -- ", trim(file-name).
    display "  A) add/replace job    D) delete    L) list all    X) exit".
    display "choice: " with no advancing.

*> insert-or-replace so re-keying a job with a corrected title or
*> range is one action, not a delete and an add
do-add.
    display "job code: " with no advancing.
    accept in-job-code.
    move function upper-case(in-job-code) to in-job-code.
    if in-job-code = spaces then
        display "add failed: job code may not be blank"
        exit paragraph
    end-if.
    display "title: " with no advancing.
    accept in-title.
    display "job family: " with no advancing.
    accept in-family.
    display "FLSA status (E=exempt, N=non-exempt): " with no advancing.
    accept in-flsa.
    move function upper-case(in-flsa) to in-flsa.
    if not FLSA-VALID then
        display "add failed: FLSA status must be E or N"
        exit paragraph
    end-if.
    display "lowest pay grade allowed (blank for any): " with no advancing.
    accept in-grade-low.
    display "highest pay grade allowed (blank for any): " with no advancing.
    accept in-grade-high.
    if in-grade-low not = spaces then
        move in-grade-low to in-grade-check
        perform check-grade-exists
        if grade-count = 0 then
            display "add failed: no pay grade ", trim(in-grade-low),
                " (see pay-grade-maintenance)"
            exit paragraph
        end-if
    end-if.
    if in-grade-high not = spaces then
        move in-grade-high to in-grade-check
        perform check-grade-exists
        if grade-count = 0 then
            display "add failed: no pay grade ", trim(in-grade-high),
                " (see pay-grade-maintenance)"
            exit paragraph
        end-if
    end-if.
    if in-grade-low not = spaces and in-grade-high not = spaces
            and in-grade-low > in-grade-high then
        display "add failed: lowest grade sorts above highest grade"
        exit paragraph
    end-if.
    move "insert or replace into job_code (job_code, title, job_family, flsa_status, grade_low, grade_high) values (?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-title)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-family)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-flsa) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(in-grade-low)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(in-grade-high)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "job ", trim(in-job-code), " saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

do-delete.
    display "job code to delete: " with no advancing.
    accept in-job-code.
    move function upper-case(in-job-code) to in-job-code.
    perform count-assigned-people.
    if assigned-count > 0 then
        display "delete refused: ", assigned-count,
            " person row(s) still assigned to job ", trim(in-job-code)
        exit paragraph
    end-if.
    move "delete from job_code where job_code = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "delete: no job ", trim(in-job-code)
        else
            display "job ", trim(in-job-code), " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

do-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select job_code, coalesce(title, ''), coalesce(job_family, ''), coalesce(flsa_status, 'N'), coalesce(grade_low, ''), coalesce(grade_high, '') from job_code order by job_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "JOB    TITLE                          FAMILY       FLSA GRADES"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-title) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-family) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-flsa) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-grade-low) to bool
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-grade-high) to bool
            display out-job-code, " ", out-title, " ", out-family, " ",
                out-flsa(1:1), "    ", out-grade-low, "-", out-grade-high
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

check-grade-exists.
    move 0 to grade-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_grade where grade_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-grade-check)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to grade-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

count-assigned-people.
    move 0 to assigned-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person where job_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to assigned-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program job-code-maintenance.
