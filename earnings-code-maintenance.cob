GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 earnings-code-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for the earnings_code reference table
*> timesheet-register prices premium hours from -- code, description,
*> how the hours are paid ('M' a multiplier of the base rate, "1.50"
*> for holiday time-and-a-half, or 'F' a flat premium per hour on top
*> of the base rate, "1.25" for a night-shift differential), the
*> minimum hours paid per occurrence (call-in pay: "4.00" pays four
*> hours for a one-hour call), whether the hours count toward the
*> 40-hour overtime threshold, and the GL account the premium over
*> straight time posts to (blank leaves it in the department's labor
*> cost).  Code HOL is the one timesheet-register assigns on its own to
*> hours worked on a holiday_calendar date.  Same shape as
*> deduction-maintenance's codes sub-menu: insert-or-replace add, the
*> single-writer app_lock around every write, an audit_log trail under
*> the signed-on operator, and a code can't be deleted while any
*> timesheet hours still carry it.  REG and OT are the register's own
*> and can't be defined here.
identification division.
    program-id. earnings-code-maintenance.
    REMARKS. Interactive earnings code maintenance.

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
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
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
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.

    01 in-earn-code pic x(4).
    01 in-description pic x(30).
    01 in-calc-type pic x.
    01 in-factor-text pic x(12).
    01 in-factor pic 9(3)v9999.
    01 in-factor-edit pic 9(3).9999.
    01 in-multiplier-edit pic 9(3).9999.
    01 in-premium-edit pic 9(3).9999.
    01 in-min-text pic x(12).
    01 in-min-hours pic 9(3)v99.
    01 in-min-edit pic 9(3).99.
    01 in-counts-ot pic x.
    01 bind-counts-ot pic s9(9) comp.
    01 in-gl-account pic x(8).
    01 used-count pic 9(9).

    01 out-earn-code pic x(4).
    01 out-description pic x(30).
    01 out-calc-type pic x(2).
    01 out-multiplier pic s9(3)v9999 comp-3.
    01 out-premium pic s9(3)v9999 comp-3.
    01 out-factor-disp pic zz9.9999.
    01 out-min-hours pic s9(3)v99 comp-3.
    01 out-min-disp pic zz9.99.
    01 out-counts-ot pic s9(9) comp.
    01 out-ot-flag pic x.
    01 out-gl-account pic x(8).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "earnings-code-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists earnings_code (earn_code text primary key, description text, calc_type text, multiplier numeric default 1, premium numeric default 0, counts_ot integer default 1, min_hours numeric default 0, gl_account text default '')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists timesheet_earning (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, earn_code text, work_date text, hours numeric, source_file text, loaded_ts text)",
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
        display " "
        display "earnings code maintenance -- ", trim(file-name)
        display "  A) add/replace   D) delete   L) list   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "A" when "a"
                perform code-add
            when "D" when "d"
                perform code-delete
            when "L" when "l"
                perform code-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> insert-or-replace so re-keying a code with a corrected rate or
*> account is one action, the same convention deduction-maintenance uses
code-add.
    display "earnings code: " with no advancing.
    accept in-earn-code.
    move function upper-case(in-earn-code) to in-earn-code.
    if in-earn-code = spaces then
        display "add failed: earnings code may not be blank"
        exit paragraph
    end-if.
    if in-earn-code = "REG" or in-earn-code = "OT" then
        display "add failed: ", trim(in-earn-code), " is computed by the register"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "type (M=multiplier of rate, F=flat premium per hour): " with no advancing.
    accept in-calc-type.
    move function upper-case(in-calc-type) to in-calc-type.
    if in-calc-type not = "M" and in-calc-type not = "F" then
        display "add failed: type must be M or F"
        exit paragraph
    end-if.
    if in-calc-type = "M" then
        display "multiplier (e.g. 1.50): " with no advancing
    else
        display "premium per hour (e.g. 1.25): " with no advancing
    end-if.
    accept in-factor-text.
    move numval(trim(in-factor-text)) to in-factor.
    if in-calc-type = "M" and in-factor = 0 then
        display "add failed: a multiplier of zero pays nothing"
        exit paragraph
    end-if.
    move in-factor to in-factor-edit.
    if in-calc-type = "M" then
        move in-factor-edit to in-multiplier-edit
        move 0 to in-premium-edit
    else
        move 1 to in-multiplier-edit
        move in-factor-edit to in-premium-edit
    end-if.
    display "minimum hours paid per occurrence (0 if none): " with no advancing.
    accept in-min-text.
    move numval(trim(in-min-text)) to in-min-hours.
    move in-min-hours to in-min-edit.
    display "counts toward the 40-hour overtime threshold (Y/N): " with no advancing.
    accept in-counts-ot.
    move function upper-case(in-counts-ot) to in-counts-ot.
    if in-counts-ot = "N" then
        move 0 to bind-counts-ot
    else
        move 1 to bind-counts-ot
    end-if.
    display "GL account for the premium (blank = department): " with no advancing.
    accept in-gl-account.
    move function upper-case(in-gl-account) to in-gl-account.
    move "insert or replace into earnings_code (earn_code, description, calc_type, multiplier, premium, counts_ot, min_hours, gl_account) values (?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-earn-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-calc-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-multiplier-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-premium-edit) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, bind-counts-ot) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-min-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(in-gl-account)) to db-status
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
            display "earnings code ", trim(in-earn-code), " saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

code-delete.
    display "earnings code to delete: " with no advancing.
    accept in-earn-code.
    move function upper-case(in-earn-code) to in-earn-code.
    perform count-hours-for-code.
    if used-count > 0 then
        display "delete refused: ", used-count,
            " timesheet line(s) still carry code ", trim(in-earn-code)
        exit paragraph
    end-if.
    move "delete from earnings_code where earn_code = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-earn-code)) to db-status
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
            display "delete: no earnings code ", trim(in-earn-code)
        else
            display "earnings code ", trim(in-earn-code), " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

code-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select earn_code, coalesce(description, ''), calc_type, coalesce(multiplier, 1), coalesce(premium, 0), coalesce(counts_ot, 1), coalesce(min_hours, 0), coalesce(gl_account, '') from earnings_code order by earn_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CODE DESCRIPTION                    T   FACTOR  MIN OT ACCOUNT"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-earn-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-calc-type) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-multiplier
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-premium
            move 5 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-counts-ot
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-min-hours
            move 7 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-gl-account) to bool
            if out-calc-type(1:1) = "F" then
                move out-premium to out-factor-disp
            else
                move out-multiplier to out-factor-disp
            end-if
            move out-min-hours to out-min-disp
            if out-counts-ot = 0 then
                move "N" to out-ot-flag
            else
                move "Y" to out-ot-flag
            end-if
            display out-earn-code, " ", out-description, " ", out-calc-type,
                " ", out-factor-disp, " ", out-min-disp, " ", out-ot-flag,
                "  ", out-gl-account
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

count-hours-for-code.
    move 0 to used-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from timesheet_earning where earn_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-earn-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to used-count
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

end program earnings-code-maintenance.
