GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 garnishment-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for court-ordered deductions -- wage
*> garnishments, support orders, tax levies -- which are not voluntary
*> codes and don't belong in deduction_code.  One garnish_order row per
*> order (migration 87): the person, the court's case number, the payee
*> agency (code and name, what garnish-remittance sends to), fixed
*> amount 'A' or percent of disposable earnings 'P' per period, the
*> legal cap as a percent of disposable earnings, the priority between
*> a person's orders, the total owed, and start and stop dates.  The
*> balance starts at the total owed and the arrears at zero;
*> deduction-register keeps both from then on, and marks the order
*> paid ('P') the period its balance reaches zero.  An order is never
*> deleted: "stop" ends it ('S', with a stop date) and the history of
*> what was taken and remitted survives.  Same shape as
*> deduction-maintenance -- credentialed sign-on, the single-writer
*> app_lock around every write, an audit_log trail under the operator.
identification division.
    program-id. garnishment-maintenance.
    REMARKS. Interactive court-order garnishment maintenance.

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
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
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
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-person-id pic s9(9) comp.
    01 bind-priority pic s9(9) comp.
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.

    01 in-id pic 9(9).
    01 in-order-id pic 9(9).
    01 in-case-no pic x(20).
    01 in-agency-code pic x(8).
    01 in-agency-name pic x(30).
    01 in-calc-type pic x.
    01 in-amount-text pic x(12).
    01 in-amount pic 9(7)v99.
    01 in-amount-edit pic 9(7).99.
    01 in-cap-text pic x(12).
    01 in-cap pic 9(3)v99.
    01 in-cap-edit pic 9(3).99.
    01 in-owed-text pic x(14).
    01 in-owed pic 9(9)v99.
    01 in-owed-edit pic 9(9).99.
    01 in-priority pic 99.
    01 in-start pic 9(8).
    01 in-stop pic 9(8).
    01 in-start-iso pic x(10).
    01 in-stop-iso pic x(10).

    01 out-order-id PIC 9(18) COMP.
    01 out-order-disp pic z(5)9.
    01 out-case-no pic x(20).
    01 out-agency-code pic x(8).
    01 out-calc-type pic x(2).
    01 out-amount pic s9(7)v99 comp-3.
    01 out-amount-disp pic z(6)9.99.
    01 out-cap pic s9(3)v99 comp-3.
    01 out-cap-disp pic zz9.99.
    01 out-balance pic s9(9)v99 comp-3.
    01 out-balance-disp pic z(8)9.99.
    01 out-arrears pic s9(9)v99 comp-3.
    01 out-arrears-disp pic z(8)9.99.
    01 out-priority pic s9(9) comp.
    01 out-status pic x(2).
    01 out-start pic x(10).
    01 out-stop pic x(10).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "garnishment-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists garnish_order (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, case_no text, agency_code text, agency_name text, calc_type text, amount numeric, cap_pct numeric, priority integer, total_owed numeric, balance numeric, arrears numeric default 0, start_date text, stop_date text, status text default 'A')",
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
        display "garnishment orders -- ", trim(file-name)
        display "  A) add order   S) stop order   L) list by person   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "A" when "a"
                perform order-add
            when "S" when "s"
                perform order-stop
            when "L" when "l"
                perform order-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> the order as the court wrote it; balance starts at the total owed
order-add.
    display "person id: " with no advancing.
    accept in-id.
    perform check-person-exists.
    if not PERSON-FOUND then
        display "order add failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "case number: " with no advancing.
    accept in-case-no.
    if in-case-no = spaces then
        display "order add failed: case number may not be blank"
        exit paragraph
    end-if.
    display "payee agency code: " with no advancing.
    accept in-agency-code.
    move function upper-case(in-agency-code) to in-agency-code.
    if in-agency-code = spaces then
        display "order add failed: agency code may not be blank"
        exit paragraph
    end-if.
    display "payee agency name: " with no advancing.
    accept in-agency-name.
    display "type (A=amount per period, P=percent of disposable): " with no advancing.
    accept in-calc-type.
    move function upper-case(in-calc-type) to in-calc-type.
    if in-calc-type not = "A" and in-calc-type not = "P" then
        display "order add failed: type must be A or P"
        exit paragraph
    end-if.
    display "amount or percent per period (e.g. 150.00): " with no advancing.
    accept in-amount-text.
    move numval(trim(in-amount-text)) to in-amount.
    display "cap, percent of disposable earnings (e.g. 25.00): " with no advancing.
    accept in-cap-text.
    move numval(trim(in-cap-text)) to in-cap.
    if in-cap = 0 or in-cap > 100 then
        display "order add failed: cap must be over 0 and at most 100 percent"
        exit paragraph
    end-if.
    display "total owed (e.g. 4800.00): " with no advancing.
    accept in-owed-text.
    move numval(trim(in-owed-text)) to in-owed.
    if in-owed = 0 then
        display "order add failed: total owed may not be zero"
        exit paragraph
    end-if.
    display "priority among this person's orders (lowest taken first): " with no advancing.
    accept in-priority.
    display "start date (yyyymmdd): " with no advancing.
    accept in-start.
    display "stop date (yyyymmdd, 0 if open): " with no advancing.
    accept in-stop.
    move SQLITE3-COBOL-TO-DATE(in-start) to in-start-iso.
    move SQLITE3-COBOL-TO-DATE(in-stop) to in-stop-iso.
    move in-amount to in-amount-edit.
    move in-cap to in-cap-edit.
    move in-owed to in-owed-edit.
    move "insert into garnish_order (person_id, case_no, agency_code, agency_name, calc_type, amount, cap_pct, priority, total_owed, balance, arrears, start_date, stop_date, status) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, 0, ?, ?, 'A')"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-id to bind-person-id
            move in-priority to bind-priority
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-case-no)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-agency-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-agency-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-calc-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, in-amount-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-cap-edit) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-8, bind-priority) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-owed-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, in-owed-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, in-start-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, in-stop-iso) to db-status
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
            display "order ", trim(in-case-no), " added for person ", in-id
        else
            display "order add failed, status ", db-status
        end-if
    else
        display "order add failed: database is locked by another operator, try again"
    end-if.

*> a released or vacated order: stopped, never deleted
order-stop.
    display "order id to stop: " with no advancing.
    accept in-order-id.
    display "stop date (yyyymmdd): " with no advancing.
    accept in-stop.
    move SQLITE3-COBOL-TO-DATE(in-stop) to in-stop-iso.
    move spaces to sql-text.
    string "update garnish_order set stop_date = ?, status = 'S' where status = 'A' and id = " in-order-id
        into sql-text
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-stop-iso) to db-status
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
            display "stop: no active order with id ", in-order-id
        else
            display "order ", in-order-id, " stopped"
        end-if
    else
        display "stop failed: database is locked by another operator, try again"
    end-if.

order-list.
    display "person id: " with no advancing.
    accept in-id.
    move "select id, case_no, agency_code, calc_type, coalesce(amount, 0), coalesce(cap_pct, 0), coalesce(balance, 0), coalesce(arrears, 0), coalesce(priority, 0), coalesce(status, 'A'), coalesce(start_date, ''), coalesce(stop_date, '') from garnish_order where person_id = ? order by priority, id"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "order list failed, status ", db-status
    else
        move in-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        display "    ID CASE                 AGENCY   T     AMOUNT    CAP      BALANCE      ARREARS PRI ST START      STOP"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-order-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-case-no) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-agency-code) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-calc-type) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-amount
            move 5 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-cap
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-balance
            move 7 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-arrears
            move 8 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-priority
            move 9 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
            move 10 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-start) to bool
            move 11 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-stop) to bool
            move out-order-id to out-order-disp
            move out-amount to out-amount-disp
            move out-cap to out-cap-disp
            move out-balance to out-balance-disp
            move out-arrears to out-arrears-disp
            display out-order-disp, " ", out-case-no, " ", out-agency-code, " ",
                out-calc-type(1:1), " ", out-amount-disp, " ", out-cap-disp, " ",
                out-balance-disp, " ", out-arrears-disp, " ", out-priority, " ",
                out-status, " ", out-start, " ", out-stop
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

check-person-exists.
    move 0 to person-found-flag.
    move spaces to sql-text.
    string "select count(*) from person where id = " in-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT(stmt-handle,col-idx) > 0 then
                move 1 to person-found-flag
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> credentialed sign-on, shared with every other screen (OPERATOR-SIGNON,
*> operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program garnishment-maintenance.
