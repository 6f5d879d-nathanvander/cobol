GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 distribution-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Supervisor maintenance for the report distribution lists
*> (report_distribution_list, migration 158) report-burst delivers the
*> department slices by: for a report and a department, who gets that
*> department's slice and how -- PRINT to a print queue directory,
*> EMAIL through the mail drop directory (the recipient is the
*> address), or SHARE to a file share directory.  The slices carry pay
*> rates and balances, so a supervisor signs on (OPERATOR-SIGNON; a
*> clerk is turned away).
*>
*> Option A adds a recipient, or changes the destination of one
*> already listed for the same report, department and method.  The
*> report must be one the suite has registered (report_registry) and
*> the department one on file, NONE for the slice of people with no
*> department, or "*" for every department's slice.  A blank
*> destination means report-burst's default directory for the method.
*> Option D takes a recipient off by list id; the row stays, inactive,
*> so the slices already delivered to them still explain themselves,
*> and adding them again reactivates it.  Option L lists the lists.
*> Writes go under the app_lock and are audited under the signed-on
*> supervisor.
identification division.
    program-id. distribution-maintenance.
    REMARKS. Report distribution list maintenance.

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
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-target pic s9(9) comp.

    01 menu-choice pic x.
    01 operator-id pic x(20).
    01 operator-role pic x(10).
        88 IS-SUPERVISOR value "SUP".
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 sql-text pic x(512).
    01 audit-note pic x(200).
    01 changed-ts pic x(26).

    01 in-report-name pic x(24).
    01 in-dept pic x(10).
    01 in-recipient pic x(60).
    01 in-method pic x(5).
    01 in-destination pic x(200).
    01 in-id-text pic x(9).
    01 in-id pic 9(9).
    01 found-count pic s9(9) comp.
    01 match-value pic x(24).

    01 out-id pic s9(9) comp.
    01 out-report-name pic x(24).
    01 out-dept pic x(10).
    01 out-recipient pic x(60).
    01 out-method pic x(5).
    01 out-destination pic x(200).
    01 out-active pic s9(9) comp.
    01 listed-count pic 9(5).

    01 list-line.
        05 ll-id pic zzzzz9.
        05 filler pic xx value spaces.
        05 ll-report-name pic x(22).
        05 ll-dept pic x(6).
        05 ll-recipient pic x(30).
        05 ll-method pic x(7).
        05 ll-active pic x(5).
        05 ll-destination pic x(30).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "distribution-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists report_distribution_list (id INTEGER PRIMARY KEY AUTOINCREMENT, report_name text, dept_code text, recipient text, method text, destination text, active integer default 1, changed_by text, changed_ts text, unique (report_name, dept_code, recipient, method))",
        error-message) to db-status.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if not IS-SUPERVISOR then
        display "report distribution list maintenance is a supervisor function"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "report distribution lists -- ", trim(file-name)
        display "  L) list   A) add or change a recipient   D) take a recipient off   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "L" when "l"
                perform list-recipients
            when "A" when "a"
                perform add-recipient
            when "D" when "d"
                perform drop-recipient
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> credentialed sign-on, shared with every other screen
*> (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

list-recipients.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(report_name, ''), coalesce(dept_code, ''), coalesce(recipient, ''), coalesce(method, ''), coalesce(destination, ''), coalesce(active, 0) from report_distribution_list order by report_name, dept_code, recipient",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    display "    ID  REPORT                DEPT  RECIPIENT                     METHOD ACT  DESTINATION".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-report-name out-dept out-recipient out-method out-destination
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-report-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-recipient) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-method) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-destination) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-active
        move out-id to ll-id
        move out-report-name to ll-report-name
        move out-dept to ll-dept
        move out-recipient to ll-recipient
        move out-method to ll-method
        if out-active = 1 then
            move "yes" to ll-active
        else
            move "no" to ll-active
        end-if
        if out-destination = spaces then
            move "(default)" to ll-destination
        else
            move out-destination to ll-destination
        end-if
        display list-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if listed-count = 0 then
        display "  (nobody on any distribution list yet)"
    end-if.

*> what the one-parameter count in sql-text finds for match-value
count-matches.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(match-value)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

add-recipient.
    display "report (as registered, e.g. payroll-register): " with no advancing.
    accept in-report-name.
    move lower-case(in-report-name) to in-report-name.
    move "select count(*) from report_registry where report_name = ?"
        to sql-text.
    move in-report-name to match-value.
    perform count-matches.
    if found-count = 0 then
        display "add failed: no report ", trim(in-report-name),
            " has ever been registered -- report-distribution lists them"
        exit paragraph
    end-if.
    display "department (code, NONE, or * for every department): " with no advancing.
    accept in-dept.
    move upper-case(in-dept) to in-dept.
    if in-dept not = "*" and in-dept not = "NONE" then
        move "select count(*) from department where dept_code = ?"
            to sql-text
        move in-dept to match-value
        perform count-matches
        if found-count = 0 then
            display "add failed: no department ", trim(in-dept)
            exit paragraph
        end-if
    end-if.
    display "recipient (name, or address for EMAIL): " with no advancing.
    accept in-recipient.
    if in-recipient = spaces then
        display "add failed: a recipient is required"
        exit paragraph
    end-if.
    display "method (P)RINT, (E)MAIL, (S)HARE: " with no advancing.
    accept in-method.
    move upper-case(in-method) to in-method.
    evaluate in-method(1:1)
        when "P"
            move "PRINT" to in-method
        when "E"
            move "EMAIL" to in-method
        when "S"
            move "SHARE" to in-method
        when other
            display "add failed: method must be PRINT, EMAIL or SHARE"
            exit paragraph
    end-evaluate.
    display "destination directory (blank for the default): " with no advancing.
    accept in-destination.
    move function current-date to changed-ts.
    move "insert into report_distribution_list (report_name, dept_code, recipient, method, destination, active, changed_by, changed_ts) values (?, ?, ?, ?, ?, 1, ?, ?) on conflict (report_name, dept_code, recipient, method) do update set destination = excluded.destination, active = 1, changed_by = excluded.changed_by, changed_ts = excluded.changed_ts"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-report-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-dept)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-recipient)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-method)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(in-destination)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, changed-ts) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move spaces to audit-note
        string "distribution list " trim(in-report-name) " dept " trim(in-dept)
            " to " trim(in-recipient) " by " trim(in-method)
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display trim(in-recipient), " gets ", trim(in-report-name),
                " department ", trim(in-dept), " by ", trim(in-method)
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

drop-recipient.
    display "list id (L shows it): " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "take off failed: the list id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-id.
    move "update report_distribution_list set active = 0, changed_by = ?, changed_ts = ? where id = ? and active = 1"
        to sql-text.
    move function current-date to changed-ts.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, changed-ts) to db-status
            move in-id to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-target) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move spaces to audit-note
        string "distribution list entry " in-id " taken off"
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "take off: no active list entry ", in-id
        else
            display "list entry ", in-id, " taken off"
        end-if
    else
        display "take off failed: database is locked by another operator, try again"
    end-if.

end program distribution-maintenance.
