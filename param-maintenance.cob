GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 param-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Supervisor maintenance for the effective-dated business parameters
*> (business_parameter, migration 154) that replaced the rules once
*> compiled into the programs -- the overtime threshold and multiplier
*> timesheet-register pays by, person-purge's retention years, the
*> password age OPERATOR-SIGNON enforces, data-quality's founding
*> date, batch-duration-check's tolerances.  A supervisor signs on
*> (OPERATOR-SIGNON; a clerk is turned away).
*>
*> A rule is never edited in place.  Option A keys a new value for an
*> existing parameter from an effective date -- blank for the business
*> date, never earlier, because a register that already ran under the
*> old value must stay explainable -- and every program reading the
*> parameter as of a date on or after it picks it up with no recompile.
*> Keying the same parameter and date again replaces that row.  Option
*> W withdraws a value that has not taken effect yet (a mistake keyed
*> for next month); one already in force can only be superseded.
*> Option L lists every parameter with the value in force on the
*> business date and how many changes are waiting; option H shows one
*> parameter's whole history.  param-history prints the same history
*> as a report for any as-of date.  Only parameters the programs read
*> can be keyed (new names arrive with the code that reads them, by
*> migration), and every value is a number.  Writes go under the
*> app_lock and are audited under the signed-on supervisor.
identification division.
    program-id. param-maintenance.
    REMARKS. Effective-dated business parameter maintenance.

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
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.

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
    01 sql-text pic x(256).
    01 audit-note pic x(200).
    01 changed-ts pic x(26).

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).

    01 in-param-name pic x(30).
    01 in-eff-text pic x(10).
    01 in-eff-date pic 9(8).
    01 in-eff-iso pic x(10).
    01 in-value pic x(20).
    01 param-known-flag pic 9.
        88 PARAM-KNOWN value 1.
    01 known-description pic x(40).

    01 out-param-name pic x(30).
    01 out-value pic x(20).
    01 out-eff-date pic x(10).
    01 out-description pic x(40).
    01 out-changed-by pic x(20).
    01 out-changed-ts pic x(26).
    01 out-pending pic s9(9) comp.
    01 listed-count pic 9(5).

    01 list-line.
        05 ll-param-name pic x(24).
        05 ll-value pic x(12).
        05 ll-since pic x(12).
        05 ll-pending pic zz9.
        05 filler pic xx value spaces.
        05 ll-description pic x(40).
    01 hist-line.
        05 hl-eff-date pic x(12).
        05 hl-value pic x(12).
        05 hl-changed-by pic x(16).
        05 hl-changed-ts pic x(16).
        05 hl-state pic x(10).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "param-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists business_parameter (param_name text, eff_date text, param_value text, description text, changed_by text, changed_ts text, primary key (param_name, eff_date))",
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
        display "business parameter maintenance is a supervisor function"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "business parameters as of ", business-date-iso, " -- ", trim(file-name)
        display "  L) list   H) history   A) add value from a date   W) withdraw a future value   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "L" when "l"
                perform param-list
            when "H" when "h"
                perform param-history
            when "A" when "a"
                perform param-add
            when "W" when "w"
                perform param-withdraw
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

*> one line per parameter: the row in force on the business date and
*> the count of rows dated after it
param-list.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select p.param_name, coalesce((select c.param_value from business_parameter c where c.param_name = p.param_name and c.eff_date <= ?1 order by c.eff_date desc limit 1), ''), coalesce((select max(c.eff_date) from business_parameter c where c.param_name = p.param_name and c.eff_date <= ?1), ''), (select count(*) from business_parameter c where c.param_name = p.param_name and c.eff_date > ?1), coalesce(max(p.description), '') from business_parameter p group by p.param_name order by p.param_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, business-date-iso) to db-status.
    display "PARAMETER               IN FORCE    SINCE       PND  DESCRIPTION".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-param-name out-value out-eff-date out-description
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-param-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-value) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-date) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-pending
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
        move out-param-name to ll-param-name
        if out-value = spaces then
            move "(none yet)" to ll-value
        else
            move out-value to ll-value
        end-if
        move out-eff-date to ll-since
        move out-pending to ll-pending
        move out-description to ll-description
        display list-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if listed-count = 0 then
        display "  (no parameters on file -- run schema-migrate)"
    end-if.

param-history.
    display "parameter: " with no advancing.
    accept in-param-name.
    move upper-case(in-param-name) to in-param-name.
    move SQLITE3-STMT-OPEN(db-handle,
        "select eff_date, coalesce(param_value, ''), coalesce(changed_by, ''), coalesce(changed_ts, '') from business_parameter where param_name = ? order by eff_date",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "history failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-param-name)) to db-status.
    display "EFFECTIVE   VALUE       CHANGED BY      CHANGED AT      STATE".
    move 0 to listed-count.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-eff-date out-value out-changed-by out-changed-ts
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-date) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-value) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-changed-by) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-changed-ts) to bool
        add 1 to listed-count
        move out-eff-date to hl-eff-date
        move out-value to hl-value
        move out-changed-by to hl-changed-by
        move out-changed-ts(1:14) to hl-changed-ts
        if out-eff-date > business-date-iso then
            move "PENDING" to hl-state
        else
            move spaces to hl-state
        end-if
        display hist-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if listed-count = 0 then
        display "  no parameter ", trim(in-param-name)
    end-if.

*> a parameter is known when any row of it exists; its description
*> carries forward to the new row
check-param-known.
    move 0 to param-known-flag.
    move spaces to known-description.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(description, '') from business_parameter where param_name = ? order by eff_date desc limit 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-param-name)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to param-known-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,known-description) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> blank is the business date; anything earlier is refused
accept-eff-date.
    move 0 to in-eff-date.
    display "effective date (yyyymmdd, blank for ", business-date, "): "
        with no advancing.
    accept in-eff-text.
    if in-eff-text = spaces then
        move business-date to in-eff-date
    else
        if trim(in-eff-text) is numeric
           and function length(trim(in-eff-text)) = 8 then
            move trim(in-eff-text) to in-eff-date
            if function test-date-yyyymmdd(in-eff-date) not = 0 then
                move 0 to in-eff-date
            end-if
        end-if
    end-if.
    if in-eff-date not = 0 then
        move SQLITE3-COBOL-TO-DATE(in-eff-date) to in-eff-iso
    end-if.

param-add.
    display "parameter: " with no advancing.
    accept in-param-name.
    move upper-case(in-param-name) to in-param-name.
    perform check-param-known.
    if not PARAM-KNOWN then
        display "add failed: no parameter ", trim(in-param-name),
            " -- L lists the ones the programs read"
        exit paragraph
    end-if.
    perform accept-eff-date.
    if in-eff-date = 0 then
        display "add failed: effective date must be a real yyyymmdd date"
        exit paragraph
    end-if.
    if in-eff-date < business-date then
        display "add failed: ", in-eff-date, " is before the business date --",
            " a rule already in force is superseded, not rewritten"
        exit paragraph
    end-if.
    display "value: " with no advancing.
    accept in-value.
    if in-value = spaces or test-numval(trim(in-value)) not = 0 then
        display "add failed: the value must be a number"
        exit paragraph
    end-if.
    move function current-date to changed-ts.
    move "insert or replace into business_parameter (param_name, eff_date, param_value, description, changed_by, changed_ts) values (?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-param-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-value)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(known-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, changed-ts) to db-status
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
        string "business parameter " trim(in-param-name) " = " trim(in-value)
            " from " in-eff-iso delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display trim(in-param-name), " is ", trim(in-value), " from ", in-eff-iso
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

param-withdraw.
    display "parameter: " with no advancing.
    accept in-param-name.
    move upper-case(in-param-name) to in-param-name.
    perform accept-eff-date.
    if in-eff-date = 0 then
        display "withdraw failed: effective date must be a real yyyymmdd date"
        exit paragraph
    end-if.
    if in-eff-date not > business-date then
        display "withdraw refused: the value from ", in-eff-iso,
            " is already in force -- key a new value to supersede it"
        exit paragraph
    end-if.
    move "delete from business_parameter where param_name = ? and eff_date = ?"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-param-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-iso) to db-status
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
        string "business parameter " trim(in-param-name) " from " in-eff-iso
            " withdrawn" delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "withdraw: no value for ", trim(in-param-name), " from ", in-eff-iso
        else
            display trim(in-param-name), " from ", in-eff-iso, " withdrawn"
        end-if
    else
        display "withdraw failed: database is locked by another operator, try again"
    end-if.

end program param-maintenance.
