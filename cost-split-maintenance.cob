GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 cost-split-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for labor cost distribution: the
*> cost_center reference table (code, description, owning department)
*> and each person's effective-dated cost split in person_cost_split
*> -- the departments and cost centers their labor cost is spread over
*> by percent.  timesheet-register's GL journal reads the split in
*> effect on the period end date; a person with none is charged
*> wholly to person.dept_code, as always.
*>
*> A split is keyed as one set: person, effective-from date, then one
*> line per department or cost center with its percent.  The lines
*> must add to exactly 100.00, every code has to be a department or a
*> cost center on file, and the first line keyed is the primary -- it
*> takes the rounding pennies so the journal balances.  Saving a set
*> end-dates the person's open split the day before the new one takes
*> effect, so the history of who was charged where survives; ending a
*> split without a new one returns the person to their department.
*> Same shape as department-maintenance: the single-writer app_lock
*> around every write and an audit_log row for every statement, under
*> the operator signed on at startup.  A cost center can't be deleted
*> while any split still names it.
identification division.
    program-id. cost-split-maintenance.
    REMARKS. Interactive cost center and labor cost split maintenance.

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
    01 center-choice pic x.
    01 split-choice pic x.
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
    01 bind-person-id pic s9(9) comp.
    01 bind-primary pic s9(9) comp.

    01 in-cc-code pic x(8).
    01 in-description pic x(30).
    01 in-dept-code pic x(4).
    01 in-id pic 9(9).
    01 in-eff-from pic 9(8).
    01 in-eff-to pic 9(8).
    01 in-eff-from-iso pic x(10).
    01 in-eff-to-iso pic x(10).
    01 prior-end-date pic 9(8).
    01 prior-end-iso pic x(10).
    01 in-pct-text pic x(12).
    01 used-count pic 9(9).
    01 code-count pic 9(9).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 added-ts pic x(26).

    *> the split set being keyed
    01 num-lines pic 99 value 0.
    01 line-ix pic 99.
    01 line-done-flag pic 9.
        88 LINES-DONE value 1.
    01 split-lines.
        05 split-line occurs 10 times.
            10 sl-code pic x(8).
            10 sl-pct pic 9(3)v99.
    01 pct-total pic 9(5)v99.
    01 pct-total-disp pic zzzz9.99.
    01 pct-edit pic 9(3).99.
    01 set-ok-flag pic 9.
        88 SET-OK value 1.

    01 out-cc-code pic x(8).
    01 out-description pic x(30).
    01 out-dept-code pic x(4).
    01 out-split-id PIC 9(18) COMP.
    01 out-cost-code pic x(8).
    01 out-pct pic s9(3)v99 comp-3.
    01 out-pct-disp pic zz9.99.
    01 out-primary pic s9(9) comp.
    01 out-primary-flag pic x(7).
    01 out-eff-from pic x(10).
    01 out-eff-to pic x(10).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "cost-split-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists cost_center (cc_code text primary key, description text, dept_code text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_cost_split (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cost_code text, split_pct numeric, primary_flag integer default 0, eff_from text, eff_to text, added_by text, added_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists department (dept_code text primary key, dept_name text)",
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
        display "labor cost split maintenance -- ", trim(file-name)
        display "  C) cost centers    S) person cost splits    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "C" when "c"
                perform center-menu
            when "S" when "s"
                perform split-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

center-menu.
    move space to center-choice.
    perform until center-choice = "X" or center-choice = "x"
        display " "
        display "cost centers -- A) add/replace   D) delete   L) list   X) back"
        display "choice: " with no advancing
        accept center-choice
        evaluate center-choice
            when "A" when "a"
                perform center-add
            when "D" when "d"
                perform center-delete
            when "L" when "l"
                perform center-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", center-choice
        end-evaluate
    end-perform.

center-add.
    display "cost center code: " with no advancing.
    accept in-cc-code.
    move function upper-case(in-cc-code) to in-cc-code.
    if in-cc-code = spaces then
        display "add failed: cost center code may not be blank"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "owning department: " with no advancing.
    accept in-dept-code.
    move "insert or replace into cost_center (cc_code, description, dept_code) values (?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cc-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-dept-code)) to db-status
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
            display "cost center ", trim(in-cc-code), " saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

center-delete.
    display "cost center code to delete: " with no advancing.
    accept in-cc-code.
    move function upper-case(in-cc-code) to in-cc-code.
    move 0 to used-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_cost_split where cost_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cc-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to used-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if used-count > 0 then
        display "delete refused: ", used-count,
            " cost split line(s) still name ", trim(in-cc-code)
        exit paragraph
    end-if.
    move "delete from cost_center where cc_code = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cc-code)) to db-status
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
            display "delete: no cost center ", trim(in-cc-code)
        else
            display "cost center ", trim(in-cc-code), " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

center-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select cc_code, coalesce(description, ''), coalesce(dept_code, '') from cost_center order by cc_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CODE     DESCRIPTION                    DEPT"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cc-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept-code) to bool
            display out-cc-code, " ", out-description, " ", out-dept-code
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

split-menu.
    move space to split-choice.
    perform until split-choice = "X" or split-choice = "x"
        display " "
        display "cost splits -- S) set new split   E) end split   L) list by person   X) back"
        display "choice: " with no advancing
        accept split-choice
        evaluate split-choice
            when "S" when "s"
                perform split-set
            when "E" when "e"
                perform split-end
            when "L" when "l"
                perform split-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", split-choice
        end-evaluate
    end-perform.

*> the whole set is keyed and proved before anything is written: known
*> codes, no code twice, percents adding to exactly 100.00
split-set.
    display "person id: " with no advancing.
    accept in-id.
    perform check-person-exists.
    if not PERSON-FOUND then
        display "split failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "effective from (yyyymmdd): " with no advancing.
    accept in-eff-from.
    if in-eff-from = 0 then
        display "split failed: an effective-from date is required"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-eff-from) to in-eff-from-iso.
    display "one line per department or cost center; the first is the primary."
    display "blank code ends the set."
    move 0 to num-lines.
    move 0 to pct-total.
    move 1 to set-ok-flag.
    move 0 to line-done-flag.
    perform until LINES-DONE or num-lines = 10
        perform key-split-line
    end-perform.
    if not SET-OK then
        exit paragraph
    end-if.
    if num-lines = 0 then
        display "split failed: no lines keyed"
        exit paragraph
    end-if.
    if pct-total not = 100 then
        move pct-total to pct-total-disp
        display "split failed: lines add to ", trim(pct-total-disp),
            " percent, not 100.00"
        exit paragraph
    end-if.
    perform save-split-set.

key-split-line.
    display "  cost code: " with no advancing.
    accept in-cc-code.
    move function upper-case(in-cc-code) to in-cc-code.
    if in-cc-code = spaces then
        move 1 to line-done-flag
        exit paragraph
    end-if.
    perform validate-cost-code.
    if code-count = 0 then
        display "  no department or cost center ", trim(in-cc-code), " -- line skipped"
        exit paragraph
    end-if.
    perform varying line-ix from 1 by 1 until line-ix > num-lines
        if sl-code(line-ix) = in-cc-code then
            display "  ", trim(in-cc-code), " is already in this split -- set abandoned"
            move 0 to set-ok-flag
            move 1 to line-done-flag
        end-if
    end-perform.
    if not SET-OK then
        exit paragraph
    end-if.
    display "  percent (e.g. 60.00): " with no advancing.
    accept in-pct-text.
    add 1 to num-lines.
    move in-cc-code to sl-code(num-lines).
    move numval(trim(in-pct-text)) to sl-pct(num-lines).
    if sl-pct(num-lines) = 0 then
        display "  a zero percent line charges nothing -- line skipped"
        subtract 1 from num-lines
        exit paragraph
    end-if.
    add sl-pct(num-lines) to pct-total.

*> one lock, one transaction: the open split ends the day before, the
*> new lines go in, and every statement is audited
save-split-set.
    compute prior-end-date = function date-of-integer(
        function integer-of-date(in-eff-from) - 1).
    move SQLITE3-COBOL-TO-DATE(prior-end-date) to prior-end-iso.
    move function current-date to added-ts.
    move in-id to bind-person-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "split failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "update person_cost_split set eff_to = ? where person_id = ? and (eff_to is null or eff_to = '' or eff_to >= ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, prior-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-eff-from-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    move "insert into person_cost_split (person_id, cost_code, split_pct, primary_flag, eff_from, eff_to, added_by, added_ts) values (?, ?, ?, ?, ?, '', ?, ?)"
        to sql-text.
    perform varying line-ix from 1 by 1 until line-ix > num-lines or db-status not = 0
        perform insert-split-line
    end-perform.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status = 0 then
        display "cost split of ", num-lines, " line(s) saved for person ", in-id,
            " from ", in-eff-from-iso
    else
        display "split failed, status ", db-status, " -- nothing saved"
    end-if.

insert-split-line.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move sl-pct(line-ix) to pct-edit
        if line-ix = 1 then
            move 1 to bind-primary
        else
            move 0 to bind-primary
        end-if
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(sl-code(line-ix))) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, pct-edit) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-primary) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-eff-from-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, added-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.

*> splits are never deleted, only end-dated -- the person goes back to
*> their own department from the day after
split-end.
    display "person id: " with no advancing.
    accept in-id.
    display "last day of the split (yyyymmdd): " with no advancing.
    accept in-eff-to.
    move SQLITE3-COBOL-TO-DATE(in-eff-to) to in-eff-to-iso.
    move in-id to bind-person-id.
    move "update person_cost_split set eff_to = ? where person_id = ? and (eff_to is null or eff_to = '' or eff_to > ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-eff-to-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-eff-to-iso) to db-status
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
            display "end split: no open split for person ", in-id
        else
            display rows-changed, " split line(s) ended for person ", in-id
        end-if
    else
        display "end split failed: database is locked by another operator, try again"
    end-if.

split-list.
    display "person id: " with no advancing.
    accept in-id.
    move in-id to bind-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, cost_code, coalesce(split_pct, 0), coalesce(primary_flag, 0), eff_from, coalesce(eff_to, '') from person_cost_split where person_id = ? order by eff_from, primary_flag desc, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status.
    display "       ID CODE     PERCENT          FROM       TO"
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-split-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cost-code) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-pct
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-primary
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-from) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-to) to bool
        move out-pct to out-pct-disp
        if out-primary = 0 then
            move spaces to out-primary-flag
        else
            move "PRIMARY" to out-primary-flag
        end-if
        display out-split-id, " ", out-cost-code, " ", out-pct-disp, " ",
            out-primary-flag, " ", out-eff-from, " ", out-eff-to
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> a split line names a department or a cost center
validate-cost-code.
    move 0 to code-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select (select count(*) from department where dept_code = ?1) + (select count(*) from cost_center where cc_code = ?1)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cc-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to code-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
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

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program cost-split-maintenance.
