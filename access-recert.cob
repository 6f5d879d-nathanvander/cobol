GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 access-recert.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Quarterly operator access recertification.  A supervisor signs on
*> (OPERATOR-SIGNON; a clerk is turned away) and names the quarter --
*> blank for the one the business date falls in.  Option L lists every
*> operator on the table with their role, whether the id is active or
*> locked, the last successful sign-on (stamped by OPERATOR-SIGNON),
*> the failed-password count standing on the row, and what the id
*> actually did in audit_log that quarter: statements that ran clean,
*> statements and sign-ons that failed or were denied, how many of the
*> clean ones wrote to the person table, and how many pending changes
*> the id approved or rejected in change-approval -- with the
*> decision already recorded for the quarter, if any.
*>
*> Option D records the reviewing supervisor's decision for one
*> operator: K(eep) or R(evoke), with a note.  The decision lands in
*> access_recert (migration 137) with a snapshot of what was reviewed
*> -- role, last sign-on, failure count, locked flag, the quarter's
*> action count -- under the reviewer's id and time; deciding again
*> replaces it.  A revoke also deactivates the operator (active = 0),
*> the same switch person-maintenance's operator menu toggles, so the
*> id can no longer sign on.  Nobody recertifies their own id.  Both
*> writes go under the app_lock in one transaction and are audited.
*> The list closes with how many operators are still undecided for the
*> quarter; sod-conflicts is the report that goes with this screen.
identification division.
    program-id. access-recert.
    REMARKS. Quarterly keep/revoke recertification of operator access.

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
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
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
    01 bind-param-7 pic s9(9) comp value 7.

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
    01 sql-text pic x(1024).
    01 decision-ts pic x(26).

    01 business-date pic 9(8).
    01 busdate-parts redefines business-date.
        05 busdate-yyyy pic 9(4).
        05 busdate-mm pic 99.
        05 busdate-dd pic 99.
    01 in-quarter pic x(6).
    01 quarter-label pic x(6).
    01 quarter-parts redefines quarter-label.
        05 quarter-yyyy pic 9(4).
        05 quarter-q-letter pic x.
        05 quarter-no pic 9.
    01 quarter-start pic 9(8).
    01 quarter-end pic 9(8).
    01 quarter-start-text pic x(8).
    01 quarter-end-text pic x(8).
    01 quarter-end-month pic 99.
    01 month-end-days pic x(24) value "312831303130313130313031".
    01 month-end-table redefines month-end-days.
        05 month-end-day pic 99 occurs 12 times.

    01 in-op-id pic x(20).
    01 in-decision pic x.
    01 decision-word pic x(6).
    01 in-note pic x(60).
    01 op-found-flag pic 9.
        88 OP-FOUND value 1.

    01 out-op-id pic x(20).
    01 out-op-name pic x(30).
    01 out-role pic x(10).
    01 out-active pic s9(9) comp.
    01 out-last-signon pic x(14).
    01 out-fail-count pic s9(9) comp.
    01 out-locked pic s9(9) comp.
    01 out-clean-count pic s9(9) comp.
    01 out-failed-count pic s9(9) comp.
    01 out-person-writes pic s9(9) comp.
    01 out-reviews pic s9(9) comp.
    01 out-decision pic x(6).
    01 listed-count pic 9(5).
    01 undecided-count pic 9(5).

    01 list-line.
        05 ll-op-id pic x(12).
        05 ll-role pic x(6).
        05 ll-state pic x(9).
        05 ll-signon pic x(9).
        05 ll-fails pic zz9.
        05 filler pic x value space.
        05 ll-clean pic zzzzz9.
        05 filler pic x value space.
        05 ll-failed pic zzzz9.
        05 filler pic x value space.
        05 ll-person pic zzzz9.
        05 filler pic x value space.
        05 ll-reviews pic zzzz9.
        05 filler pic xx value spaces.
        05 ll-decision pic x(6).
        05 filler pic x value space.
        05 ll-name pic x(20).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "access-recert: could not open ", trim(file-name)
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists access_recert (id INTEGER PRIMARY KEY AUTOINCREMENT, quarter text, op_id text, role text, last_signon text, fail_count integer, locked integer, action_count integer, decision text, reviewed_by text, reviewed_ts text, note text, unique (quarter, op_id))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table operator add column last_signon text",
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
        display "access recertification is a supervisor function"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    display "quarter to recertify (yyyyQn, blank for the current quarter): "
        with no advancing.
    accept in-quarter.
    perform set-quarter.
    if quarter-label = spaces then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "access recertification ", quarter-label, " (", quarter-start,
            " - ", quarter-end, ") -- ", trim(file-name)
        display "  L) list operators    D) decide keep/revoke    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "L" when "l"
                perform list-operators
            when "D" when "d"
                perform decide-operator
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

*> "2026Q3" names July through September; blank takes the quarter the
*> business date is in
set-quarter.
    move function upper-case(in-quarter) to in-quarter.
    if in-quarter = spaces then
        move busdate-yyyy to quarter-yyyy
        move "Q" to quarter-q-letter
        compute quarter-no = (busdate-mm - 1) / 3 + 1
    else
        move in-quarter to quarter-label
        if quarter-yyyy not numeric or quarter-q-letter not = "Q"
           or quarter-no not numeric or quarter-no < 1 or quarter-no > 4 then
            display "quarter must be keyed as yyyyQn, e.g. 2026Q3"
            move spaces to quarter-label
            exit paragraph
        end-if
    end-if.
    compute quarter-end-month = quarter-no * 3.
    compute quarter-start = quarter-yyyy * 10000
        + (quarter-end-month - 2) * 100 + 1.
    compute quarter-end = quarter-yyyy * 10000
        + quarter-end-month * 100 + month-end-day(quarter-end-month).
    move quarter-start to quarter-start-text.
    move quarter-end to quarter-end-text.

list-operators.
    move 0 to listed-count.
    move 0 to undecided-count.
    move spaces to sql-text.
    string
        "select o.op_id, coalesce(o.op_name, ''), upper(coalesce(o.role, '')), coalesce(o.active, 1), "
        "coalesce(o.last_signon, ''), coalesce(o.fail_count, 0), coalesce(o.locked, 0), "
        "(select count(*) from audit_log a where a.actor = o.op_id and substr(a.ts, 1, 8) between ?1 and ?2 and coalesce(a.status, 0) = 0), "
        "(select count(*) from audit_log a where a.actor = o.op_id and substr(a.ts, 1, 8) between ?1 and ?2 and coalesce(a.status, 0) <> 0), "
        "(select count(*) from audit_log a where a.actor = o.op_id and substr(a.ts, 1, 8) between ?1 and ?2 and coalesce(a.status, 0) = 0 "
        "and (a.sql_text like 'insert into person %' or a.sql_text like 'update person %')), "
        "(select count(*) from pending_change c where c.reviewed_by = o.op_id and substr(c.reviewed_ts, 1, 8) between ?1 and ?2), "
        "coalesce((select r.decision from access_recert r where r.quarter = ?3 and r.op_id = o.op_id), '') "
        "from operator o order by o.op_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, quarter-start-text) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, quarter-end-text) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, quarter-label) to db-status.
    display "OPERATOR    ROLE  STATE    SIGNON   FLS  CLEAN FAIL PERSN APPRV  DECIDE NAME".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-op-id) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-op-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-role) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-active
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last-signon) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-fail-count
        move 6 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-locked
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-clean-count
        move 8 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-failed-count
        move 9 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-writes
        move 10 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-reviews
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-decision) to bool
        perform show-operator-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    display listed-count, " operator(s), ", undecided-count,
        " not yet decided for ", quarter-label.

show-operator-line.
    add 1 to listed-count.
    move out-op-id to ll-op-id.
    move out-role to ll-role.
    evaluate true
        when out-active = 0
            move "INACTIVE" to ll-state
        when out-locked = 1
            move "LOCKED" to ll-state
        when other
            move "ACTIVE" to ll-state
    end-evaluate.
    if out-last-signon = spaces then
        move "NEVER" to ll-signon
    else
        move out-last-signon(1:8) to ll-signon
    end-if.
    move out-fail-count to ll-fails.
    move out-clean-count to ll-clean.
    move out-failed-count to ll-failed.
    move out-person-writes to ll-person.
    move out-reviews to ll-reviews.
    if out-decision = spaces then
        move "-" to ll-decision
        add 1 to undecided-count
    else
        move out-decision to ll-decision
    end-if.
    move out-op-name to ll-name.
    display list-line.

*> One operator's keep/revoke for the quarter, with a snapshot of what
*> the reviewer was looking at; a revoke switches the id off in the
*> same transaction
decide-operator.
    display "operator id: " with no advancing.
    accept in-op-id.
    if trim(in-op-id) = trim(operator-id) then
        display "decision REFUSED: ", trim(operator-id),
            " is your own id -- another supervisor recertifies it"
        exit paragraph
    end-if.
    perform check-operator-exists.
    if not OP-FOUND then
        display "decision failed: no operator ", trim(in-op-id)
        exit paragraph
    end-if.
    display "K) keep or R) revoke: " with no advancing.
    accept in-decision.
    move function upper-case(in-decision) to in-decision.
    evaluate in-decision
        when "K" move "KEEP" to decision-word
        when "R" move "REVOKE" to decision-word
        when other
            display "decision failed: answer K or R"
            exit paragraph
    end-evaluate.
    display "note: " with no advancing.
    accept in-note.
    move function current-date to decision-ts.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "decision failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move spaces to sql-text.
    string
        "insert or replace into access_recert (quarter, op_id, role, last_signon, fail_count, locked, action_count, decision, reviewed_by, reviewed_ts, note) "
        "select ?1, o.op_id, upper(coalesce(o.role, '')), coalesce(o.last_signon, ''), coalesce(o.fail_count, 0), coalesce(o.locked, 0), "
        "(select count(*) from audit_log a where a.actor = o.op_id and substr(a.ts, 1, 8) between ?2 and ?3), "
        "?4, ?5, ?6, ?7 from operator o where o.op_id = ?8"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, quarter-label) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, quarter-start-text) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, quarter-end-text) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(decision-word)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, decision-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(in-note)) to db-status
        move 8 to col-idx
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, col-idx, trim(in-op-id)) to db-status
        perform step-write
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    if db-status = 0 and in-decision = "R" then
        move "update operator set active = 0 where op_id = ?" to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-op-id)) to db-status
            perform step-write
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
    end-if.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status = 0 then
        if in-decision = "R" then
            display "operator ", trim(in-op-id), " REVOKED for ", quarter-label,
                " -- the id is deactivated and can no longer sign on"
        else
            display "operator ", trim(in-op-id), " kept for ", quarter-label
        end-if
    else
        display "decision failed, status ", db-status, " -- nothing recorded"
    end-if.

step-write.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.

check-operator-exists.
    move 0 to op-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from operator where op_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-op-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to op-found-flag
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

end program access-recert.
