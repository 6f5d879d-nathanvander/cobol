GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 badge-export.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob
*>***************************************
*> Outbound feed to the physical-access badge system.  Security used to
*> hear about a termination from the offboard_task "return badge" line,
*> days late; this sends them what changed every night instead, driven
*> from change_log the way keyed-bridge's refresh is: every person with
*> a change_log row past the high-water id in badge_feed_control is
*> looked at again, current person row against the badge standing last
*> sent for them (badge_state), and gets at most one record:
*>
*>    ACTIVATE  active ('A') and not badged -- a new hire on their start
*>              date (a pending hire the morning activate-pending-hires
*>              turns them 'A'), a rehire, or someone back from leave
*>    SUSPEND   gone on leave ('L') with an active badge
*>    REVOKE    terminated ('T'), or merged/removed off the master, with
*>              a badge still active or suspended
*>    TRANSFER  still active but in a different department -- the
*>              department code is the access group security keys on
*>
*> Someone made active with a start date still in the future is held
*> WAITING and picked up on every run until the date arrives, so the
*> ACTIVATE goes out on the day they start and not the day they were
*> keyed.  Contractors and agency temps are badged like anyone else.
*>
*> The file ("-out", default BADGEF01.dat) has the PERSHR01 shape: a
*> type-1 header (file id, creation date, sending system), type-2
*> details, and a type-9 trailer with the record count, the sum of the
*> person ids and the sum of the effective dates, and is registered in
*> interface_log as BADGEF01.  Every record sent is also kept in
*> badge_feed_log for badge-ack-match to check security's
*> acknowledgements against.  The first run against a file (no control
*> row yet) sends nothing: it records everyone's current standing as
*> the baseline -- security already holds those badges -- and starts
*> the high-water at the newest change_log row.
*>
*>    badge-export -db person.sdb -out BADGEF01.dat
identification division.
    program-id. badge-export.
    REMARKS. Change_log-driven ACTIVATE/SUSPEND/REVOKE/TRANSFER feed to the badge system.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION INTERFACE-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select out-file assign to out-file-name
            organization line sequential.

data division.
file section.
fd  out-file.
01  out-record pic x(90).

working-storage section.
    01 db-file-name pic x(256).
    01 out-file-name pic x(256) value "BADGEF01.dat".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).

    01 stmt-handle        PIC 9(18) COMP.
    01 chg-stmt           PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 chg-step-result pic s9(9) comp.
        88  CHG-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-id pic s9(9) comp.

    01 header-rec.
        05 hd-type pic x value "1".
        05 hd-file-id pic x(8) value "BADGEF01".
        05 hd-create-date pic 9(8).
        05 hd-system pic x(8) value "PERSDB".
    01 detail-rec.
        05 dt-type pic x value "2".
        05 dt-person-id pic 9(9).
        05 dt-action pic x(8).
        05 dt-first pic x(20).
        05 dt-last pic x(20).
        05 dt-dept pic x(4).
        05 dt-effective-date pic 9(8).
        05 dt-worker-type pic x.
        05 dt-ext-id pic x(10).
    01 trailer-rec.
        05 tr-type pic x value "9".
        05 tr-count pic 9(9).
        05 tr-id-hash pic 9(15).
        05 tr-date-hash pic 9(15).

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 busdate-text pic x(8).
    01 timestamp-now pic x(26).

    01 control-found-flag pic 9 value 0.
        88 CONTROL-FOUND value 1.
    01 last-change-id PIC 9(18) COMP value 0.
    01 high-water-id  PIC 9(18) COMP value 0.
    01 bind-high-water pic s9(9) comp.

    01 cur-id PIC 9(18) COMP.
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 person-first pic x(20).
    01 person-last pic x(20).
    01 person-status pic x.
    01 person-dept pic x(4).
    01 person-hire-iso pic x(10).
    01 person-worker-type pic x.
    01 person-ext-id pic x(10).
    01 state-found-flag pic 9.
        88 STATE-FOUND value 1.
    01 state-status pic x(10).
        88 BADGE-ACTIVE    value "ACTIVE".
        88 BADGE-SUSPENDED value "SUSPENDED".
        88 BADGE-WAITING   value "WAITING".
    01 state-dept pic x(4).
    01 badge-action pic x(8).
    01 new-state pic x(10).

    01 record-count pic 9(9) value 0.
    01 id-hash pic 9(15) value 0.
    01 date-hash pic 9(15) value 0.
    01 activate-count pic 9(7) value 0.
    01 suspend-count pic 9(7) value 0.
    01 revoke-count pic 9(7) value 0.
    01 transfer-count pic 9(7) value 0.
    01 looked-at-count pic 9(7) value 0.
    01 baseline-count pic 9(7) value 0.
    01 fail-status pic s9(9) comp value 0.
    01 failed-flag pic 9 value 0.
        88 RUN-FAILED value 1.
    01 reg-record-count pic s9(9) comp.
    01 hash-total-text pic x(16).
    01 interface-bool pic 9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to out-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "badge-export: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move business-date to busdate-text.
    perform create-badge-tables.
    perform read-badge-control.
    perform find-change-high-water.

    open output out-file.
    move function current-date(1:8) to hd-create-date.
    write out-record from header-rec.

    move SQLITE3-BEGIN(db-handle) to db-status.
    if CONTROL-FOUND then
        perform send-changes
    else
        perform record-baseline
    end-if.
    if not RUN-FAILED then
        perform write-badge-control
    end-if.
    if RUN-FAILED then
        move SQLITE3-ROLLBACK(db-handle) to db-status
    else
        move SQLITE3-COMMIT(db-handle) to db-status
        if db-status not = 0 then
            move db-status to fail-status
            move 1 to failed-flag
        end-if
    end-if.

    move record-count to tr-count.
    move id-hash to tr-id-hash.
    move date-hash to tr-date-hash.
    write out-record from trailer-rec.
    close out-file.

    if RUN-FAILED then
        display "badge-export: FAILED, status ", fail-status,
            " -- nothing recorded, high-water left at ", last-change-id
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    *> the file is leaving the building: register it with its control
    *> totals and byte hash so interface-control can answer for it
    move record-count to reg-record-count.
    move id-hash to hash-total-text.
    move INTERFACE-REGISTER(db-handle, "BADGEF01", out-file-name,
        business-date, reg-record-count, hash-total-text) to interface-bool.
    move SQLITE3-CLOSE(db-handle) to db-status.

    if CONTROL-FOUND then
        display "badge-export: ", looked-at-count, " person(s) looked at, ",
            record-count, " record(s) to ", trim(out-file-name),
            " -- ACTIVATE ", activate-count, " SUSPEND ", suspend-count,
            " REVOKE ", revoke-count, " TRANSFER ", transfer-count
    else
        display "badge-export: first run -- baseline recorded for ",
            baseline-count, " person(s), nothing sent, high-water ", high-water-id
    end-if.
    move 0 to return-code.
    stop run.

create-badge-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists badge_feed_control (id INTEGER PRIMARY KEY, last_change_id integer default 0, last_file text, last_run_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists badge_state (person_id integer primary key, badge_status text, dept_code text, last_action text, last_sent_date text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists badge_feed_log (id INTEGER PRIMARY KEY AUTOINCREMENT, file_name text, business_date text, person_id integer, action text, dept_code text, effective_date text, sent_ts text, ack_status text, ack_date text, ack_text text, matched_ts text)",
        error-message) to db-status.

read-badge-control.
    move 0 to control-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(last_change_id, 0) from badge_feed_control where id = 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to control-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to last-change-id
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> the newest change_log row as the run starts -- changes written while
*> the feed is being cut wait for tomorrow's run
find-change-high-water.
    move last-change-id to high-water-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(id), 0) from change_log",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to high-water-id
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if high-water-id < last-change-id then
        move last-change-id to high-water-id
    end-if.
    move 0 to db-status.

*> security already holds the badges of everyone on the roster today
record-baseline.
    move spaces to error-message.
    move SQLITE3-EXEC-MSG(db-handle,
        "delete from badge_state",
        error-message) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into badge_state (person_id, badge_status, dept_code, last_action, last_sent_date) select id, case coalesce(status, 'A') when 'A' then case when coalesce(hire_date, '') > ? then 'WAITING' else 'ACTIVE' end when 'L' then 'SUSPENDED' else 'REVOKED' end, coalesce(dept_code, ''), 'BASELINE', ? from person where coalesce(status, 'A') <> 'P'",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, busdate-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, busdate-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to fail-status
        move 1 to failed-flag
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from badge_state",
        stmt-handle) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to baseline-count
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> everyone with a change since the high-water, plus everyone still
*> waiting on a start date, each looked at once in person id order
send-changes.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id from change_log where id > ? and id <= ? and person_id is not null union select person_id from badge_state where badge_status = 'WAITING' order by 1",
        chg-stmt) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move last-change-id to bind-high-water.
    move SQLITE3-STMT-BIND-INT(chg-stmt, bind-param-1, bind-high-water) to db-status.
    move high-water-id to bind-high-water.
    move SQLITE3-STMT-BIND-INT(chg-stmt, bind-param-2, bind-high-water) to db-status.
    move SQLITE3-STMT-STEP(chg-stmt) to chg-step-result.
    perform until not CHG-ROW or RUN-FAILED
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(chg-stmt,col-idx) to cur-id
        add 1 to looked-at-count
        perform evaluate-one-person
        move SQLITE3-STMT-STEP(chg-stmt) to chg-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(chg-stmt) to db-status.
    move 0 to db-status.

evaluate-one-person.
    perform get-person.
    perform get-badge-state.
    move spaces to badge-action.
    move spaces to new-state.
    evaluate true
        when not PERSON-FOUND or person-status = "T"
            evaluate true
                when BADGE-ACTIVE or BADGE-SUSPENDED
                    move "REVOKE" to badge-action
                    move "REVOKED" to new-state
                when BADGE-WAITING
                    move "REVOKED" to new-state
            end-evaluate
        when person-status = "A"
            evaluate true
                when person-hire-iso > busdate-iso and not BADGE-ACTIVE
                    if not BADGE-WAITING then
                        move "WAITING" to new-state
                    end-if
                when not BADGE-ACTIVE
                    move "ACTIVATE" to badge-action
                    move "ACTIVE" to new-state
                when state-dept not = person-dept
                    move "TRANSFER" to badge-action
                    move "ACTIVE" to new-state
            end-evaluate
        when person-status = "L"
            if BADGE-ACTIVE then
                move "SUSPEND" to badge-action
                move "SUSPENDED" to new-state
            end-if
    end-evaluate.
    if badge-action not = spaces then
        perform write-badge-record
    end-if.
    if new-state not = spaces and not RUN-FAILED then
        perform save-badge-state
    end-if.

*> the person as they stand now; someone merged or removed off the
*> master is named from their last change_log after-image
get-person.
    move 0 to person-found-flag.
    move spaces to person-first person-last person-status person-dept
        person-hire-iso person-worker-type person-ext-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select first_name, last_name, coalesce(status, 'A'), coalesce(dept_code, ''), coalesce(hire_date, ''), coalesce(worker_type, 'E'), coalesce(ext_id, '') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move cur-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-first) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-last) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-dept) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-hire-iso) to bool
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-worker-type) to bool
            move 6 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-ext-id) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if not PERSON-FOUND then
        move SQLITE3-STMT-OPEN(db-handle,
            "select coalesce(first_name, ''), coalesce(last_name, ''), coalesce(dept_code, '') from change_log where person_id = ? order by id desc limit 1",
            stmt-handle) to db-status
        if db-status = 0 then
            move cur-id to bind-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_ROW then
                move 0 to col-idx
                move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-first) to bool
                move 1 to col-idx
                move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-last) to bool
                move 2 to col-idx
                move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-dept) to bool
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-if.
    move 0 to db-status.

get-badge-state.
    move 0 to state-found-flag.
    move spaces to state-status.
    move spaces to state-dept.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(badge_status, ''), coalesce(dept_code, '') from badge_state where person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move cur-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to state-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,state-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,state-dept) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

write-badge-record.
    move cur-id to dt-person-id.
    move badge-action to dt-action.
    move person-first to dt-first.
    move person-last to dt-last.
    move person-dept to dt-dept.
    move business-date to dt-effective-date.
    move person-worker-type to dt-worker-type.
    move person-ext-id to dt-ext-id.
    write out-record from detail-rec.
    add 1 to record-count.
    add dt-person-id to id-hash.
    add dt-effective-date to date-hash.
    evaluate badge-action
        when "ACTIVATE" add 1 to activate-count
        when "SUSPEND"  add 1 to suspend-count
        when "REVOKE"   add 1 to revoke-count
        when "TRANSFER" add 1 to transfer-count
    end-evaluate.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into badge_feed_log (file_name, business_date, person_id, action, dept_code, effective_date, sent_ts) values (?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move cur-id to bind-id.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(out-file-name)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, busdate-text) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(badge-action)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(person-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, busdate-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, timestamp-now) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to fail-status
        move 1 to failed-flag
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

save-badge-state.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into badge_state (person_id, badge_status, dept_code, last_action, last_sent_date) values (?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move cur-id to bind-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(new-state)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(person-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(badge-action)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, busdate-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to fail-status
        move 1 to failed-flag
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

write-badge-control.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into badge_feed_control (id, last_change_id, last_file, last_run_ts) values (1, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move high-water-id to bind-high-water.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-high-water) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(out-file-name)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, timestamp-now) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to fail-status
        move 1 to failed-flag
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

end program badge-export.
