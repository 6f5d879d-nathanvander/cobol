GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 batch-dispatch.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob alert-utils.cob dispatch-utils.cob
*>***************************************
*> The batch calendar dispatcher: job_step says WHAT a stream does,
*> run_schedule (migration 59) says WHEN -- daily, weekly on a day
*> schedule is seeded with the five runs that used to live in a cron
*> file nobody audited: the nightly stream, weekly-maintenance and
*> audit-archival on Fridays, and headcount-snapshot at month end
*> alongside the monthend stream -- and the daily capacity-snapshot
*> and capacity-trend runs, which wait for the nightly stream.
*> missed-run-report reads the same
*> tables and flags every due date with no DISPATCHED row.
*>
*> An entry can also wait on prerequisites (schedule_dependency,
*> migration 143, checked by PREREQ-STATE in dispatch-utils): another
*> entry that must have run clean today, or a feed that must have
*> arrived per feed_control -- payroll behind the nightly stream,
*> timesheet-register behind the bureau's timesheet.dat.  A due entry
*> whose prerequisites aren't met is HELD, not skipped: one HELD row
*> per entry per business date says which link it is waiting on, and
*> the dispatcher looks again every "-poll" seconds (default 300) --
*> at once, without sleeping, when the pass just ran something that
*> may have released it -- until the entry's latest_start time
*> (migration 141, HHMM, blank meaning the end of the day; a business
*> date already behind the calendar is past it).  Still held then, it
*> is logged LATE and raises a severity-E alert.  "-poll 0" makes one
*> pass and leaves held entries for the next run to pick up.
*> dispatch-chain prints today's chain and the link holding it up.
*> RETURN-CODE 1 when any dispatched command ended nonzero or any
*> entry went LATE.
identification division.
    program-id. batch-dispatch.
    REMARKS. Runs every run_schedule entry due on the business date.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION ALERT-RAISE
    FUNCTION PREREQ-STATE
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 dep-stmt        PIC 9(18) COMP.
    01 dep-step-result pic s9(9) comp.
        88  DEP_ROW value is 100.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 dispatched-count pic 9(5) value 0.
    01 skipped-count pic 9(5) value 0.
    01 failed-count pic 9(5) value 0.
    01 late-count pic 9(5) value 0.

    01 poll-seconds pic 9(4) value 300.
    01 cycle-count pic 9(5) value 0.
    01 held-count pic 9(5) value 0.
    01 progress-count pic 9(5) value 0.
    01 polling-done-flag pic 9 value 0.
        88 POLLING-DONE value 1.
    01 run-start-ts pic x(26).
    01 clock-now pic x(26).
    01 busdate-text pic x(8).
    01 latest-start pic x(4).
    01 latest-num pic 9(4).
    01 past-latest-flag pic 9.
        88 PAST-LATEST-START value 1.
    01 prereq-met-flag pic 9.
        88 PREREQS-MET value 1.
    01 dep-type pic x(4).
    01 prereq-name pic x(30).
    01 prereq-word pic x(16).
    01 prereq-bool pic 9.
    01 hold-reason pic x(60).
    01 log-note pic x(60).
    01 rows-changed pic s9(9) comp.

procedure division.
main section.
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("poll", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to poll-seconds
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists dispatch_log (id INTEGER PRIMARY KEY AUTOINCREMENT, sched_id integer, entry_name text, business_date text, disposition text, run_ts text, return_code integer)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table run_schedule add column latest_start text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table dispatch_log add column note text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists schedule_dependency (dep_id INTEGER PRIMARY KEY AUTOINCREMENT, entry_name text, dep_type text, prereq_name text, unique (entry_name, dep_type, prereq_name))",
        error-message) to db-status.
    move 0 to db-status.

    move BUSINESS-DATE-GET(db-handle) to business-date.
    move business-date to busdate-text.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move function current-date to run-start-ts.
    compute busdate-day-num = function integer-of-date(business-date).
    compute busdate-dow = function mod(busdate-day-num - 1, 7) + 1.
    perform decide-month-end.

    perform seed-default-schedule.

    *> a pass that ran something may have released an entry held
    *> behind it, so that goes round again at once; otherwise held
    *> entries wait out the poll interval until each is run or LATE
    perform until POLLING-DONE
        add 1 to cycle-count
        move 0 to held-count
        move 0 to progress-count
        perform run-schedule-pass
        evaluate true
            when held-count = 0
                move 1 to polling-done-flag
            when progress-count > 0
                continue
            when poll-seconds = 0
                display "BATCH-DISPATCH ", held-count,
                    " entry(ies) held, left for the next run"
                move 1 to polling-done-flag
            when other
                display "BATCH-DISPATCH ", held-count,
                    " entry(ies) held, looking again in ", poll-seconds, " seconds"
                call "C$SLEEP" using poll-seconds
                end-call
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    display "BATCH-DISPATCH ", dispatched-count, " dispatched, ",
        skipped-count, " skipped, ", failed-count, " failed, ",
        late-count, " late".
    if failed-count > 0 or late-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

run-schedule-pass.
    move SQLITE3-STMT-OPEN(db-handle,
        "select sched_id, entry_name, run_command, upper(frequency), coalesce(run_dow, 0), coalesce(db_style, 'F'), coalesce(latest_start, '') from run_schedule where enabled = 1 order by sched_id",
        sched-stmt) to db-status.
    if db-status not = 0 then
        display "batch-dispatch: schedule read failed, status ", db-status
        move SQLITE3-COLUMN-INT(sched-stmt,col-idx) to run-dow
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(sched-stmt,col-idx,db-style) to bool
        move 6 to col-idx
        move spaces to latest-start
        move SQLITE3-COLUMN-TEXT(sched-stmt,col-idx,latest-start) to bool
        perform dispatch-one-entry
        move SQLITE3-STMT-STEP(sched-stmt) to sched-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(sched-stmt) to db-status.

*> month end = the NEXT business day (weekend and holiday_calendar
*> skipped) belongs to a different month; quarter end = month end in
*> 03, 06, 09, or 12
    if seed-count > 0 then
        exit paragraph
    end-if.
    display "batch-dispatch: seeding run_schedule with the standard entries".
    move SQLITE3-EXEC-MSG(db-handle,
        "insert into run_schedule (entry_name, run_command, frequency, run_dow, db_style) values ('nightly', 'runbatch -stream nightly', 'DAILY', 0, 'F')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "insert into run_schedule (entry_name, run_command, frequency, run_dow, db_style) values ('monthend-stream', 'runbatch -stream monthend', 'MONTHEND', 0, 'F')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "insert into run_schedule (entry_name, run_command, frequency, run_dow, db_style) values ('capacity-snapshot', 'capacity-snapshot', 'DAILY', 0, 'F')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "insert into run_schedule (entry_name, run_command, frequency, run_dow, db_style) values ('capacity-trend', 'capacity-trend', 'DAILY', 0, 'F')",
        error-message) to db-status.
    *> month end reads what the nightly loaded -- it waits for it; the
    *> capacity snapshot measures after the load, the trend after that
    move SQLITE3-EXEC-MSG(db-handle,
        "insert or ignore into schedule_dependency (entry_name, dep_type, prereq_name) values ('monthend-stream', 'JOB', 'nightly'), ('headcount-snapshot', 'JOB', 'nightly'), ('capacity-snapshot', 'JOB', 'nightly'), ('capacity-trend', 'JOB', 'capacity-snapshot')",
        error-message) to db-status.

dispatch-one-entry.
    move 0 to due-flag.
    end-evaluate.

    if not ENTRY-DUE then
        *> said once per run; the polling passes only revisit the held
        if cycle-count = 1 then
            move "SKIPPED" to disposition
            add 1 to skipped-count
            move 0 to system-rc
            move skip-reason to log-note
            perform write-dispatch-log
        end-if
        exit paragraph
    end-if.

    perform check-already-dispatched.
    if already-count > 0 then
        if cycle-count = 1 then
            display "DISPATCH ", trim(entry-name),
                " already dispatched for ", business-date, ", not run twice"
        end-if
        exit paragraph
    end-if.

    perform check-prerequisites.
    if not PREREQS-MET then
        perform hold-or-late
        exit paragraph
    end-if.
    move spaces to log-note.
    add 1 to progress-count.

    display "DISPATCH ", trim(entry-name), ": ", trim(run-command).
    move spaces to system-command.
    end-if.
    perform write-dispatch-log.

*> run or failed today, or gone LATE earlier in this same run
check-already-dispatched.
    move 0 to already-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from dispatch_log where sched_id = ? and business_date = ? and (disposition in ('DISPATCHED', 'FAILED') or (disposition = 'LATE' and run_ts >= ?))",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, sched-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, busdate-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, run-start-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
        move 0 to db-status
    end-if.

*> the first unmet link, in dependency order, is the one reported
check-prerequisites.
    move 1 to prereq-met-flag.
    move spaces to hold-reason.
    move SQLITE3-STMT-OPEN(db-handle,
        "select upper(dep_type), prereq_name from schedule_dependency where entry_name = ? order by dep_id",
        dep-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(dep-stmt, bind-param-1, trim(entry-name)) to db-status.
    move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result.
    perform until not DEP_ROW or not PREREQS-MET
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,dep-type) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,prereq-name) to bool
        move PREREQ-STATE(db-handle, dep-type, trim(prereq-name), busdate-iso,
            prereq-word) to prereq-met-flag
        if not PREREQS-MET then
            string trim(dep-type) " " trim(prereq-name) " " trim(prereq-word)
                delimited by size into hold-reason
            end-string
        end-if
        move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(dep-stmt) to db-status.
    move 0 to db-status.

*> held until the latest start time, then LATE and alerted
hold-or-late.
    perform check-latest-start.
    if PAST-LATEST-START then
        move "LATE" to disposition
        add 1 to late-count
        move -1 to system-rc
        move hold-reason to log-note
        display "DISPATCH ", trim(entry-name), " LATE -- waiting on ",
            trim(hold-reason)
        move spaces to alert-text
        string "scheduled run " trim(entry-name) " not started by "
            latest-num ": " trim(hold-reason)
            into alert-text
        end-string
        move ALERT-RAISE(db-handle, "batch-dispatch", trim(entry-name), "E",
            alert-text, business-date) to alert-bool
        perform write-dispatch-log
    else
        add 1 to held-count
        display "DISPATCH ", trim(entry-name), " HELD -- waiting on ",
            trim(hold-reason)
        perform write-held-log
    end-if.

*> latest_start is HHMM on the business date; blank is end of day,
*> and a business date the calendar has already passed is past it
check-latest-start.
    move 0 to past-latest-flag.
    if latest-start numeric then
        move latest-start to latest-num
    else
        move 2359 to latest-num
    end-if.
    move function current-date to clock-now.
    evaluate true
        when clock-now(1:8) > busdate-text
            move 1 to past-latest-flag
        when clock-now(1:8) = busdate-text and clock-now(9:4) >= latest-num
            move 1 to past-latest-flag
    end-evaluate.

*> one HELD row per entry per business date, refreshed with the link
*> it is waiting on at each look
write-held-log.
    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update dispatch_log set note = ?, run_ts = ? where sched_id = ? and business_date = ? and disposition = 'HELD'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(hold-reason)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, run-ts) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, sched-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, busdate-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    if rows-changed = 0 then
        move "HELD" to disposition
        move 0 to system-rc
        move hold-reason to log-note
        perform write-dispatch-log
    end-if.
    move 0 to db-status.

write-dispatch-log.
    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into dispatch_log (sched_id, entry_name, business_date, disposition, run_ts, return_code, note) values (?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, sched-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(disposition)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, run-ts) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, system-rc) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(log-note)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
