GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Schedule-entry prerequisites, shared by batch-dispatch (which holds
*> an entry until they are met) and dispatch-chain (which prints
*> today's chain and the link holding it up), so the two can never
*> disagree about whether a link is satisfied.  schedule_dependency
*> (migration 143) names, per run_schedule entry, what it waits on:
*>
*>   JOB   another schedule entry, which must have completed with
*>         return code 0 for the business date per dispatch_log.  An
*>         entry that was not due today (SKIPPED) owes nothing, and a
*>         predecessor that is disabled or not on the schedule at all
*>         cannot be waited for, so neither holds anything up.
*>   FEED  an expected_feed name (its file_pattern is used) or a file
*>         name pattern itself, which must have a LOADED feed_control
*>         row for the business date -- the same arrival test
*>         feed-arrival-check makes.
*>
*> Method:
*>    <met> PREREQ-STATE(<db-handle>, <dep-type>, <prereq-name>, <busdate-iso>, <state-out>)
*>        met is PIC 9, 1 satisfied, 0 not; state-out (x16) says why
*>        in a word or two: DONE, NOT DUE, NOT SCHEDULED, NOT RUN,
*>        FAILED RC nnn, HELD, LATE, ARRIVED, NOT ARRIVED.
*>***************************************************************************
identification division. function-id. PREREQ-STATE.
environment division. configuration section.
    repository.
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-COLUMN-INT
    function SQLITE3-COLUMN-TEXT
    function all intrinsic.
data division.
working-storage section.
    01 ps-stmt-handle PIC 9(18) COMP.
    01 redefines ps-stmt-handle.
        05 ps-stmt-object-ptr usage pointer.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  PS-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 ps-param-1 pic s9(9) comp value 1.
    01 ps-param-2 pic s9(9) comp value 2.
    01 text-bool pic 9.
    01 found-count pic s9(9) comp.
    01 last-disposition pic x(12).
    01 last-rc pic s9(9) comp.
    01 rc-edit pic zz9.
    01 file-pattern pic x(60).
linkage section.
    01 met-out pic 9.
    copy sqlite3-handles.
    01 dep-type pic x any length.
    01 prereq-name pic x any length.
    01 busdate-iso pic x(10).
    01 state-out pic x(16).

procedure division using db-handle, dep-type, prereq-name, busdate-iso,
        state-out returning met-out.
    move 0 to met-out.
    move spaces to state-out.
    if upper-case(trim(dep-type)) = "FEED" then
        perform check-feed
    else
        perform check-job
    end-if.
    goback returning met-out.

check-job.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from run_schedule where entry_name = ? and enabled = 1",
        ps-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-1, prereq-name) to open-status
        move SQLITE3-STMT-STEP(ps-stmt-handle) to step-result
        if PS-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(ps-stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(ps-stmt-handle) to open-status
    end-if.
    if found-count = 0 then
        move 1 to met-out
        move "NOT SCHEDULED" to state-out
        exit paragraph
    end-if.
    *> the latest word on the predecessor for the business date
    move spaces to last-disposition.
    move 0 to last-rc.
    move SQLITE3-STMT-OPEN(db-handle,
        "select disposition, coalesce(return_code, 0) from dispatch_log where entry_name = ? and business_date = ? and disposition <> 'MISSED' order by id desc limit 1",
        ps-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-1, prereq-name) to open-status
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-2, busdate-iso) to open-status
        move SQLITE3-STMT-STEP(ps-stmt-handle) to step-result
        if PS-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(ps-stmt-handle,col-idx,last-disposition) to text-bool
            move 1 to col-idx
            move SQLITE3-COLUMN-INT(ps-stmt-handle,col-idx) to last-rc
        end-if
        move SQLITE3-STMT-CLOSE(ps-stmt-handle) to open-status
    end-if.
    evaluate true
        when last-disposition = spaces
            move "NOT RUN" to state-out
        when last-disposition = "DISPATCHED" and last-rc = 0
            move 1 to met-out
            move "DONE" to state-out
        when last-disposition = "SKIPPED"
            move 1 to met-out
            move "NOT DUE" to state-out
        when last-disposition = "FAILED" or last-disposition = "DISPATCHED"
            move last-rc to rc-edit
            string "FAILED RC " trim(rc-edit) delimited by size into state-out
            end-string
        when other
            move last-disposition to state-out
    end-evaluate.

check-feed.
    move prereq-name to file-pattern.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(file_pattern, '') from expected_feed where feed_name = ?",
        ps-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-1, prereq-name) to open-status
        move SQLITE3-STMT-STEP(ps-stmt-handle) to step-result
        if PS-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(ps-stmt-handle,col-idx,file-pattern) to text-bool
            if file-pattern = spaces then
                move prereq-name to file-pattern
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(ps-stmt-handle) to open-status
    end-if.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from feed_control where file_name like ? and business_date = ? and load_status = 'LOADED'",
        ps-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-1, file-pattern) to open-status
        move SQLITE3-STMT-BIND-TEXT(ps-stmt-handle, ps-param-2, busdate-iso) to open-status
        move SQLITE3-STMT-STEP(ps-stmt-handle) to step-result
        if PS-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(ps-stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(ps-stmt-handle) to open-status
    end-if.
    if found-count > 0 then
        move 1 to met-out
        move "ARRIVED" to state-out
    else
        move "NOT ARRIVED" to state-out
    end-if.
end function PREREQ-STATE.
