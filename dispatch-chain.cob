GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 dispatch-chain.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob dispatch-utils.cob
*>***************************************
*> Today's dispatch chain, for the operator asking "why hasn't payroll
*> started": every enabled run_schedule entry in sched_id order with
*> where it stands for the business date per dispatch_log (DISPATCHED,
*> FAILED, HELD, LATE, SKIPPED as not due, or NOT YET when the
*> dispatcher hasn't looked), then each prerequisite it waits on from
*> schedule_dependency -- another entry's clean run, or a feed's
*> arrival -- judged by the same PREREQ-STATE batch-dispatch holds on,
*> with the first unmet link marked HOLDING.  For a held or late entry
*> the chain is walked back through held predecessors to the link at
*> the bottom of it -- the failed job or the feed that never came --
*> and printed as "held up by".  Output goes to "-out" (default
*> dispatch-chain.rpt), registered in report_registry.  RETURN-CODE 1
*> when anything in today's chain is held, late, or failed.
identification division.
    program-id. dispatch-chain.
    REMARKS. Dependency-graph listing of today's schedule and what holds it up.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION PREREQ-STATE
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "dispatch-chain.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.

    01 sched-stmt        PIC 9(18) COMP.
    01 sched-step-result pic s9(9) comp.
        88  SCHED_ROW value is 100.
    01 dep-stmt        PIC 9(18) COMP.
    01 dep-step-result pic s9(9) comp.
        88  DEP_ROW value is 100.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 clock-now pic x(26).

    01 entry-name pic x(30).
    01 latest-start pic x(4).
    01 today-disposition pic x(12).
    01 today-ts pic x(26).
    01 today-rc pic s9(9) comp.
    01 today-note pic x(60).

    01 dep-type pic x(4).
    01 prereq-name pic x(30).
    01 prereq-word pic x(16).
    01 prereq-met pic 9.
    01 holding-marked pic 9.

    01 walk-name pic x(30).
    01 walk-depth pic 99.
    01 walk-done pic 9.
    01 unmet-found pic 9.
    01 unmet-type pic x(4).
    01 unmet-name pic x(30).
    01 unmet-word pic x(16).

    01 entry-count pic 9(5) value 0.
    01 trouble-count pic 9(5) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-2.
        05 filler pic x(31) value "ENTRY".
        05 filler pic x(13) value "TODAY".
        05 filler pic x(7)  value "AT".
        05 filler pic x(6)  value "   RC".
        05 filler pic x(7)  value "LATEST".
        05 filler pic x(40) value "NOTE".
    01 entry-line.
        05 el-name pic x(30).
        05 filler pic x value space.
        05 el-disposition pic x(12).
        05 filler pic x value space.
        05 el-at pic x(5).
        05 filler pic xx value spaces.
        05 el-rc pic ---9.
        05 filler pic xx value spaces.
        05 el-latest pic x(4).
        05 filler pic xxx value spaces.
        05 el-note pic x(44).
    01 prereq-line.
        05 filler pic x(6) value "    <-".
        05 filler pic x value space.
        05 pl-type pic x(5).
        05 pl-name pic x(30).
        05 filler pic x value space.
        05 pl-word pic x(16).
        05 pl-marker pic x(12).
    01 root-line.
        05 filler pic x(18) value "    held up by:   ".
        05 rl-type pic x(5).
        05 rl-name pic x(30).
        05 filler pic x value space.
        05 rl-word pic x(16).
    01 total-line.
        05 filler pic x(18) value "ENTRIES: ".
        05 total-entries pic zzzz9.
        05 filler pic x(24) value "   HELD/LATE/FAILED: ".
        05 total-trouble pic zzzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move ARGPARSE-GET-ARG1(db-file-name) to flag-found
    end-if.
    if db-file-name = space or db-file-name = low-value then
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "dispatch-chain: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move function current-date to clock-now.

    open output report-file.
    move spaces to report-line.
    string "DISPATCH CHAIN -- business date " business-date
        " as of " clock-now(9:2) ":" clock-now(11:2)
        into report-line
    end-string.
    write report-line.
    write report-line from hdr-line-2.

    move SQLITE3-STMT-OPEN(db-handle,
        "select entry_name, coalesce(latest_start, '') from run_schedule where enabled = 1 order by sched_id",
        sched-stmt) to db-status.
    if db-status not = 0 then
        display "dispatch-chain: schedule read failed, status ", db-status
        close report-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-STEP(sched-stmt) to sched-step-result.
    perform until not SCHED_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(sched-stmt,col-idx,entry-name) to bool
        move 1 to col-idx
        move spaces to latest-start
        move SQLITE3-COLUMN-TEXT(sched-stmt,col-idx,latest-start) to bool
        perform list-one-entry
        move SQLITE3-STMT-STEP(sched-stmt) to sched-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(sched-stmt) to db-status.

    move spaces to report-line.
    write report-line.
    move entry-count to total-entries.
    move trouble-count to total-trouble.
    write report-line from total-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "dispatch-chain: ", entry-count, " entries, ", trouble-count,
        " held, late, or failed -- report in ", trim(report-file-name).
    if trouble-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -out " trim(report-file-name)
        into registry-params end-string.
    move entry-count to registry-lines.
    move REPORT-REGISTER(db-handle, "dispatch-chain", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

list-one-entry.
    add 1 to entry-count.
    perform get-today-status.
    move entry-name to el-name.
    move today-disposition to el-disposition.
    if today-ts = spaces then
        move spaces to el-at
    else
        move spaces to el-at
        string today-ts(9:2) ":" today-ts(11:2) delimited by size into el-at
        end-string
    end-if.
    move today-rc to el-rc.
    move latest-start to el-latest.
    move today-note to el-note.
    write report-line from entry-line.
    if today-disposition = "HELD" or today-disposition = "LATE"
       or today-disposition = "FAILED" then
        add 1 to trouble-count
    end-if.

    move 0 to holding-marked.
    move SQLITE3-STMT-OPEN(db-handle,
        "select upper(dep_type), prereq_name from schedule_dependency where entry_name = ? order by dep_id",
        dep-stmt) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(dep-stmt, bind-param-1, trim(entry-name)) to db-status
        move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result
        perform until not DEP_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,dep-type) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,prereq-name) to bool
            move PREREQ-STATE(db-handle, dep-type, trim(prereq-name), busdate-iso,
                prereq-word) to prereq-met
            move dep-type to pl-type
            move prereq-name to pl-name
            move prereq-word to pl-word
            move spaces to pl-marker
            if prereq-met = 0 and holding-marked = 0 then
                move "<== HOLDING" to pl-marker
                move 1 to holding-marked
            end-if
            write report-line from prereq-line
            move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(dep-stmt) to db-status
    end-if.
    if holding-marked = 1
       and (today-disposition = "HELD" or today-disposition = "LATE"
            or today-disposition = "NOT YET") then
        perform walk-to-root
    end-if.

*> the latest dispatch_log word on the entry for the business date
get-today-status.
    move "NOT YET" to today-disposition.
    move spaces to today-ts.
    move spaces to today-note.
    move 0 to today-rc.
    move SQLITE3-STMT-OPEN(db-handle,
        "select disposition, coalesce(run_ts, ''), coalesce(return_code, 0), coalesce(note, '') from dispatch_log where entry_name = ? and business_date = ? and disposition <> 'MISSED' order by id desc limit 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(entry-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, busdate-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,today-disposition) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,today-ts) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to today-rc
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,today-note) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> follow the first unmet link back while it is itself a held or
*> late job; where the walk stops is what is actually in the way
walk-to-root.
    move entry-name to walk-name.
    move 0 to walk-depth.
    move 0 to walk-done.
    perform until walk-done = 1
        perform find-first-unmet
        evaluate true
            when unmet-found = 0
                move 1 to walk-done
            when unmet-type = "JOB"
                 and (unmet-word = "HELD" or unmet-word = "LATE" or unmet-word = "NOT RUN")
                 and walk-depth < 10
                move unmet-name to walk-name
                add 1 to walk-depth
            when other
                move 1 to walk-done
        end-evaluate
    end-perform.
    if walk-depth > 0 or unmet-found = 1 then
        move unmet-type to rl-type
        move unmet-name to rl-name
        move unmet-word to rl-word
        write report-line from root-line
    end-if.

find-first-unmet.
    move 0 to unmet-found.
    move SQLITE3-STMT-OPEN(db-handle,
        "select upper(dep_type), prereq_name from schedule_dependency where entry_name = ? order by dep_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(walk-name)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or unmet-found = 1
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,dep-type) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,prereq-name) to bool
        move PREREQ-STATE(db-handle, dep-type, trim(prereq-name), busdate-iso,
            prereq-word) to prereq-met
        if prereq-met = 0 then
            move 1 to unmet-found
            move dep-type to unmet-type
            move prereq-name to unmet-name
            move prereq-word to unmet-word
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

end program dispatch-chain.
