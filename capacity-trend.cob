GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 capacity-trend.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob alert-utils.cob
*>***************************************
*> Growth trend and capacity forecast over capacity-snapshot's
*> history.  The window is the last "-weeks" weeks (default 12) ending
*> at the newest snapshot on or before the business date, measured
*> against the oldest snapshot inside the window:
*>
*>   TABLE GROWTH     every table's rows now and at the start of the
*>                    window, growth, growth per week and percent --
*>                    fastest-growing first, so the table to worry
*>                    about is on the top line, not buried in the
*>                    alphabet.  A table created inside the window is
*>                    marked NEW.
*>   WEEKLY TOTALS    one line per week (the last snapshot of each):
*>                    total rows, database bytes, free pages.
*>   FILE FORECAST    each measured file's bytes now, its daily growth
*>                    rate over the window, its ceiling from
*>                    capacity_threshold (migration 146) and the days
*>                    left until it reaches it at that rate.
*>
*> A file projected to reach its ceiling inside "-warn-days" days
*> (default 60) -- or already past it -- raises a severity-W alert into
*> alert_queue (code CAPACITY-<file>), so it lands in the morning
*> reading while there's still time to buy disk or purge.  A file with
*> no ceiling configured, or not growing, is listed but never warned.
*> Output goes to "-out" (default capacity-trend.rpt), registered in
*> report_registry.  RETURN-CODE 1 when there is no snapshot to read;
*> a warning is the alert's business, not a failed run.
identification division.
    program-id. capacity-trend.
    REMARKS. Table growth trend and days-to-threshold forecast per file.

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
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ALERT-RAISE
    FUNCTION ARGPARSE-GET-FLAG
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
    01 report-file-name pic x(256) value "capacity-trend.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 window-weeks pic 9(3) value 12.
    01 warn-days pic 9(5) value 60.
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.

    01 stmt-handle        PIC 9(18) COMP.
    01 redefines stmt-handle.
        05 stmt-object-ptr usage pointer.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 sql-text pic x(1024).

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 latest-iso pic x(10).
    01 base-iso pic x(10).
    01 window-offset pic x(16).
    01 window-days-disp pic 9(5).
    01 span-days pic s9(9) comp.
    01 span-edit pic zzzz9.

    01 object-name pic x(64).
    01 measure-now pic s9(18) comp.
    01 measure-then pic s9(18) comp.
    01 growth pic s9(18) comp.
    01 new-flag pic s9(9) comp.
    01 per-week pic s9(15)v99 comp-3.
    01 growth-pct pic s9(7)v9 comp-3.
    01 free-pages pic s9(18) comp.
    01 max-bytes pic s9(18) comp.
    *> byte counts run past what SQLITE3-COLUMN-INT64 hands back
    *> intact, so the big measures come across as text
    01 big-text pic x(24).
    01 big-value pic s9(18) comp.
    01 per-day pic s9(15)v99 comp-3.
    01 days-left pic s9(9) comp.
    01 reach-date pic 9(8).
    01 reach-iso pic x(10).

    01 table-count pic 9(5) value 0.
    01 file-count pic 9(5) value 0.
    01 warn-count pic 9(5) value 0.
    01 line-count pic 9(5) value 0.

    01 alert-code pic x(40).
    01 alert-text pic x(200).
    01 alert-bool pic 9.
    01 bytes-edit pic z(14)9.
    01 days-edit pic zzzz9.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 table-head.
        05 filler pic x(33) value "TABLE".
        05 filler pic x(11) value "   ROWS NOW".
        05 filler pic x(14) value "     ROWS THEN".
        05 filler pic x(14) value "        GROWTH".
        05 filler pic x(12) value "    PER WEEK".
        05 filler pic x(9)  value "      PCT".
    01 table-line.
        05 tl-name pic x(32).
        05 filler pic x value space.
        05 tl-now pic zzz,zzz,zz9.
        05 filler pic xxx value spaces.
        05 tl-then pic zzz,zzz,zz9.
        05 filler pic xx value spaces.
        05 tl-growth pic -zzz,zzz,zz9.
        05 filler pic xx value spaces.
        05 tl-per-week pic -z,zzz,zz9.
        05 filler pic x value space.
        05 tl-pct pic -zzzz9.9.
        05 filler pic x value space.
        05 tl-flag pic x(4).
    01 week-head.
        05 filler pic x(16) value "SNAPSHOT".
        05 filler pic x(13) value "   TOTAL ROWS".
        05 filler pic x(18) value "    DATABASE BYTES".
        05 filler pic x(14) value "    FREE PAGES".
    01 week-line.
        05 wl-date pic x(10).
        05 filler pic x(6) value spaces.
        05 wl-rows pic z,zzz,zzz,zz9.
        05 filler pic x(3) value spaces.
        05 wl-bytes pic zzz,zzz,zzz,zz9.
        05 filler pic x(3) value spaces.
        05 wl-free pic zzz,zzz,zz9.
    01 file-head.
        05 filler pic x(16) value "FILE".
        05 filler pic x(15) value "      BYTES NOW".
        05 filler pic x(16) value "   BYTES PER DAY".
        05 filler pic x(16) value "       THRESHOLD".
        05 filler pic x(12) value "   DAYS LEFT".
        05 filler pic x(12) value "  REACHED BY".
    01 file-line.
        05 fl-name pic x(16).
        05 fl-now pic zzz,zzz,zzz,zz9.
        05 filler pic x value space.
        05 fl-per-day pic -zzz,zzz,zz9.99.
        05 filler pic x value space.
        05 fl-max pic zzz,zzz,zzz,zz9.
        05 filler pic x(3) value spaces.
        05 fl-days pic x(9).
        05 filler pic xx value spaces.
        05 fl-reach pic x(10).
        05 filler pic x value space.
        05 fl-flag pic x(8).

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
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("weeks", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to window-weeks
    end-if.
    if window-weeks < 1 then
        move 1 to window-weeks
    end-if.
    move ARGPARSE-GET-FLAG("warn-days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to warn-days
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "capacity-trend: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    perform find-window.
    if latest-iso = spaces then
        display "capacity-trend: no capacity snapshot on or before ", busdate-iso
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    open output report-file.
    move span-days to span-edit.
    move spaces to report-line.
    string "CAPACITY TREND -- snapshot " latest-iso ", measured from "
        base-iso " (" trim(span-edit) " days)"
        delimited by size into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    write report-line.

    move "TABLE GROWTH (fastest first)" to report-line.
    write report-line.
    write report-line from table-head.
    perform list-table-growth.

    move spaces to report-line.
    write report-line.
    move "WEEKLY TOTALS" to report-line.
    write report-line.
    write report-line from week-head.
    perform list-weekly-totals.

    move spaces to report-line.
    write report-line.
    move "FILE FORECAST" to report-line.
    write report-line.
    write report-line from file-head.
    perform forecast-files.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "TABLES " table-count ", FILES " file-count
        ", UNDER " warn-days " DAYS " warn-count
        delimited by size into report-line
    end-string.
    write report-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "capacity-trend: ", table-count, " table(s), ", file-count,
        " file(s), ", warn-count, " under ", warn-days,
        " day(s) -- report in ", trim(report-file-name).
    move 0 to return-code.
    stop run.

*> the newest snapshot on or before the business date, and the oldest
*> one inside the window ending there
find-window.
    move spaces to latest-iso.
    move spaces to base-iso.
    move 0 to span-days.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(business_date), '') from capacity_snapshot where business_date <= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, busdate-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,latest-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if latest-iso = spaces then
        exit paragraph
    end-if.
    compute window-days-disp = window-weeks * 7.
    move spaces to window-offset.
    string "-" window-days-disp " days" delimited by size into window-offset
    end-string.
    move SQLITE3-STMT-OPEN(db-handle,
        "select min(business_date), cast(julianday(?1) - julianday(min(business_date)) as integer) from capacity_snapshot where business_date >= date(?1, ?2) and business_date <= ?1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, latest-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, window-offset) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,base-iso) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to span-days
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if base-iso = spaces then
        move latest-iso to base-iso
    end-if.

*> tables in the latest snapshot against the window's first; one that
*> wasn't there yet grew from nothing
list-table-growth.
    move SQLITE3-STMT-OPEN(db-handle,
        "select t.object_name, t.measure, coalesce(b.measure, 0), t.measure - coalesce(b.measure, 0) as growth, case when b.object_name is null then 1 else 0 end from capacity_snapshot t left join capacity_snapshot b on b.business_date = ?2 and b.object_type = 'TABLE' and b.object_name = t.object_name where t.business_date = ?1 and t.object_type = 'TABLE' order by growth desc, t.object_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, latest-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, base-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to object-name
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,object-name) to bool
        move 1 to col-idx
        perform read-big-column
        move big-value to measure-now
        move 2 to col-idx
        perform read-big-column
        move big-value to measure-then
        move 3 to col-idx
        perform read-big-column
        move big-value to growth
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to new-flag
        perform write-table-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

write-table-line.
    add 1 to table-count.
    move object-name to tl-name.
    move measure-now to tl-now.
    move measure-then to tl-then.
    move growth to tl-growth.
    move 0 to per-week.
    if span-days > 0 then
        compute per-week rounded = growth * 7 / span-days
    end-if.
    move per-week to tl-per-week.
    move 0 to growth-pct.
    if measure-then > 0 then
        compute growth-pct rounded = growth * 100 / measure-then
    end-if.
    move growth-pct to tl-pct.
    if new-flag = 1 and span-days > 0 then
        move "NEW" to tl-flag
    else
        move spaces to tl-flag
    end-if.
    write report-line from table-line.
    add 1 to line-count.

*> the last snapshot of each week back from the latest one
list-weekly-totals.
    move spaces to sql-text.
    string "select s.business_date, "
        "sum(case when s.object_type = 'TABLE' then s.measure else 0 end), "
        "max(case when s.object_type = 'FILE' and s.object_name = 'DATABASE' then s.measure else 0 end), "
        "max(case when s.object_type = 'PAGES' and s.object_name = 'freelist_count' then s.measure else 0 end) "
        "from capacity_snapshot s where s.business_date in "
        "(select max(w.business_date) from capacity_snapshot w "
        "where w.business_date >= date(?1, ?2) and w.business_date <= ?1 "
        "group by cast((julianday(?1) - julianday(w.business_date)) / 7 as integer)) "
        "group by s.business_date order by s.business_date"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, latest-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, window-offset) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,wl-date) to bool
        move 1 to col-idx
        perform read-big-column
        move big-value to measure-now
        move measure-now to wl-rows
        move 2 to col-idx
        perform read-big-column
        move big-value to measure-now
        move measure-now to wl-bytes
        move 3 to col-idx
        perform read-big-column
        move big-value to free-pages
        move free-pages to wl-free
        write report-line from week-line
        add 1 to line-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

forecast-files.
    move SQLITE3-STMT-OPEN(db-handle,
        "select s.object_name, s.measure, coalesce(b.measure, s.measure), coalesce(t.max_bytes, 0) from capacity_snapshot s left join capacity_snapshot b on b.business_date = ?2 and b.object_type = 'FILE' and b.object_name = s.object_name left join capacity_threshold t on t.object_name = s.object_name where s.business_date = ?1 and s.object_type = 'FILE' order by s.object_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, latest-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, base-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to object-name
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,object-name) to bool
        move 1 to col-idx
        perform read-big-column
        move big-value to measure-now
        move 2 to col-idx
        perform read-big-column
        move big-value to measure-then
        move 3 to col-idx
        perform read-big-column
        move big-value to max-bytes
        perform forecast-one-file
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> days left = headroom / bytes a day over the window; only a growing
*> file with a ceiling gets a date
forecast-one-file.
    add 1 to file-count.
    move object-name to fl-name.
    move measure-now to fl-now.
    move 0 to per-day.
    if span-days > 0 then
        compute per-day rounded = (measure-now - measure-then) / span-days
    end-if.
    move per-day to fl-per-day.
    move max-bytes to fl-max.
    move spaces to fl-days.
    move spaces to fl-reach.
    move spaces to fl-flag.
    evaluate true
        when max-bytes = 0
            move "  NO MAX" to fl-days
        when measure-now >= max-bytes
            move 0 to days-left
            move "     NONE" to fl-days
            move "OVER" to fl-flag
            perform raise-capacity-alert
        when per-day <= 0
            move "   STEADY" to fl-days
        when other
            compute days-left = (max-bytes - measure-now) / per-day
            move days-left to days-edit
            move days-edit to fl-days(5:5)
            move SQLITE3-DATE-TO-COBOL(latest-iso) to reach-date
            compute reach-date = function date-of-integer(
                function integer-of-date(reach-date) + days-left)
            move SQLITE3-COBOL-TO-DATE(reach-date) to reach-iso
            move reach-iso to fl-reach
            if days-left < warn-days then
                move "WARNING" to fl-flag
                perform raise-capacity-alert
            end-if
    end-evaluate.
    write report-line from file-line.
    add 1 to line-count.

raise-capacity-alert.
    add 1 to warn-count.
    move spaces to alert-code.
    string "CAPACITY-" trim(object-name) delimited by size into alert-code
    end-string.
    move max-bytes to bytes-edit.
    move spaces to alert-text.
    if fl-flag = "OVER" then
        string trim(object-name) " is at or over its "
            trim(bytes-edit) "-byte threshold"
            delimited by size into alert-text
        end-string
    else
        move days-left to days-edit
        string trim(object-name) " projected to reach its "
            trim(bytes-edit) "-byte threshold in " trim(days-edit)
            " days (" reach-iso ")"
            delimited by size into alert-text
        end-string
    end-if.
    move ALERT-RAISE(db-handle, "capacity-trend", alert-code, "W",
        alert-text, business-date) to alert-bool.

read-big-column.
    move spaces to big-text.
    move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,big-text) to bool.
    move 0 to big-value.
    if big-text not = spaces then
        compute big-value = numval(big-text)
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -weeks " window-weeks
        " -warn-days " warn-days " -out " trim(report-file-name)
        delimited by size into registry-params
    end-string.
    move line-count to registry-lines.
    move REPORT-REGISTER(db-handle, "capacity-trend", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program capacity-trend.
