GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 ops-housekeeping.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> Retention housekeeping for the operational log tables.  audit_log
*> has audit-archival; perf_log, batch_run_log, batch_progress,
*> dispatch_log, alert_queue, interface_log, report_registry and
*> feed_control just grew, and slow-query-report and batch-run-report
*> got slower every month with them.  retention_policy (migration 150)
*> says, per table, which column dates a row, how many days back from
*> the business date to keep, and whether aged rows are ARCHIVEd --
*> copied into the companion operational archive ("-archive-db",
*> default ops-archive.sdb, ATTACHed the way audit-archival attaches
*> its own) before the delete -- or simply DELETEd.  Dates are compared
*> on their first eight digits, so an ISO business_date and a
*> current-date timestamp both work; a row with no date is never aged.
*>
*> Each table is one transaction with before/after counts: the copy
*> must land exactly the rows the delete then removes, or the table is
*> rolled back and left as it was.  An aged row something still
*> depends on is held, whatever the policy says:
*>
*>   report_registry  until report-archive has captured the report
*>                    (archived not 0) -- the registry row is what
*>                    report-distribution reprints from
*>   batch_run_log    the latest run, and each step's last 20 clean
*>                    runs -- batch-duration-check's baseline window
*>   alert_queue      until alert-spool has delivered it
*>   feed_control     a LOADING row -- a load that never finished
*>   batch_progress   a row carrying an unanswered stop request
*>
*> The summary (table, action, cutoff, before, aged, held, removed,
*> after) goes to "-out" (default ops-housekeeping.rpt), registered in
*> report_registry, and every table that lost rows is recorded in
*> audit_log.  Runs nightly as runbatch's "housekeeping" program step.
*> RETURN-CODE 1 when any table's policy failed and was rolled back.
identification division.
    program-id. ops-housekeeping.
    REMARKS. Policy-driven archive or purge of aged operational log rows.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-ATTACH
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
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
    01 archive-db-name pic x(256) value "ops-archive.sdb".
    01 report-file-name pic x(256) value "ops-housekeeping.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 redefines stmt-handle.
        05 stmt-object-ptr usage pointer.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).

    *> the policies, read off before any table is touched
    01 num-policies pic 99 value 0.
    01 policy-table.
        05 policy-entry occurs 50 times.
            10 pol-table pic x(40).
            10 pol-date-column pic x(40).
            10 pol-keep-days pic s9(9) comp.
            10 pol-action pic x(8).
    01 pol-ix pic 99.

    01 cutoff-date pic 9(8).
    01 found-count pic s9(9) comp.
    01 aged-where pic x(200).
    01 guard-where pic x(600).
    01 exec-sql pic x(4096).
    01 column-list pic x(2000).
    01 column-name pic x(64).
    01 column-ptr pic 9(4).

    01 before-count pic s9(9) comp.
    01 aged-count pic s9(9) comp.
    01 removable-count pic s9(9) comp.
    01 copied-count pic s9(9) comp.
    01 deleted-count pic s9(9) comp.
    01 after-count pic s9(9) comp.
    01 table-result pic x(12).
    01 failed-count pic 9(5) value 0.
    01 removed-total pic 9(9) value 0.
    01 table-count pic 9(5) value 0.

    01 audit-text pic x(256).
    01 audit-bool pic 9.
    01 zero-status pic s9(9) comp value 0.
    01 count-edit pic zzzzzzzz9.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hk-head.
        05 filler pic x(21) value "TABLE".
        05 filler pic x(8)  value "ACTION".
        05 filler pic x(5)  value " KEEP".
        05 filler pic x(11) value "  CUTOFF".
        05 filler pic x(10) value "   BEFORE".
        05 filler pic x(10) value "     AGED".
        05 filler pic x(10) value "     HELD".
        05 filler pic x(10) value "  REMOVED".
        05 filler pic x(9)  value "    AFTER".
        05 filler pic x(8)  value "  RESULT".
    01 hk-line.
        05 hl-table pic x(20).
        05 filler pic x value space.
        05 hl-action pic x(8).
        05 hl-keep pic zzzz9.
        05 filler pic x value space.
        05 filler pic x value space.
        05 hl-cutoff pic 9(8).
        05 filler pic x value space.
        05 hl-before pic zzzzzzzz9.
        05 filler pic x value space.
        05 hl-aged pic zzzzzzzz9.
        05 filler pic x value space.
        05 hl-held pic zzzzzzzz9.
        05 filler pic x value space.
        05 hl-removed pic zzzzzzzz9.
        05 filler pic x value space.
        05 hl-after pic zzzzzzzz9.
        05 filler pic xx value spaces.
        05 hl-result pic x(12).

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("archive-db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to archive-db-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "ops-housekeeping: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    move SQLITE3-ATTACH(db-handle, archive-db-name, "arch") to db-status.
    if db-status not = 0 then
        display "ops-housekeeping: attach of ", trim(archive-db-name),
            " failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    perform load-policies.

    open output report-file.
    move spaces to report-line.
    string "OPERATIONAL LOG HOUSEKEEPING -- business date " busdate-iso
        ", archive " trim(archive-db-name)
        delimited by size into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    write report-line.
    write report-line from hk-head.

    perform varying pol-ix from 1 by 1 until pol-ix > num-policies
        perform housekeep-one-table
    end-perform.

    move spaces to report-line.
    write report-line.
    move removed-total to count-edit.
    move spaces to report-line.
    string "TABLES " table-count ", ROWS REMOVED " trim(count-edit)
        ", FAILED " failed-count
        delimited by size into report-line
    end-string.
    write report-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "ops-housekeeping: ", table-count, " table(s), ",
        trim(count-edit), " row(s) removed, ", failed-count,
        " failed -- report in ", trim(report-file-name).
    if failed-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

load-policies.
    move 0 to num-policies.
    move SQLITE3-STMT-OPEN(db-handle,
        "select table_name, date_column, coalesce(keep_days, 0), upper(coalesce(action, 'DELETE')) from retention_policy where coalesce(enabled, 1) = 1 order by table_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "ops-housekeeping: no retention_policy table -- nothing to do"
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or num-policies >= 50
        add 1 to num-policies
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pol-table(num-policies)) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pol-date-column(num-policies)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to pol-keep-days(num-policies)
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pol-action(num-policies)) to bool
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

housekeep-one-table.
    add 1 to table-count.
    move 0 to before-count.
    move 0 to aged-count.
    move 0 to removable-count.
    move 0 to deleted-count.
    move 0 to after-count.
    move spaces to table-result.
    compute cutoff-date = function date-of-integer(
        function integer-of-date(business-date) - pol-keep-days(pol-ix)).

    perform check-policy-names.
    if table-result not = spaces then
        perform write-table-line
        exit paragraph
    end-if.
    if pol-keep-days(pol-ix) < 1 then
        move "BAD KEEP" to table-result
        perform write-table-line
        exit paragraph
    end-if.

    move spaces to aged-where.
    string trim(pol-date-column(pol-ix)) " is not null and substr(replace("
        trim(pol-date-column(pol-ix)) ", '-', ''), 1, 8) < '" cutoff-date "'"
        delimited by size into aged-where
    end-string.
    perform build-guard.

    move spaces to exec-sql.
    string "select count(*) from " trim(pol-table(pol-ix))
        delimited by size into exec-sql
    end-string.
    perform count-rows.
    move found-count to before-count.
    move spaces to exec-sql.
    string "select count(*) from " trim(pol-table(pol-ix)) " where "
        trim(aged-where)
        delimited by size into exec-sql
    end-string.
    perform count-rows.
    move found-count to aged-count.
    move spaces to exec-sql.
    string "select count(*) from " trim(pol-table(pol-ix)) " where "
        trim(aged-where) " and (" trim(guard-where) ")"
        delimited by size into exec-sql
    end-string.
    perform count-rows.
    move found-count to removable-count.

    if removable-count = 0 then
        move before-count to after-count
        move "NOTHING AGED" to table-result
        if aged-count > 0 then
            move "ALL HELD" to table-result
        end-if
        perform write-table-line
        exit paragraph
    end-if.

    move SQLITE3-BEGIN(db-handle) to db-status.
    if pol-action(pol-ix) = "ARCHIVE" then
        perform archive-aged-rows
        if table-result not = spaces then
            move SQLITE3-ROLLBACK(db-handle) to db-status
            perform table-failed
            exit paragraph
        end-if
    end-if.

    move spaces to exec-sql.
    string "delete from " trim(pol-table(pol-ix)) " where "
        trim(aged-where) " and (" trim(guard-where) ")"
        delimited by size into exec-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, exec-sql, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to deleted-count.
    if db-status not = 0 or deleted-count not = removable-count then
        display "ops-housekeeping: ", trim(pol-table(pol-ix)),
            " delete out of balance: deleted ", deleted-count, " of ",
            removable-count, " ", trim(error-message)
        move SQLITE3-ROLLBACK(db-handle) to db-status
        move "OUT OF BAL" to table-result
        perform table-failed
        exit paragraph
    end-if.
    move SQLITE3-COMMIT(db-handle) to db-status.
    if db-status not = 0 then
        move SQLITE3-ROLLBACK(db-handle) to db-status
        move "COMMIT FAIL" to table-result
        perform table-failed
        exit paragraph
    end-if.

    move spaces to exec-sql.
    string "select count(*) from " trim(pol-table(pol-ix))
        delimited by size into exec-sql
    end-string.
    perform count-rows.
    move found-count to after-count.
    add deleted-count to removed-total.
    if pol-action(pol-ix) = "ARCHIVE" then
        move "ARCHIVED" to table-result
    else
        move "DELETED" to table-result
    end-if.
    perform write-table-line.

    move deleted-count to count-edit.
    move spaces to audit-text.
    if pol-action(pol-ix) = "ARCHIVE" then
        string "ops housekeeping archived " trim(count-edit) " "
            trim(pol-table(pol-ix)) " rows dated before " cutoff-date
            " to " trim(archive-db-name)
            delimited by size into audit-text
        end-string
    else
        string "ops housekeeping deleted " trim(count-edit) " "
            trim(pol-table(pol-ix)) " rows dated before " cutoff-date
            delimited by size into audit-text
        end-string
    end-if.
    move SQLITE3-AUDIT-LOG(db-handle, audit-text, "ops-housekeeping",
        zero-status, deleted-count) to audit-bool.

*> the policy names a table and column by text; both must exist before
*> either goes anywhere near a statement
check-policy-names.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from sqlite_master where type = 'table' and name = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, pol-table(pol-ix)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        move "NO TABLE" to table-result
        exit paragraph
    end-if.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pragma_table_info(?1, 'main') where name = ?2",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, pol-table(pol-ix)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, pol-date-column(pol-ix)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        move "NO COLUMN" to table-result
    end-if.

*> what an aged row must also satisfy before it may go -- the tables
*> other programs still lean on keep what they lean on
build-guard.
    move spaces to guard-where.
    evaluate trim(pol-table(pol-ix))
        when "report_registry"
            move "coalesce(archived, 0) <> 0" to guard-where
        when "batch_run_log"
            string "run_id <> (select l.run_id from batch_run_log l order by l.id desc limit 1)"
                " and not (coalesce(status, 1) = 0 and (select count(*) from batch_run_log n"
                " where n.step_name = batch_run_log.step_name and coalesce(n.status, 1) = 0"
                " and n.id > batch_run_log.id) < 20)"
                delimited by size into guard-where
            end-string
        when "alert_queue"
            move "coalesce(delivered, 0) = 1" to guard-where
        when "feed_control"
            move "coalesce(load_status, '') <> 'LOADING'" to guard-where
        when "batch_progress"
            move "coalesce(stop_requested, 0) = 0" to guard-where
        when other
            move "1 = 1" to guard-where
    end-evaluate.

*> the companion copy: the archive table is made on first use and
*> given any column the live table has gained since, then the aged
*> rows are copied by name and must all land
archive-aged-rows.
    move spaces to exec-sql.
    string "create table if not exists arch." trim(pol-table(pol-ix))
        " as select * from main." trim(pol-table(pol-ix)) " where 0"
        delimited by size into exec-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, exec-sql, error-message) to db-status.
    if db-status not = 0 then
        display "ops-housekeeping: ", trim(pol-table(pol-ix)),
            " archive table: ", trim(error-message)
        move "ARCH FAIL" to table-result
        exit paragraph
    end-if.
    perform build-column-list.
    if table-result not = spaces then
        exit paragraph
    end-if.
    move spaces to exec-sql.
    string "insert into arch." trim(pol-table(pol-ix)) " (" trim(column-list)
        ") select " trim(column-list) " from " trim(pol-table(pol-ix))
        " where " trim(aged-where) " and (" trim(guard-where) ")"
        delimited by size into exec-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, exec-sql, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to copied-count.
    if db-status not = 0 or copied-count not = removable-count then
        display "ops-housekeeping: ", trim(pol-table(pol-ix)),
            " copy out of balance: copied ", copied-count, " of ",
            removable-count, " ", trim(error-message)
        move "OUT OF BAL" to table-result
    end-if.

build-column-list.
    move spaces to column-list.
    move 1 to column-ptr.
    move SQLITE3-STMT-OPEN(db-handle,
        "select m.name, (select count(*) from pragma_table_info(?1, 'arch') a where a.name = m.name) from pragma_table_info(?1, 'main') m order by m.cid",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move "ARCH FAIL" to table-result
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, pol-table(pol-ix)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to column-name
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,column-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        if found-count = 0 then
            perform add-archive-column
        end-if
        if column-ptr > 1 then
            string ", " delimited by size into column-list
                with pointer column-ptr
            end-string
        end-if
        string trim(column-name) delimited by size into column-list
            with pointer column-ptr
        end-string
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

add-archive-column.
    move spaces to exec-sql.
    string "alter table arch." trim(pol-table(pol-ix)) " add column "
        trim(column-name)
        delimited by size into exec-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, exec-sql, error-message) to db-status.
    if db-status not = 0 then
        display "ops-housekeeping: ", trim(pol-table(pol-ix)),
            " archive column ", trim(column-name), ": ", trim(error-message)
        move "ARCH FAIL" to table-result
    end-if.

count-rows.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, exec-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

table-failed.
    add 1 to failed-count.
    move before-count to after-count.
    move 0 to deleted-count.
    perform write-table-line.

write-table-line.
    move pol-table(pol-ix) to hl-table.
    move pol-action(pol-ix) to hl-action.
    move pol-keep-days(pol-ix) to hl-keep.
    move cutoff-date to hl-cutoff.
    move before-count to hl-before.
    move aged-count to hl-aged.
    compute found-count = aged-count - removable-count.
    move found-count to hl-held.
    move deleted-count to hl-removed.
    move after-count to hl-after.
    move table-result to hl-result.
    write report-line from hk-line.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -archive-db " trim(archive-db-name)
        " -out " trim(report-file-name)
        delimited by size into registry-params
    end-string.
    move table-count to registry-lines.
    move REPORT-REGISTER(db-handle, "ops-housekeeping", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program ops-housekeeping.
