GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 capacity-snapshot.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob
*>***************************************
*> Nightly capacity snapshot.  weekly-maintenance VACUUMs and says
*> nothing about size, and the disk scare in archive-retention's
*> history came from growth nobody was measuring.  This records, for
*> the business date, one capacity_snapshot row (migration 145) per
*> measured object:
*>
*>   TABLE  every table in sqlite_master, measure = its row count
*>   PAGES  the database's page_count, freelist_count and page_size
*>          pragmas, so a file that is mostly free pages after a purge
*>          reads as such instead of as growth
*>   FILE   byte sizes of the database itself (DATABASE), the audit
*>          and report archive companions (AUDIT-ARCHIVE, "-audit-db",
*>          default audit-archive.sdb; REPORT-ARCHIVE, "-report-db",
*>          default report-archive.sdb) and the dated
*>          <db>.archive.YYYYMMDD files together (DAILY-ARCHIVES, the
*>          same 400-day walk archive-retention makes).  A file that
*>          isn't there measures zero.
*>
*> The logical names are what capacity_threshold is keyed on, so the
*> forecast survives a file being renamed.  A re-run for the same
*> business date replaces that date's rows; the whole snapshot goes in
*> as one transaction.  capacity-trend reads the history.  RETURN-CODE
*> 1 when the database can't be opened or the snapshot didn't commit.
identification division.
    program-id. capacity-snapshot.
    REMARKS. Records table row counts, page pragmas and file sizes per business date.

environment division. configuration section.
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
    FUNCTION SQLITE3-STMT-RESET
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

data division.
working-storage section.
    01 db-file-name pic x(256).
    01 audit-db-name pic x(256) value "audit-archive.sdb".
    01 report-db-name pic x(256) value "report-archive.sdb".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 redefines stmt-handle.
        05 stmt-object-ptr usage pointer.
    01 insert-stmt        PIC 9(18) COMP.
    01 redefines insert-stmt.
        05 insert-stmt-object-ptr usage pointer.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 taken-ts pic x(26).
    01 count-sql pic x(256).

    *> the tables as sqlite_master lists them, read off before any
    *> counting so the walk isn't reading the catalog it writes under
    01 num-tables pic 9(4) value 0.
    01 table-list.
        05 table-name pic x(64) occurs 500 times.
    01 table-ix pic 9(4).

    01 object-type pic x(8).
    01 object-name pic x(64).
    01 measure pic s9(18) comp.
    01 measure-disp pic 9(18).
    01 pragma-name pic x(20).
    01 pragma-sql pic x(40).
    01 snapshot-failed pic 9 value 0.

    01 size-file-name pic x(256).
    01 cbl-status pic s9(9) comp.
    01 file-info.
        05 size-file-bytes pic x(8) comp-x.
        05 filler pic x(8).
    01 day-num pic s9(9) comp.
    01 scan-ix pic 9(4).
    01 scan-date pic 9(8).
    01 archive-bytes pic s9(18) comp.
    01 archive-files pic 9(4).
    01 database-bytes pic s9(18) comp.
    01 bytes-edit pic z(17)9.
    01 archive-bytes-edit pic z(17)9.
    01 count-edit pic zzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("audit-db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to audit-db-name
    end-if.
    move ARGPARSE-GET-FLAG("report-db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-db-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "capacity-snapshot: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move function current-date to taken-ts.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists capacity_snapshot (business_date text, object_type text, object_name text, measure integer, taken_ts text, primary key (business_date, object_type, object_name))",
        error-message) to db-status.

    perform list-tables.

    move SQLITE3-BEGIN(db-handle) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "delete from capacity_snapshot where business_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, busdate-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into capacity_snapshot (business_date, object_type, object_name, measure, taken_ts) values (?, ?, ?, ?, ?)",
        insert-stmt) to db-status.
    if db-status not = 0 then
        display "capacity-snapshot: capacity_snapshot insert would not prepare"
        move SQLITE3-ROLLBACK(db-handle) to db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    move "TABLE" to object-type.
    perform varying table-ix from 1 by 1 until table-ix > num-tables
        perform count-one-table
    end-perform.

    move "PAGES" to object-type.
    move "page_count" to pragma-name.
    perform measure-pragma.
    move "freelist_count" to pragma-name.
    perform measure-pragma.
    move "page_size" to pragma-name.
    perform measure-pragma.

    move "FILE" to object-type.
    move db-file-name to size-file-name.
    perform measure-file-size.
    move measure to database-bytes.
    move "DATABASE" to object-name.
    perform write-snapshot-row.
    move audit-db-name to size-file-name.
    perform measure-file-size.
    move "AUDIT-ARCHIVE" to object-name.
    perform write-snapshot-row.
    move report-db-name to size-file-name.
    perform measure-file-size.
    move "REPORT-ARCHIVE" to object-name.
    perform write-snapshot-row.
    perform measure-daily-archives.
    move archive-bytes to measure.
    move "DAILY-ARCHIVES" to object-name.
    perform write-snapshot-row.

    move SQLITE3-STMT-CLOSE(insert-stmt) to db-status.
    if snapshot-failed = 1 then
        move SQLITE3-ROLLBACK(db-handle) to db-status
        display "capacity-snapshot: snapshot for ", busdate-iso,
            " failed and was rolled back"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COMMIT(db-handle) to db-status.
    move SQLITE3-CLOSE(db-handle) to db-status.

    move num-tables to count-edit.
    move database-bytes to bytes-edit.
    move archive-bytes to archive-bytes-edit.
    display "capacity-snapshot: ", busdate-iso, " ", trim(count-edit),
        " table(s), database ", trim(bytes-edit), " bytes, ",
        archive-files, " daily archive(s) ", trim(archive-bytes-edit),
        " bytes".
    move 0 to return-code.
    stop run.

list-tables.
    move 0 to num-tables.
    move SQLITE3-STMT-OPEN(db-handle,
        "select name from sqlite_master where type = 'table' and name not like 'sqlite_%' order by name",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW or num-tables >= 500
            add 1 to num-tables
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,table-name(num-tables)) to bool
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

count-one-table.
    move 0 to measure.
    move spaces to count-sql.
    string "select count(*) from " quote trim(table-name(table-ix)) quote
        delimited by size into count-sql
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, count-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to measure
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move table-name(table-ix) to object-name.
    perform write-snapshot-row.

measure-pragma.
    move 0 to measure.
    move spaces to pragma-sql.
    string "pragma " trim(pragma-name) delimited by size into pragma-sql
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, pragma-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to measure
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move pragma-name to object-name.
    perform write-snapshot-row.

*> size-file-name's byte count into measure; missing measures zero
measure-file-size.
    move 0 to measure.
    call "CBL_CHECK_FILE_EXIST" using size-file-name, file-info
        returning cbl-status
    end-call.
    if cbl-status = 0 then
        move size-file-bytes to measure
    end-if.

*> the same walk archive-retention makes: every dated archive of this
*> database over the last 400 days, counted and summed
measure-daily-archives.
    move 0 to archive-bytes.
    move 0 to archive-files.
    compute day-num = function integer-of-date(business-date).
    perform varying scan-ix from 0 by 1 until scan-ix >= 400
        compute scan-date = function date-of-integer(day-num - scan-ix)
        move spaces to size-file-name
        string trim(db-file-name) ".archive." scan-date into size-file-name
        end-string
        call "CBL_CHECK_FILE_EXIST" using size-file-name, file-info
            returning cbl-status
        end-call
        if cbl-status = 0 then
            add 1 to archive-files
            add size-file-bytes to archive-bytes
        end-if
    end-perform.

write-snapshot-row.
    move measure to measure-disp.
    move SQLITE3-STMT-BIND-TEXT(insert-stmt, bind-param-1, busdate-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(insert-stmt, bind-param-2, object-type) to db-status.
    move SQLITE3-STMT-BIND-TEXT(insert-stmt, bind-param-3, object-name) to db-status.
    move SQLITE3-STMT-BIND-TEXT(insert-stmt, bind-param-4, measure-disp) to db-status.
    move SQLITE3-STMT-BIND-TEXT(insert-stmt, bind-param-5, taken-ts) to db-status.
    move SQLITE3-STMT-STEP(insert-stmt) to step-result.
    if not SQLITE_DONE then
        move 1 to snapshot-failed
    end-if.
    move SQLITE3-STMT-RESET(insert-stmt) to db-status.

end program capacity-snapshot.
