*> Corporate's system doesn't speak CSV: it exchanges fixed-width files
*> with a type-1 header (file id, creation date, sending system), type-2
*> detail records (the external employee id rides at the end of each,
*> blank until one is assigned, then the person's job code), and a
*> type-9 trailer carrying the record count and hash totals of the
*> numeric fields (sum of person ids, and sum of birth+hire dates as
*> numbers), which the receiving side balances before it loads
*> anything.  hr-import.cob is the inbound mate that applies the same
*> checks to files corporate sends us.
*>
*>    hr-export -db person.sdb -out PERSHR01.dat
identification division.
        05 dt-dept pic x(4).
        05 dt-status pic x.
        05 dt-ext-id pic x(10).
        05 dt-job-code pic x(6).
    01 trailer-rec.
        05 tr-type pic x value "9".
        05 tr-count pic 9(9).
    write out-record from header-rec.

    move SQLITE3-STMT-OPEN(db-handle,
        "select id, first_name, last_name, coalesce(birth_date, ''), coalesce(hire_date, ''), coalesce(dept_code, ''), coalesce(status, 'A'), coalesce(ext_id, ''), coalesce(job_code, '') from person order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "hr-export: select failed, status ", db-status
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:10) to dt-ext-id
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:6) to dt-job-code

        write out-record from detail-rec
        add 1 to record-count
