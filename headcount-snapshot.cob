*> of the month-end schedule can't quietly double-write history.
*> Schedule it at month end right after runbatch's nightly stream;
*> headcount-trend.cob prints the last twelve months side by side.
*> Contractors and agency temps (worker_type C or T) are not in the
*> age bands; each kind is counted separately on its own CONTRACTOR or
*> TEMP row for the month, average tenure from their hire date, so
*> the employee bands and the trend built on them aren't inflated.
identification division.
    program-id. headcount-snapshot.
    REMARKS. Writes the per-age-band headcount snapshot for the business month.
    01 derived-age pic s9(4) comp.
    01 tenure-years pic s9(4) comp.

    *> the same six bands person-summary-report reports on, then the
    *> two contingent rows
    01 num-bands pic 9 value 6.
    01 num-rows pic 9 value 8.
    01 band-ix pic 9.
    01 out-worker-type pic x.
    01 band-table.
        05 band-entry occurs 8 times.
            10 band-name pic x(12).
            10 band-count pic 9(9).
            10 band-tenure-total pic 9(9).
    perform write-snapshot-rows.

    move SQLITE3-CLOSE(db-handle) to db-status.
    display "HEADCOUNT-SNAPSHOT wrote ", num-rows, " row(s) covering ",
        person-total, " active employee(s), ", band-count(7), " contractor(s), ",
        band-count(8), " temp(s)".
    move 0 to return-code.
    stop run.

    move "40-49" to band-name(4).
    move "50-59" to band-name(5).
    move "60 AND OVER" to band-name(6).
    move "CONTRACTOR" to band-name(7).
    move "TEMP" to band-name(8).
    perform varying band-ix from 1 by 1 until band-ix > num-rows
        move 0 to band-count(band-ix)
        move 0 to band-tenure-total(band-ix)
    end-perform.

*> headcount means people actually working: terminated rows are gone
*> and pending pre-hires haven't started, so neither band counts them;
*> a contractor or temp lands on the row for their kind, not a band
accumulate-bands.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(birth_date, ''), coalesce(hire_date, ''), coalesce(worker_type, 'E') from person where coalesce(status, 'A') not in ('T', 'P')",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "headcount-snapshot: select failed, status ", db-status
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-birth-iso) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-hire-iso) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-worker-type) to bool
        move SQLITE3-DATE-TO-COBOL(out-birth-iso(1:10)) to out-birth
        move SQLITE3-DATE-TO-COBOL(out-hire-iso(1:10)) to out-hire
        move DATE-DIFF-YEARS(out-birth, business-date) to derived-age
        move DATE-DIFF-YEARS(out-hire, business-date) to tenure-years
        evaluate true
            when out-worker-type = "C"
                move 7 to band-ix
            when out-worker-type = "T"
                move 8 to band-ix
            when derived-age < 20
                move 1 to band-ix
            when derived-age < 30
        end-evaluate
        add 1 to band-count(band-ix)
        add tenure-years to band-tenure-total(band-ix)
        if band-ix <= num-bands then
            add 1 to person-total
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

write-snapshot-rows.
    perform varying band-ix from 1 by 1 until band-ix > num-rows
        if band-count(band-ix) > 0 then
            compute band-avg = band-tenure-total(band-ix) / band-count(band-ix)
        else
