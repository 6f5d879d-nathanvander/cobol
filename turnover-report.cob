*> months.  "-archive-db <file>" ATTACHes an archived change_log
*> portion (the audit-archival convention) and counts it alongside the
*> live rows, so months that have been archived off still report.
*> Contractors and temps are not turnover: their snapshot bands are left
*> out of the average headcount the way incident-log leaves them out,
*> the live roster fallback counts employees only, and change_log rows
*> for anyone whose worker_type is not 'E' -- a contract running out
*> and being expired by runbatch among them -- are not counted as hires
*> or terminations.  Output goes to "-out" (default
*> turnover-report.rpt), registered in report_registry.
identification division.
    program-id. turnover-report.
    REMARKS. Monthly hires, terminations, and turnover rate from change_log.

load-live-roster-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person where coalesce(status, 'A') in ('A', 'L') and coalesce(worker_type, 'E') = 'E'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.

*> one grid cell: change_log rows (live plus archive) for the month,
*> op code, optional status filter, optional department filter; rows
*> for contingent workers are never counted
count-month-cell.
    move 0 to cell-count.
    move spaces to sql-text.
    string "select count(*) from (select id from change_log where op_code = '"
        dept-op "' and substr(business_date, 1, 7) = '" turn-month(month-ix) "'"
        " and person_id not in (select id from person where coalesce(worker_type, 'E') <> 'E')"
        into sql-text
    end-string.
    if dept-status-filter not = space then
        string trim(sql-text)
            " union all select id from arch.change_log where op_code = '"
            dept-op "' and substr(business_date, 1, 7) = '" turn-month(month-ix) "'"
            " and person_id not in (select id from person where coalesce(worker_type, 'E') <> 'E')"
            into sql-text
        end-string
        if dept-status-filter not = space then
    move 0 to cur-snap-count.
    move spaces to sql-text.
    string "select coalesce(sum(headcount), 0) from headcount_snapshot where snap_month = '"
        snap-month-key "' and age_band not in ('CONTRACTOR', 'TEMP')"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    move spaces to sql-text.
    string "select coalesce(sum(headcount), 0) from headcount_snapshot "
        "where snap_month = (select max(snap_month) from headcount_snapshot where snap_month < '"
        snap-month-key "') and age_band not in ('CONTRACTOR', 'TEMP')"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
