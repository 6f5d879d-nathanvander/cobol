GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 attendance-exception.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob shift-utils.cob
*>***************************************
*> Attendance exception pass over the period's timesheet file, run
*> after intake and before timesheet-register computes gross so a
*> missed shift surfaces before it is paid rather than when somebody
*> phones it in.  Reads the same fixed-width file timesheet-register
*> does ("-in", default timesheet.dat -- header, details, trailer) and
*> matches the header's period end date to its pay_period row; a date
*> the calendar doesn't cover, or a trailer that doesn't balance, is
*> refused.  Then, over every day of the period, each person not
*> terminated with a shift assignment in the period, and everyone who
*> turned in hours, is compared through SHIFT-DAY (shift-utils.cob):
*>
*>   NO-SHOW        shifts were scheduled and no hours were turned in
*>   SHORT          fewer hours than scheduled, past "-tolerance"
*>   UNSCHEDULED    more hours than scheduled past the tolerance,
*>                  hours from someone with no schedule at all, or a
*>                  coded earnings group dated on a day off
*>   LEAVE-OVERLAP  a scheduled shift falls inside an approved absence
*>                  (a leave_ledger T entry) -- one per day, so the
*>                  schedule or the leave can be put right, and flagged
*>                  as worked when a coded group is dated that day
*>
*> The timesheet carries period totals plus dated coded groups, so the
*> scheduled-against-reported comparison is made over the period and
*> the day-by-day checks over the coded work dates.  "-tolerance" is
*> in hours (default 0.00).  Exceptions replace the period's rows in
*> attendance_exception and print by department and name to "-out"
*> (default attendance-exception.rpt), registered in report_registry.
*> RETURN-CODE 1 on a refused file, 2 when there are exceptions to
*> clear, 0 on a clean period.
identification division.
    program-id. attendance-exception.
    REMARKS. Scheduled shifts against timesheet hours, by period.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION SHIFT-DAY
    function all intrinsic.

    input-output section.
    file-control.
        select timesheet-file assign to timesheet-file-name
            organization line sequential
            file status timesheet-file-status.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  timesheet-file.
01  timesheet-record pic x(100).
fd  report-file.
01  report-line pic x(120).

working-storage section.
    01 db-file-name pic x(256).
    01 timesheet-file-name pic x(256) value "timesheet.dat".
    01 timesheet-file-status pic xx.
    01 report-file-name pic x(256) value "attendance-exception.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 tolerance pic 9(3)v99 value 0.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.
    01 sql-text pic x(512).

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-id pic s9(9) comp.

    01 timesheet-eof pic 9 value 0.
        88 TIMESHEET-DONE value 1.
    01 ts-header-rec.
        05 hdr-record-type pic x.
        05 hdr-period-date pic 9(8).
    01 ts-detail-rec.
        05 det-record-type pic x.
        05 det-key         pic 9(9).
        05 det-hours       pic 9(3)v99.
        05 det-earn-pair occurs 4 times.
            10 det-earn-code  pic x(4).
            10 det-work-date  pic 9(8).
            10 det-earn-hours pic 9(3)v99.
    01 ts-trailer-rec.
        05 trl-record-type pic x.
        05 trl-record-count pic 9(9).
    01 header-seen-flag pic 9 value 0.
        88 HEADER-SEEN value 1.
    01 trailer-seen-flag pic 9 value 0.
        88 TRAILER-SEEN value 1.
    01 trailer-count pic 9(9) value 0.
    01 read-count pic 9(9) value 0.
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 period-no pic s9(9) comp value 0.
    01 period-start-iso pic x(10).
    01 period-end-iso pic x(10).
    01 period-start pic 9(8).
    01 period-end pic 9(8).
    01 period-start-num pic s9(9) comp.
    01 period-end-num pic s9(9) comp.
    01 day-num pic s9(9) comp.
    01 work-date pic 9(8).
    01 work-date-iso pic x(10).

    *> one entry per person compared: the hours turned in and the
    *> coded groups' dates, then what the schedule expected
    01 person-count pic 9(5) value 0.
    01 person-table.
        05 pt-entry occurs 2000 times.
            10 pt-person-id pic 9(9).
            10 pt-hours pic 9(5)v99.
            10 pt-on-file pic 9.
            10 pt-work-date pic 9(8) occurs 4 times.
            10 pt-work-hours pic 9(3)v99 occurs 4 times.
    01 pt-ix pic 9(5).
    01 pair-ix pic 9.
    01 search-id pic 9(9).

    01 sched-hours pic 9(3)v99.
    01 shift-code pic x(8).
    01 day-status pic x.
        88 DAY-SCHEDULED value "S".
        88 DAY-ON-LEAVE value "L".
        88 DAY-NOT-DUE value "O" "N".
    01 expected-hours pic 9(5)v99.
    01 expected-days pic 9(3).
    01 days-edit pic zz9.
    01 any-schedule-flag pic 9.
        88 ANY-SCHEDULE value 1.

    01 exc-type pic x(13).
    01 exc-work-date-iso pic x(10).
    01 exc-sched pic 9(5)v99.
    01 exc-actual pic 9(5)v99.
    01 exc-detail pic x(60).
    01 hours-edit-1 pic zzzz9.99.
    01 hours-edit-2 pic zzzz9.99.
    01 sched-edit pic 9(5).99.
    01 actual-edit pic 9(5).99.
    01 run-ts pic x(26).
    01 insert-sql pic x(200) value
        "insert into attendance_exception (period_date, person_id, exc_type, work_date, sched_hours, actual_hours, detail, run_ts) values (?, ?, ?, nullif(?, ''), ?, ?, ?, ?)".
    01 exception-count pic 9(7) value 0.
    01 noshow-count pic 9(7) value 0.
    01 short-count pic 9(7) value 0.
    01 unsched-count pic 9(7) value 0.
    01 leave-count pic 9(7) value 0.

    01 business-date pic 9(8).
    01 out-person-id pic s9(9) comp.
    01 out-dept pic x(4).
    01 out-first pic x(30).
    01 out-last pic x(30).
    01 out-type pic x(13).
    01 out-work-date pic x(10).
    01 out-sched pic s9(5)v99 comp-3.
    01 out-actual pic s9(5)v99 comp-3.
    01 out-detail pic x(60).
    01 print-name pic x(30).
    01 print-count pic 9(7) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(32) value "ATTENDANCE EXCEPTIONS -- PERIOD ".
        05 hdr-start pic x(10).
        05 filler pic x(4) value " TO ".
        05 hdr-end pic x(10).
        05 filler pic x(9)  value "   AS OF ".
        05 hdr-busdate pic 9(8).
    01 hdr-line-2.
        05 filler pic x(5)  value "DEPT".
        05 filler pic x(10) value "       ID".
        05 filler pic x(26) value "NAME".
        05 filler pic x(14) value "EXCEPTION".
        05 filler pic x(11) value "DATE".
        05 filler pic x(9)  value "    SCHED".
        05 filler pic x(9)  value "   ACTUAL".
        05 filler pic x(8)  value "  DETAIL".
    01 detail-line.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-person-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(25).
        05 filler pic x value space.
        05 dl-type pic x(13).
        05 filler pic x value space.
        05 dl-date pic x(10).
        05 filler pic x value space.
        05 dl-sched pic zzzz9.99.
        05 filler pic x value space.
        05 dl-actual pic zzzz9.99.
        05 filler pic x(2) value spaces.
        05 dl-detail pic x(34).
    01 summary-line.
        05 filler pic x(10) value "NO-SHOW: ".
        05 sm-noshow pic zzzzzz9.
        05 filler pic x(11) value "   SHORT: ".
        05 sm-short pic zzzzzz9.
        05 filler pic x(17) value "   UNSCHEDULED: ".
        05 sm-unsched pic zzzzzz9.
        05 filler pic x(19) value "   LEAVE-OVERLAP: ".
        05 sm-leave pic zzzzzz9.
    01 total-line.
        05 filler pic x(22) value "PERSONS COMPARED: ".
        05 tl-persons pic zzzz9.
        05 filler pic x(22) value "   TOTAL EXCEPTIONS: ".
        05 tl-count pic zzzzzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("in", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to timesheet-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("tolerance", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to tolerance
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "attendance-exception: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists attendance_exception (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, exc_type text, work_date text, sched_hours numeric, actual_hours numeric, detail text, run_ts text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

    open input timesheet-file.
    if timesheet-file-status not = "00" then
        display "attendance-exception: could not open ", trim(timesheet-file-name),
            ", file status ", timesheet-file-status
        perform refuse-run
    end-if.
    read timesheet-file
        at end move 1 to timesheet-eof
    end-read.
    perform until TIMESHEET-DONE
        evaluate timesheet-record(1:1)
            when "H"
                move timesheet-record to ts-header-rec
                move hdr-period-date to period-date
                move 1 to header-seen-flag
            when "D"
                move timesheet-record to ts-detail-rec
                add 1 to read-count
                perform take-detail
            when "T"
                move timesheet-record to ts-trailer-rec
                move 1 to trailer-seen-flag
                move trl-record-count to trailer-count
            when other
                display "attendance-exception: unrecognized record type, skipped: ",
                    trim(timesheet-record)
        end-evaluate
        read timesheet-file
            at end move 1 to timesheet-eof
        end-read
    end-perform.
    close timesheet-file.

    if not HEADER-SEEN then
        display "attendance-exception: file has no header record"
        perform refuse-run
    end-if.
    if not TRAILER-SEEN or trailer-count not = read-count then
        display "attendance-exception: trailer does not balance to the ", read-count,
            " detail record(s) read"
        perform refuse-run
    end-if.
    perform find-period.
    if period-no = 0 then
        display "attendance-exception: no pay_period covers period end ",
            period-date, " -- roll the calendar (pay-period-calendar)"
        perform refuse-run
    end-if.

    perform load-scheduled.
    move spaces to sql-text.
    string "delete from attendance_exception where period_date = '" period-end-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move function current-date to run-ts.
    perform varying pt-ix from 1 by 1 until pt-ix > person-count
        perform compare-person
    end-perform.

    perform print-report.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "attendance-exception: ", person-count, " person(s) compared, ",
        exception-count, " exception(s) -- report in ", trim(report-file-name).
    if exception-count > 0 then
        move 2 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

refuse-run.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 1 to return-code.
    stop run.

*> the period's hours by person -- a second detail for the same person
*> adds to the first, as it would in the timesheet table
take-detail.
    move det-key to search-id.
    perform find-person.
    add det-hours to pt-hours(pt-ix).
    move 1 to pt-on-file(pt-ix).
    perform varying pair-ix from 1 by 1 until pair-ix > 4
        if det-earn-hours(pair-ix) is numeric and det-earn-hours(pair-ix) > 0 then
            add det-earn-hours(pair-ix) to pt-hours(pt-ix)
            if det-work-date(pair-ix) is numeric and det-work-date(pair-ix) > 0 then
                move det-work-date(pair-ix) to pt-work-date(pt-ix, pair-ix)
                move det-earn-hours(pair-ix) to pt-work-hours(pt-ix, pair-ix)
            end-if
        end-if
    end-perform.

*> pt-ix comes back at search-id's entry, added when it isn't there
find-person.
    perform varying pt-ix from 1 by 1 until pt-ix > person-count
        if pt-person-id(pt-ix) = search-id then
            exit paragraph
        end-if
    end-perform.
    if person-count >= 2000 then
        display "attendance-exception: more than 2000 persons in the period"
        perform refuse-run
    end-if.
    add 1 to person-count.
    move person-count to pt-ix.
    initialize pt-entry(pt-ix).
    move search-id to pt-person-id(pt-ix).

find-period.
    move 0 to period-no.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select period_no, start_date, end_date from pay_period where start_date <= ?1 and end_date >= ?1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to period-no
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-start-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-end-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if period-no not = 0 then
        move SQLITE3-DATE-TO-COBOL(period-start-iso) to period-start
        move SQLITE3-DATE-TO-COBOL(period-end-iso) to period-end
        compute period-start-num = integer-of-date(period-start)
        compute period-end-num = integer-of-date(period-end)
    end-if.

*> everyone due to work in the period, whether or not they turned in hours
load-scheduled.
    move SQLITE3-STMT-OPEN(db-handle,
        "select distinct a.person_id from shift_assignment a join person p on p.id = a.person_id where coalesce(p.status, 'A') <> 'T' and a.eff_from <= ?2 and (a.eff_to is null or a.eff_to = '' or a.eff_to >= ?1) order by a.person_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-start-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-end-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to search-id
        perform find-person
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

compare-person.
    move 0 to expected-hours.
    move 0 to expected-days.
    move 0 to any-schedule-flag.
    perform varying day-num from period-start-num by 1 until day-num > period-end-num
        compute work-date = date-of-integer(day-num)
        move SHIFT-DAY(db-handle, pt-person-id(pt-ix), work-date,
            shift-code, day-status) to sched-hours
        if day-status not = "N" then
            move 1 to any-schedule-flag
        end-if
        evaluate true
            when DAY-SCHEDULED
                add sched-hours to expected-hours
                add 1 to expected-days
            when DAY-ON-LEAVE
                move "LEAVE-OVERLAP" to exc-type
                move SQLITE3-COBOL-TO-DATE(work-date) to exc-work-date-iso
                move sched-hours to exc-sched
                move 0 to exc-actual
                move spaces to exc-detail
                string "shift " trim(shift-code) " during approved leave"
                    into exc-detail
                end-string
                perform write-exception
        end-evaluate
    end-perform.

    *> coded groups dated on a day nobody expected them
    perform varying pair-ix from 1 by 1 until pair-ix > 4
        if pt-work-date(pt-ix, pair-ix) > 0 then
            move pt-work-date(pt-ix, pair-ix) to work-date
            move SHIFT-DAY(db-handle, pt-person-id(pt-ix), work-date,
                shift-code, day-status) to sched-hours
            move SQLITE3-COBOL-TO-DATE(work-date) to exc-work-date-iso
            move sched-hours to exc-sched
            move pt-work-hours(pt-ix, pair-ix) to exc-actual
            evaluate true
                when DAY-NOT-DUE and ANY-SCHEDULE
                    move "UNSCHEDULED" to exc-type
                    move "hours dated on a day off" to exc-detail
                    perform write-exception
                when DAY-ON-LEAVE
                    move "LEAVE-OVERLAP" to exc-type
                    move "worked during approved leave" to exc-detail
                    perform write-exception
            end-evaluate
        end-if
    end-perform.

    *> then the period's totals
    move spaces to exc-work-date-iso.
    move expected-hours to exc-sched.
    move pt-hours(pt-ix) to exc-actual.
    move expected-hours to hours-edit-1.
    move pt-hours(pt-ix) to hours-edit-2.
    evaluate true
        when expected-hours > 0 and pt-hours(pt-ix) = 0
            move "NO-SHOW" to exc-type
            move spaces to exc-detail
            move expected-days to days-edit
            string trim(days-edit) " shift(s) scheduled, no hours"
                into exc-detail
            end-string
            perform write-exception
        when not ANY-SCHEDULE and pt-hours(pt-ix) > 0
            move "UNSCHEDULED" to exc-type
            move "hours with no shift assignment" to exc-detail
            perform write-exception
        when pt-hours(pt-ix) + tolerance < expected-hours
            move "SHORT" to exc-type
            move spaces to exc-detail
            string "scheduled " trim(hours-edit-1) ", turned in "
                trim(hours-edit-2)
                into exc-detail
            end-string
            perform write-exception
        when pt-hours(pt-ix) > expected-hours + tolerance
            move "UNSCHEDULED" to exc-type
            move "more hours than scheduled" to exc-detail
            perform write-exception
    end-evaluate.

write-exception.
    move SQLITE3-STMT-OPEN(db-handle, insert-sql, stmt-handle) to db-status.
    if db-status = 0 then
        move pt-person-id(pt-ix) to bind-id
        move exc-sched to sched-edit
        move exc-actual to actual-edit
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(exc-type)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(exc-work-date-iso)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, sched-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, actual-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(exc-detail)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, run-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    add 1 to exception-count.
    evaluate exc-type
        when "NO-SHOW"
            add 1 to noshow-count
        when "SHORT"
            add 1 to short-count
        when "UNSCHEDULED"
            add 1 to unsched-count
        when other
            add 1 to leave-count
    end-evaluate.

print-report.
    open output report-file.
    move period-start-iso to hdr-start.
    move period-end-iso to hdr-end.
    move business-date to hdr-busdate.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.
    move SQLITE3-STMT-OPEN(db-handle,
        "select e.person_id, coalesce(p.dept_code, ''), coalesce(p.first_name, ''), coalesce(p.last_name, ''), e.exc_type, coalesce(e.work_date, ''), coalesce(e.sched_hours, 0), coalesce(e.actual_hours, 0), coalesce(e.detail, '') from attendance_exception e left join person p on p.id = e.person_id where e.period_date = ? order by p.dept_code, p.last_name, p.first_name, e.person_id, coalesce(e.work_date, '9999'), e.id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-end-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-work-date) to bool
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-sched
            move 7 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-actual
            move 8 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-detail) to bool
            move spaces to print-name
            string trim(out-last) ", " trim(out-first) into print-name end-string
            move out-dept to dl-dept
            move out-person-id to dl-person-id
            move print-name to dl-name
            move out-type to dl-type
            move out-work-date to dl-date
            move out-sched to dl-sched
            move out-actual to dl-actual
            move out-detail to dl-detail
            write report-line from detail-line
            add 1 to print-count
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move spaces to report-line.
    write report-line.
    move noshow-count to sm-noshow.
    move short-count to sm-short.
    move unsched-count to sm-unsched.
    move leave-count to sm-leave.
    write report-line from summary-line.
    move person-count to tl-persons.
    move exception-count to tl-count.
    write report-line from total-line.
    close report-file.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -in " trim(timesheet-file-name)
        " -tolerance " tolerance " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = print-count + 7.
    move REPORT-REGISTER(db-handle, "attendance-exception", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program attendance-exception.
