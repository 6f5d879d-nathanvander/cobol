GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 schedule-roster.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob shift-utils.cob
*>***************************************
*> Who is due at work, by department and day.  For each day from
*> "-from" (YYYYMMDD, default the business date) for "-days" days
*> (default 7, at most 31) every person not terminated with a shift
*> assignment in the range is looked up through SHIFT-DAY
*> (shift-utils.cob): a scheduled day lists the person with the shift
*> and its hours, a scheduled day a leave_ledger absence covers lists
*> them ON LEAVE with no hours counted, and a day in holiday_calendar
*> prints one HOLIDAY line for the department instead of anyone.  Off
*> days are left out.  Each day closes with the count due and the hours
*> scheduled, each department with its totals over the range.  Output
*> goes to "-out" (default schedule-roster.rpt), registered in
*> report_registry.  RETURN-CODE 0, 1 when nobody has an assignment.
identification division.
    program-id. schedule-roster.
    REMARKS. Shift schedule roster by department and day.

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
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION SHIFT-DAY
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
    01 report-file-name pic x(256) value "schedule-roster.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.

    01 business-date pic 9(8).
    01 from-date pic 9(8).
    01 to-date pic 9(8).
    01 from-iso pic x(10).
    01 to-iso pic x(10).
    01 roster-days pic 99 value 7.
    01 from-day-num pic s9(9) comp.
    01 day-ix pic 99.
    01 work-date pic 9(8).
    01 work-date-iso pic x(10).
    01 dow-ix pic 9.
    01 day-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
    01 day-name-table redefines day-names.
        05 day-name pic x(3) occurs 7 times.

    *> the persons on the roster, in department and name order
    01 roster-count pic 9(5) value 0.
    01 roster-table.
        05 roster-entry occurs 2000 times.
            10 re-person-id pic 9(9).
            10 re-dept pic x(4).
            10 re-dept-name pic x(30).
            10 re-name pic x(30).
    01 roster-ix pic 9(5).
    01 dept-first pic 9(5).
    01 dept-last pic 9(5).

    *> the holidays in the range, by day of the range
    01 holiday-table.
        05 holiday-desc pic x(40) occurs 31 times.

    01 out-person-id pic s9(9) comp.
    01 out-dept pic x(4).
    01 out-dept-name pic x(30).
    01 out-first pic x(30).
    01 out-last pic x(30).
    01 out-holiday-date pic x(10).
    01 out-holiday-desc pic x(40).
    01 holiday-date pic 9(8).

    01 sched-hours pic 9(3)v99.
    01 shift-code pic x(8).
    01 day-status pic x.
        88 DAY-SCHEDULED value "S".
        88 DAY-ON-LEAVE value "L".

    01 day-due pic 9(5).
    01 day-leave pic 9(5).
    01 day-hours pic 9(5)v99.
    01 dept-due pic 9(7).
    01 dept-leave pic 9(7).
    01 dept-hours pic 9(7)v99.
    01 total-due pic 9(7) value 0.
    01 total-leave pic 9(7) value 0.
    01 total-hours pic 9(7)v99 value 0.
    01 dept-groups pic 9(5) value 0.
    01 lines-written pic 9(7) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(25) value "SHIFT SCHEDULE ROSTER -- ".
        05 hdr-from pic x(10).
        05 filler pic x(4) value " TO ".
        05 hdr-to pic x(10).
        05 filler pic x(10) value "    AS OF ".
        05 hdr-busdate pic 9(8).
    01 hdr-line-2.
        05 filler pic x(15) value "DATE".
        05 filler pic x(10) value "       ID".
        05 filler pic x(31) value "NAME".
        05 filler pic x(9)  value "SHIFT".
        05 filler pic x(7)  value " HOURS".
        05 filler pic x(9)  value "STATUS".
    01 dept-head-line.
        05 filler pic x(11) value "DEPARTMENT ".
        05 dh-dept pic x(4).
        05 filler pic x value space.
        05 dh-dept-name pic x(30).
    01 detail-line.
        05 dl-date pic x(10).
        05 filler pic x value space.
        05 dl-day pic x(3).
        05 filler pic x value space.
        05 dl-person-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(30).
        05 filler pic x value space.
        05 dl-shift pic x(8).
        05 filler pic x value space.
        05 dl-hours pic zz9.99.
        05 filler pic x value space.
        05 dl-status pic x(9).
    01 holiday-line.
        05 hl-date pic x(10).
        05 filler pic x value space.
        05 hl-day pic x(3).
        05 filler pic x(11) value "  HOLIDAY  ".
        05 hl-desc pic x(40).
    01 day-total-line.
        05 filler pic x(4) value spaces.
        05 filler pic x(10) value "DAY TOTAL ".
        05 dt-date pic x(10).
        05 filler pic x value space.
        05 dt-due pic zzzz9.
        05 filler pic x(10) value " due      ".
        05 dt-hours pic zzzz9.99.
        05 filler pic x(10) value " hours    ".
        05 dt-leave pic zzzz9.
        05 filler pic x(9) value " on leave".
    01 dept-line.
        05 filler pic x(10) value "TOTAL FOR ".
        05 sl-dept pic x(4).
        05 filler pic x value space.
        05 sl-dept-name pic x(30).
        05 filler pic x value space.
        05 sl-due pic zzzzzz9.
        05 filler pic x(11) value " shifts    ".
        05 sl-hours pic zzzzzz9.99.
        05 filler pic x(10) value " hours    ".
        05 sl-leave pic zzzzzz9.
        05 filler pic x(9) value " on leave".
    01 total-line.
        05 filler pic x(16) value "ROSTER TOTALS: ".
        05 tl-due pic zzzzzz9.
        05 filler pic x(11) value " shifts    ".
        05 tl-hours pic zzzzzz9.99.
        05 filler pic x(10) value " hours    ".
        05 tl-leave pic zzzzzz9.
        05 filler pic x(9) value " on leave".

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

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "schedule-roster: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move business-date to from-date.
    move ARGPARSE-GET-FLAG("from", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to from-date
    end-if.
    if test-date-yyyymmdd(from-date) not = 0 then
        display "schedule-roster: -from ", from-date, " is not a valid date"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move ARGPARSE-GET-FLAG("days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to roster-days
    end-if.
    if roster-days < 1 or roster-days > 31 then
        display "schedule-roster: -days runs 1 to 31"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    compute from-day-num = integer-of-date(from-date).
    compute to-date = date-of-integer(from-day-num + roster-days - 1).
    move SQLITE3-COBOL-TO-DATE(from-date) to from-iso.
    move SQLITE3-COBOL-TO-DATE(to-date) to to-iso.

    perform load-holidays.
    perform load-roster.

    open output report-file.
    move from-iso to hdr-from.
    move to-iso to hdr-to.
    move business-date to hdr-busdate.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    move 1 to dept-first.
    perform until dept-first > roster-count
        move dept-first to dept-last
        perform until dept-last >= roster-count
            if re-dept(dept-last + 1) not = re-dept(dept-first) then
                exit perform
            end-if
            add 1 to dept-last
        end-perform
        perform print-department
        compute dept-first = dept-last + 1
    end-perform.

    move total-due to tl-due.
    move total-hours to tl-hours.
    move total-leave to tl-leave.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "schedule-roster: ", roster-count, " person(s) in ", dept-groups,
        " department(s), ", total-due, " shift(s) due -- report in ",
        trim(report-file-name).
    if roster-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

load-holidays.
    move spaces to holiday-table.
    move SQLITE3-STMT-OPEN(db-handle,
        "select holiday_date, coalesce(description, '') from holiday_calendar where holiday_date between ? and ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, to-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-holiday-date) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-holiday-desc) to bool
        move out-holiday-date(1:4) to holiday-date(1:4)
        move out-holiday-date(6:2) to holiday-date(5:2)
        move out-holiday-date(9:2) to holiday-date(7:2)
        compute day-ix = integer-of-date(holiday-date) - from-day-num + 1
        if out-holiday-desc = spaces then
            move "holiday" to out-holiday-desc
        end-if
        move out-holiday-desc to holiday-desc(day-ix)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> everyone not terminated with an assignment overlapping the range
load-roster.
    move SQLITE3-STMT-OPEN(db-handle,
        "select p.id, coalesce(p.dept_code, ''), coalesce(d.dept_name, ''), coalesce(p.first_name, ''), coalesce(p.last_name, '') from person p left join department d on d.dept_code = p.dept_code where coalesce(p.status, 'A') <> 'T' and exists (select 1 from shift_assignment a where a.person_id = p.id and a.eff_from <= ?2 and (a.eff_to is null or a.eff_to = '' or a.eff_to >= ?1)) order by p.dept_code, p.last_name, p.first_name, p.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "schedule-roster: no shift_assignment table -- nobody has been scheduled"
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, to-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        if roster-count >= 2000 then
            display "schedule-roster: more than 2000 scheduled persons, roster truncated"
            exit perform
        end-if
        add 1 to roster-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept-name) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move out-person-id to re-person-id(roster-count)
        move out-dept to re-dept(roster-count)
        move out-dept-name to re-dept-name(roster-count)
        move spaces to re-name(roster-count)
        string trim(out-last) ", " trim(out-first) into re-name(roster-count) end-string
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> one department, roster-table entries dept-first thru dept-last
print-department.
    move re-dept(dept-first) to dh-dept.
    move re-dept-name(dept-first) to dh-dept-name.
    write report-line from dept-head-line.
    add 1 to lines-written.
    move 0 to dept-due.
    move 0 to dept-leave.
    move 0 to dept-hours.
    perform varying day-ix from 1 by 1 until day-ix > roster-days
        perform print-department-day
    end-perform.
    move re-dept(dept-first) to sl-dept.
    move re-dept-name(dept-first) to sl-dept-name.
    move dept-due to sl-due.
    move dept-hours to sl-hours.
    move dept-leave to sl-leave.
    write report-line from dept-line.
    move spaces to report-line.
    write report-line.
    add 2 to lines-written.
    add dept-due to total-due.
    add dept-leave to total-leave.
    add dept-hours to total-hours.
    add 1 to dept-groups.

print-department-day.
    compute work-date = date-of-integer(from-day-num + day-ix - 1).
    move SQLITE3-COBOL-TO-DATE(work-date) to work-date-iso.
    compute dow-ix = mod(from-day-num + day-ix - 2, 7) + 1.
    if holiday-desc(day-ix) not = spaces then
        move work-date-iso to hl-date
        move day-name(dow-ix) to hl-day
        move holiday-desc(day-ix) to hl-desc
        write report-line from holiday-line
        add 1 to lines-written
        exit paragraph
    end-if.
    move 0 to day-due.
    move 0 to day-leave.
    move 0 to day-hours.
    perform varying roster-ix from dept-first by 1 until roster-ix > dept-last
        move SHIFT-DAY(db-handle, re-person-id(roster-ix), work-date,
            shift-code, day-status) to sched-hours
        if DAY-SCHEDULED or DAY-ON-LEAVE then
            move work-date-iso to dl-date
            move day-name(dow-ix) to dl-day
            move re-person-id(roster-ix) to dl-person-id
            move re-name(roster-ix) to dl-name
            move shift-code to dl-shift
            if DAY-SCHEDULED then
                move sched-hours to dl-hours
                move "SCHEDULED" to dl-status
                add 1 to day-due
                add sched-hours to day-hours
            else
                move 0 to dl-hours
                move "ON LEAVE" to dl-status
                add 1 to day-leave
            end-if
            write report-line from detail-line
            add 1 to lines-written
        end-if
    end-perform.
    if day-due > 0 or day-leave > 0 then
        move work-date-iso to dt-date
        move day-due to dt-due
        move day-hours to dt-hours
        move day-leave to dt-leave
        write report-line from day-total-line
        add 1 to lines-written
    end-if.
    add day-due to dept-due.
    add day-leave to dept-leave.
    add day-hours to dept-hours.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -from " from-date " -days " roster-days
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = lines-written + 5.
    move REPORT-REGISTER(db-handle, "schedule-roster", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program schedule-roster.
