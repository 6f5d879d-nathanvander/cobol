GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 absence-calendar.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob param-utils.cob
*>***************************************
*> Who is out when, a department at a time, from the leave ledger.
*> For the days "-from" to "-to" (YYYYMMDD, default the business
*> date's month, at most 92 days) every department with people not
*> terminated gets a grid: the days across, one character a day, and
*> its active and on-leave people down, by last name.  A day is marked
*>     T  a leave_ledger T (taken) entry covers it -- an entry of n days
*>        covers n calendar days from its tx_date, the rule SHIFT-DAY
*>        (shift-utils.cob) applies -- h when it is the half of a
*>        fractional entry's last day
*>     !  a taken day that falls on a weekend or a holiday, charged to
*>        the balance anyway (leave-charge-check lists them)
*>     L  the person is in status 'L', from the business date of the
*>        change_log row that put them there (the whole range when
*>        there is none); working days only
*>     H  a holiday_calendar date, - a weekend, . at work
*> Under each grid the people out (T, h, ! or L) are counted a day
*> against the department's headcount, and a working day with more
*> than the alert percent of the department out is marked ^ and listed.
*> The percent is the ABSENCE-ALERT-PCT business_parameter as of the
*> business date (20 when there is none), "-pct" overriding it.
*> "-dept" limits the report to one department.  Output goes to "-out"
*> (default absence-calendar.rpt), registered in report_registry.
*> RETURN-CODE 0, 1 when the arguments are bad or the database won't
*> open.
identification division.
    program-id. absence-calendar.
    REMARKS. Department absence calendar from the leave ledger.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION BUSINESS-PARAM
    FUNCTION REPORT-REGISTER
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
01  report-line pic x(132).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "absence-calendar.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 inner-handle       PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 param-value pic x(40).
    01 alert-pct pic 9(3) value 20.

    *> the range, as YYYYMMDD, ISO and day integers
    01 from-date pic 9(8).
    01 to-date pic 9(8).
    01 from-iso pic x(10).
    01 to-iso pic x(10).
    01 from-int pic s9(9) comp.
    01 to-int pic s9(9) comp.
    01 range-days pic s9(4) comp.
    01 filter-dept pic x(10) value spaces.

    *> the days of the range: date, day of the month, weekday, and
    *> W working, S weekend, H holiday
    01 day-table.
        05 day-entry occurs 92 times.
            10 day-iso pic x(10).
            10 day-dom pic 99.
            10 day-wd pic 9.
            10 day-kind pic x.
            10 day-holiday pic x(30).
            10 day-out pic s9(4) comp.
    01 day-ix pic s9(4) comp.
    01 day-int pic s9(9) comp.
    01 wd-letters pic x(7) value "MTWTFSS".

    *> the departments to print, then one department's people
    01 dept-table.
        05 dept-code occurs 200 times pic x(10).
    01 dept-count pic s9(4) comp value 0.
    01 dept-ix pic s9(4) comp.
    01 cur-dept pic x(10).
    01 person-table.
        05 pr-entry occurs 500 times.
            10 pr-id pic s9(9) comp.
            10 pr-name pic x(23).
            10 pr-status pic x.
            10 pr-row pic x(92).
    01 pr-count pic s9(4) comp value 0.
    01 pr-ix pic s9(4) comp.

    *> one ledger entry walked over its days
    01 entry-iso pic x(10).
    01 entry-days pic s9(7)v99 comp-3.
    01 entry-whole pic s9(7) comp.
    01 entry-covered pic s9(7) comp.
    01 entry-k pic s9(7) comp.
    01 entry-int pic s9(9) comp.
    01 leave-from-iso pic x(10).
    01 leave-from-int pic s9(9) comp.
    01 cell-mark pic x.

    01 iso-in pic x(10).
    01 iso-int pic s9(9) comp.
    01 ymd-work pic 9(8).
    01 ymd-text pic x(8).

    *> counts
    01 dept-alerts pic s9(4) comp.
    01 max-out pic s9(4) comp.
    01 out-pct pic s9(5) comp.
    01 grand-people pic s9(9) comp value 0.
    01 grand-depts pic s9(9) comp value 0.
    01 grand-alerts pic s9(9) comp value 0.
    01 grand-person-days pic s9(9) comp value 0.

    01 grid-line.
        05 gl-label pic x(30).
        05 gl-cells pic x(92).
        05 filler pic x(10).
    01 person-line.
        05 pl-id pic zzzzz9.
        05 filler pic x value space.
        05 pl-name pic x(23).
        05 pl-cells pic x(92).
        05 filler pic x(10).
    01 digit-out pic 9.
    01 count-out pic zzzz9.
    01 count-out-2 pic zzzz9.
    01 pct-out pic zz9.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp value 0.
    01 build-line pic x(132).

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
    move ARGPARSE-GET-FLAG("dept", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value(1:10) to filter-dept
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "absence-calendar: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    *> default range: the business date's month
    move business-date to from-date.
    move "01" to from-date(7:2).
    compute to-date = date-of-integer(integer-of-date(from-date) + 31).
    move "01" to to-date(7:2).
    compute to-date = date-of-integer(integer-of-date(to-date) - 1).
    move ARGPARSE-GET-FLAG("from", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to from-date
    end-if.
    move ARGPARSE-GET-FLAG("to", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to to-date
    end-if.
    if test-date-yyyymmdd(from-date) not = 0
            or test-date-yyyymmdd(to-date) not = 0 then
        display "absence-calendar: -from and -to are YYYYMMDD dates"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move integer-of-date(from-date) to from-int.
    move integer-of-date(to-date) to to-int.
    compute range-days = to-int - from-int + 1.
    if range-days < 1 or range-days > 92 then
        display "absence-calendar: -from to -to must be 1 to 92 days"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(from-date) to from-iso.
    move SQLITE3-COBOL-TO-DATE(to-date) to to-iso.

    move BUSINESS-PARAM(db-handle, "ABSENCE-ALERT-PCT", busdate-iso,
        param-value) to flag-found.
    if flag-found = 1 and trim(param-value) is numeric then
        move numval(trim(param-value)) to alert-pct
    end-if.
    move ARGPARSE-GET-FLAG("pct", flag-value) to flag-found.
    if flag-found = 1 then
        if trim(flag-value) is not numeric then
            display "absence-calendar: -pct is a whole percent"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        move numval(trim(flag-value)) to alert-pct
    end-if.
    if alert-pct < 1 or alert-pct > 100 then
        display "absence-calendar: alert percent must be 1 to 100"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    perform load-days.
    perform load-departments.

    open output report-file.
    move spaces to build-line.
    string "DEPARTMENT ABSENCE CALENDAR -- " from-iso " to " to-iso
        "                                   business date " busdate-iso
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    move alert-pct to pct-out.
    string "T taken  h half day  ! taken on a weekend or holiday  L on leave  H holiday  - weekend  . at work  ^ over "
        trim(pct-out) "% out"
        into build-line
    end-string.
    perform put-line.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        if day-kind(day-ix) = "H" then
            move spaces to build-line
            string "holiday " day-iso(day-ix) " " trim(day-holiday(day-ix))
                into build-line
            end-string
            perform put-line
        end-if
    end-perform.

    perform varying dept-ix from 1 by 1 until dept-ix > dept-count
        move dept-code(dept-ix) to cur-dept
        perform load-people
        if pr-count > 0 then
            perform mark-leave
            perform count-out-days
            perform write-department
        end-if
    end-perform.

    move spaces to build-line.
    perform put-line.
    move spaces to build-line.
    move grand-depts to count-out.
    move grand-people to count-out-2.
    string "TOTAL " trim(count-out) " department(s), " trim(count-out-2)
        " people, " into build-line
    end-string.
    move grand-person-days to count-out.
    move grand-alerts to count-out-2.
    string trim(build-line) " " trim(count-out) " person-day(s) out, "
        trim(count-out-2) " day(s) over the alert percent"
        delimited by size into build-line
    end-string.
    perform put-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move grand-alerts to count-out.
    display "absence-calendar: ", from-iso, " to ", to-iso, " -- ",
        trim(count-out), " day(s) over ", trim(pct-out),
        "% out -- report in ", trim(report-file-name).
    move 0 to return-code.
    stop run.

put-line.
    write report-line from build-line.
    add 1 to registry-lines.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -from " from-date " -to " to-date
        " -pct " trim(pct-out) " -out " trim(report-file-name)
        into registry-params end-string.
    if filter-dept not = spaces then
        string trim(registry-params) " -dept " trim(filter-dept)
            delimited by size into registry-params end-string
    end-if.
    move REPORT-REGISTER(db-handle, "absence-calendar", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

*> the range's days, their weekdays, and the holidays among them
load-days.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        compute day-int = from-int + day-ix - 1
        move date-of-integer(day-int) to ymd-work
        move SQLITE3-COBOL-TO-DATE(ymd-work) to day-iso(day-ix)
        move ymd-work(7:2) to day-dom(day-ix)
        compute day-wd(day-ix) = mod(day-int - 1, 7) + 1
        if day-wd(day-ix) > 5 then
            move "S" to day-kind(day-ix)
        else
            move "W" to day-kind(day-ix)
        end-if
        move spaces to day-holiday(day-ix)
        move 0 to day-out(day-ix)
    end-perform.
    move SQLITE3-STMT-OPEN(db-handle,
        "select holiday_date, coalesce(description, '') from holiday_calendar where holiday_date between ?1 and ?2",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, to-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,iso-in) to bool
        perform iso-to-int
        if iso-int >= from-int and iso-int <= to-int then
            compute day-ix = iso-int - from-int + 1
            move "H" to day-kind(day-ix)
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,day-holiday(day-ix)) to bool
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> YYYY-MM-DD in iso-in to a day integer in iso-int, 0 when it isn't one
iso-to-int.
    move 0 to iso-int.
    move spaces to ymd-text.
    string iso-in(1:4) iso-in(6:2) iso-in(9:2) delimited by size
        into ymd-text
    end-string.
    if ymd-text is not numeric then
        exit paragraph
    end-if.
    move ymd-text to ymd-work.
    if test-date-yyyymmdd(ymd-work) not = 0 then
        exit paragraph
    end-if.
    move integer-of-date(ymd-work) to iso-int.

*> departments with people not terminated, or the one asked for
load-departments.
    move 0 to dept-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select distinct coalesce(dept_code, '') from person where coalesce(status, 'A') in ('A', 'L') and (?1 = '' or coalesce(dept_code, '') = ?1) order by 1",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, filter-dept) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or dept-count >= 200
        add 1 to dept-count
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,dept-code(dept-count)) to bool
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> one department's active and on-leave people, each row laid out with
*> the days' holiday and weekend marks
load-people.
    move 0 to pr-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(last_name, '') || ', ' || coalesce(first_name, ''), coalesce(status, 'A') from person where coalesce(status, 'A') in ('A', 'L') and coalesce(dept_code, '') = ?1 order by last_name, first_name, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, cur-dept) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or pr-count >= 500
        add 1 to pr-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to pr-id(pr-count)
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pr-name(pr-count)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pr-status(pr-count)) to bool
        move spaces to pr-row(pr-count)
        perform varying day-ix from 1 by 1 until day-ix > range-days
            evaluate day-kind(day-ix)
                when "H"
                    move "H" to pr-row(pr-count)(day-ix:1)
                when "S"
                    move "-" to pr-row(pr-count)(day-ix:1)
                when other
                    move "." to pr-row(pr-count)(day-ix:1)
            end-evaluate
        end-perform
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> each person's taken leave over the range, then their leave status
mark-leave.
    perform varying pr-ix from 1 by 1 until pr-ix > pr-count
        perform mark-taken-entries
        if pr-status(pr-ix) = "L" then
            perform mark-leave-status
        end-if
    end-perform.

mark-taken-entries.
    move SQLITE3-STMT-OPEN(db-handle,
        "select tx_date, tx_days from leave_ledger where person_id = ?1 and tx_type = 'T' and coalesce(tx_days, 0) > 0 and tx_date <= ?3 and date(tx_date, '+' || (cast(tx_days + 0.99 as integer) - 1) || ' days') >= ?2 order by tx_date",
        inner-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(inner-handle, bind-param-1, pr-id(pr-ix)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(inner-handle, bind-param-2, from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(inner-handle, bind-param-3, to-iso) to db-status.
    move SQLITE3-STMT-STEP(inner-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(inner-handle,col-idx,entry-iso) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-DECIMAL(inner-handle,col-idx) to entry-days
        move entry-iso to iso-in
        perform iso-to-int
        if iso-int > 0 then
            move iso-int to entry-int
            perform mark-one-entry
        end-if
        move SQLITE3-STMT-STEP(inner-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(inner-handle) to db-status.

*> n days from tx_date, the last one a half when the days are fractional;
*> a taken day already marked stays taken
mark-one-entry.
    move entry-days to entry-whole.
    move entry-whole to entry-covered.
    if entry-days > entry-whole then
        add 1 to entry-covered
    end-if.
    perform varying entry-k from 0 by 1 until entry-k >= entry-covered
        compute day-int = entry-int + entry-k
        if day-int >= from-int and day-int <= to-int then
            compute day-ix = day-int - from-int + 1
            if day-kind(day-ix) not = "W" then
                move "!" to cell-mark
            else
                if entry-k = entry-covered - 1 and entry-days > entry-whole then
                    move "h" to cell-mark
                else
                    move "T" to cell-mark
                end-if
            end-if
            if pr-row(pr-ix)(day-ix:1) not = "T" and pr-row(pr-ix)(day-ix:1) not = "!" then
                move cell-mark to pr-row(pr-ix)(day-ix:1)
            end-if
        end-if
    end-perform.

*> status 'L' since the change_log row that began the current run of
*> 'L' rows; working days not already marked taken
mark-leave-status.
    move spaces to leave-from-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(min(business_date), '') from change_log where person_id = ?1 and status = 'L' and id > coalesce((select max(id) from change_log where person_id = ?1 and coalesce(status, 'A') <> 'L'), 0)",
        inner-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(inner-handle, bind-param-1, pr-id(pr-ix)) to db-status
        move SQLITE3-STMT-STEP(inner-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(inner-handle,col-idx,leave-from-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(inner-handle) to db-status
    end-if.
    move leave-from-iso to iso-in.
    perform iso-to-int.
    if iso-int = 0 then
        move from-int to leave-from-int
    else
        move iso-int to leave-from-int
    end-if.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        if day-kind(day-ix) = "W" and pr-row(pr-ix)(day-ix:1) = "."
                and from-int + day-ix - 1 >= leave-from-int then
            move "L" to pr-row(pr-ix)(day-ix:1)
        end-if
    end-perform.

*> people out a day, and the working days over the alert percent
count-out-days.
    move 0 to max-out dept-alerts.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        move 0 to day-out(day-ix)
        perform varying pr-ix from 1 by 1 until pr-ix > pr-count
            if pr-row(pr-ix)(day-ix:1) = "T" or "h" or "!" or "L" then
                add 1 to day-out(day-ix)
            end-if
        end-perform
        if day-out(day-ix) > max-out then
            move day-out(day-ix) to max-out
        end-if
        add day-out(day-ix) to grand-person-days
        if day-kind(day-ix) = "W"
                and day-out(day-ix) * 100 > alert-pct * pr-count then
            add 1 to dept-alerts
        end-if
    end-perform.
    add 1 to grand-depts.
    add pr-count to grand-people.
    add dept-alerts to grand-alerts.

write-department.
    move spaces to build-line.
    perform put-line.
    move pr-count to count-out.
    move spaces to build-line.
    if cur-dept = spaces then
        string "DEPARTMENT (none)  headcount " trim(count-out)
            into build-line
        end-string
    else
        string "DEPARTMENT " trim(cur-dept) "  headcount " trim(count-out)
            into build-line
        end-string
    end-if.
    perform put-line.

    *> day of the month, tens over units, then the weekday
    move spaces to grid-line.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        if day-dom(day-ix) >= 10 then
            move day-dom(day-ix)(1:1) to gl-cells(day-ix:1)
        end-if
    end-perform.
    move grid-line to build-line.
    perform put-line.
    move spaces to grid-line.
    move "    ID NAME" to gl-label.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        move day-dom(day-ix)(2:1) to gl-cells(day-ix:1)
    end-perform.
    move grid-line to build-line.
    perform put-line.
    move spaces to grid-line.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        move wd-letters(day-wd(day-ix):1) to gl-cells(day-ix:1)
    end-perform.
    move grid-line to build-line.
    perform put-line.

    perform varying pr-ix from 1 by 1 until pr-ix > pr-count
        move spaces to person-line
        move pr-id(pr-ix) to pl-id
        move pr-name(pr-ix) to pl-name
        move pr-row(pr-ix)(1:range-days) to pl-cells
        move person-line to build-line
        perform put-line
    end-perform.

    *> the daily count, with a tens line above it when a day reaches ten
    if max-out >= 10 then
        move spaces to grid-line
        move "          OUT (TENS)" to gl-label
        perform varying day-ix from 1 by 1 until day-ix > range-days
            if day-out(day-ix) >= 10 then
                compute digit-out = mod(day-out(day-ix) / 10, 10)
                move digit-out to gl-cells(day-ix:1)
            end-if
        end-perform
        move grid-line to build-line
        perform put-line
    end-if.
    move spaces to grid-line.
    move "          OUT" to gl-label.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        compute digit-out = mod(day-out(day-ix), 10)
        move digit-out to gl-cells(day-ix:1)
    end-perform.
    move grid-line to build-line.
    perform put-line.
    move spaces to grid-line.
    move alert-pct to pct-out.
    string "          OVER " trim(pct-out) "%" into gl-label end-string.
    perform varying day-ix from 1 by 1 until day-ix > range-days
        if day-kind(day-ix) = "W"
                and day-out(day-ix) * 100 > alert-pct * pr-count then
            move "^" to gl-cells(day-ix:1)
        end-if
    end-perform.
    move grid-line to build-line.
    perform put-line.

    perform varying day-ix from 1 by 1 until day-ix > range-days
        if day-kind(day-ix) = "W"
                and day-out(day-ix) * 100 > alert-pct * pr-count then
            compute out-pct rounded = day-out(day-ix) * 100 / pr-count
            move day-out(day-ix) to count-out
            move pr-count to count-out-2
            move out-pct to pct-out
            move spaces to build-line
            string "    " day-iso(day-ix) " " wd-letters(day-wd(day-ix):1)
                "  " trim(count-out) " of " trim(count-out-2) " out ("
                trim(pct-out) "%)"
                into build-line
            end-string
            perform put-line
        end-if
    end-perform.
    move alert-pct to pct-out.

end program absence-calendar.
