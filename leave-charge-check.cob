GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 leave-charge-check.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The absence calendar's companion check: leave taken on days nobody
*> was due at work.  A leave_ledger T (taken) entry of n days covers n
*> calendar days from its tx_date -- the rule SHIFT-DAY (shift-utils.cob)
*> and absence-calendar apply -- and every one of those days is charged
*> to the balance.  Each entry dated "-from" to "-to" (YYYYMMDD, default
*> the business date's year) with a covered day on a Saturday, a Sunday
*> or a holiday_calendar date is listed with the days charged, how many
*> of them were not working days (a fractional entry's last day counts
*> its half), and which days they were, so the clerks can adjust the
*> balance back with an A entry or re-key the leave.  Every person's
*> entries are checked, terminated or not.  Output goes to "-out"
*> (default leave-charge-check.rpt), registered in report_registry.
*> RETURN-CODE 1 when any entry is listed, 0 on a clean check.
identification division.
    program-id. leave-charge-check.
    REMARKS. Leave charged on weekends and holidays.

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
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
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
    01 report-file-name pic x(256) value "leave-charge-check.rpt".
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
    01 busdate-iso pic x(10).
    01 from-date pic 9(8).
    01 to-date pic 9(8).
    01 from-iso pic x(10).
    01 to-iso pic x(10).

    *> every holiday_calendar date, as a day integer
    01 holiday-table.
        05 holiday-int occurs 1000 times pic s9(9) comp.
    01 holiday-count pic s9(4) comp value 0.
    01 holiday-ix pic s9(4) comp.
    01 holiday-flag pic 9.
        88 IS-HOLIDAY value 1.

    *> a taken entry as read, and its days
    01 out-entry-id pic s9(9) comp.
    01 out-person-id pic s9(9) comp.
    01 out-name pic x(40).
    01 out-dept pic x(10).
    01 out-date pic x(10).
    01 out-days pic s9(7)v99 comp-3.
    01 entry-whole pic s9(7) comp.
    01 entry-covered pic s9(7) comp.
    01 entry-k pic s9(7) comp.
    01 entry-int pic s9(9) comp.
    01 day-int pic s9(9) comp.
    01 day-wd pic 9.
    01 day-ymd pic 9(8).
    01 day-tag pic x(3).
    01 off-days pic s9(7)v99 comp-3.
    01 off-list pic x(60).
    01 off-ptr pic s9(4) comp.

    01 iso-in pic x(10).
    01 iso-int pic s9(9) comp.
    01 ymd-work pic 9(8).
    01 ymd-text pic x(8).

    01 entry-count pic s9(9) comp value 0.
    01 flagged-count pic s9(9) comp value 0.
    01 flagged-days pic s9(7)v99 comp-3 value 0.

    01 check-line.
        05 ck-entry pic zzzzz9.
        05 filler pic x value space.
        05 ck-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 ck-name pic x(22).
        05 ck-dept pic x(6).
        05 ck-date pic x(11).
        05 ck-days pic zzz9.99.
        05 filler pic x value space.
        05 ck-off pic zzz9.99.
        05 filler pic xx value spaces.
        05 ck-list pic x(60).

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp value 0.
    01 build-line pic x(132).
    01 count-out pic zzzzz9.
    01 count-out-2 pic zzzzz9.
    01 days-out pic zzzz9.99.

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
        display "leave-charge-check: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    *> default range: the business date's year
    move business-date to from-date.
    move "0101" to from-date(5:4).
    move business-date to to-date.
    move "1231" to to-date(5:4).
    move ARGPARSE-GET-FLAG("from", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to from-date
    end-if.
    move ARGPARSE-GET-FLAG("to", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to to-date
    end-if.
    if test-date-yyyymmdd(from-date) not = 0
            or test-date-yyyymmdd(to-date) not = 0
            or from-date > to-date then
        display "leave-charge-check: -from and -to are YYYYMMDD dates, -from first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(from-date) to from-iso.
    move SQLITE3-COBOL-TO-DATE(to-date) to to-iso.

    perform load-holidays.

    open output report-file.
    move spaces to build-line.
    string "LEAVE CHARGED ON WEEKENDS AND HOLIDAYS -- " from-iso " to " to-iso
        "                      business date " busdate-iso
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    perform put-line.
    move " ENTRY    PERSON NAME                  DEPT  TX DATE    CHARGED NOT WRK  DAYS NOT WORKED"
        to build-line.
    perform put-line.
    perform check-entries.

    move spaces to build-line.
    perform put-line.
    move spaces to build-line.
    move entry-count to count-out.
    move flagged-count to count-out-2.
    move flagged-days to days-out.
    string trim(count-out) " taken entr(ies) checked, " trim(count-out-2)
        " charged for " trim(days-out) " day(s) nobody was due at work"
        into build-line
    end-string.
    perform put-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "leave-charge-check: ", trim(count-out-2),
        " entr(ies) charged on weekends or holidays -- report in ",
        trim(report-file-name).
    if flagged-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

put-line.
    write report-line from build-line.
    add 1 to registry-lines.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -from " from-date " -to " to-date
        " -out " trim(report-file-name)
        into registry-params end-string.
    move REPORT-REGISTER(db-handle, "leave-charge-check", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

load-holidays.
    move 0 to holiday-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select holiday_date from holiday_calendar order by holiday_date",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or holiday-count >= 1000
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,iso-in) to bool
        perform iso-to-int
        if iso-int > 0 then
            add 1 to holiday-count
            move iso-int to holiday-int(holiday-count)
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

check-entries.
    move SQLITE3-STMT-OPEN(db-handle,
        "select l.id, l.person_id, coalesce(p.last_name, '') || ', ' || coalesce(p.first_name, ''), coalesce(p.dept_code, ''), l.tx_date, l.tx_days from leave_ledger l left join person p on p.id = l.person_id where l.tx_type = 'T' and coalesce(l.tx_days, 0) > 0 and l.tx_date between ?1 and ?2 order by l.tx_date, l.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (no leave ledger on this database)" to build-line
        perform put-line
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, to-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        add 1 to entry-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-entry-id
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-date) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-days
        move out-date to iso-in
        perform iso-to-int
        if iso-int > 0 then
            move iso-int to entry-int
            perform check-one-entry
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> the entry's covered days that were weekends or holidays, listed as
*> MM-DD and SAT, SUN or HOL
check-one-entry.
    move out-days to entry-whole.
    move entry-whole to entry-covered.
    if out-days > entry-whole then
        add 1 to entry-covered
    end-if.
    move 0 to off-days.
    move spaces to off-list.
    move 1 to off-ptr.
    perform varying entry-k from 0 by 1 until entry-k >= entry-covered
        compute day-int = entry-int + entry-k
        compute day-wd = mod(day-int - 1, 7) + 1
        perform test-holiday
        move spaces to day-tag
        evaluate true
            when IS-HOLIDAY
                move "HOL" to day-tag
            when day-wd = 6
                move "SAT" to day-tag
            when day-wd = 7
                move "SUN" to day-tag
        end-evaluate
        if day-tag not = spaces then
            if entry-k = entry-covered - 1 and out-days > entry-whole then
                compute off-days = off-days + out-days - entry-whole
            else
                add 1 to off-days
            end-if
            move date-of-integer(day-int) to day-ymd
            if off-ptr < 45 then
                string day-ymd(5:2) "-" day-ymd(7:2) " " day-tag "  "
                    delimited by size into off-list with pointer off-ptr
                end-string
            else
                if off-ptr = 45 then
                    string "..." delimited by size into off-list
                        with pointer off-ptr
                    end-string
                end-if
            end-if
        end-if
    end-perform.
    if off-days = 0 then
        exit paragraph
    end-if.
    add 1 to flagged-count.
    add off-days to flagged-days.
    move spaces to check-line.
    move out-entry-id to ck-entry.
    move out-person-id to ck-person.
    move out-name to ck-name.
    move out-dept to ck-dept.
    move out-date to ck-date.
    move out-days to ck-days.
    move off-days to ck-off.
    move off-list to ck-list.
    move check-line to build-line.
    perform put-line.

test-holiday.
    move 0 to holiday-flag.
    perform varying holiday-ix from 1 by 1
            until holiday-ix > holiday-count or IS-HOLIDAY
        if holiday-int(holiday-ix) = day-int then
            move 1 to holiday-flag
        end-if
    end-perform.

end program leave-charge-check.
