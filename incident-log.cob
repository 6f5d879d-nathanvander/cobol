GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 incident-log.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The annual injury and illness log and its summary, from the cases
*> incident-maintenance keeps.  "-year YYYY" (default the business
*> date's year) picks the cases by incident date.  Part one is the log:
*> every recordable case, by department then date, with the person,
*> what happened, the injury type, days away and restricted and the
*> case's class -- AWAY when there were days away, RSTR when only
*> restricted duty, OTHER for the rest -- and a subtotal per department.
*> Part two is the summary by department: all cases and the recordable
*> ones, the recordable cases by class, total days away and restricted,
*> the recordable cases by injury type, and the incident rates per 100
*> full-time workers -- total recordable (TRC) and days away or
*> restricted (DART), cases x 100 over the average employees -- with
*> the establishment total under it.
*>
*> Average employees come from headcount_snapshot, the way turnover-
*> report takes its average headcount: the employee age bands summed per
*> snapshot month in the year and averaged over those months, CONTRACTOR
*> and TEMP rows left out as they are not on the log.  A year with no
*> snapshot months falls back to the live count of active and on-leave
*> employees.  The snapshot keeps no department, so each department's
*> average is the establishment's apportioned by its share of the
*> active employees today.  Output goes to "-out" (default
*> incident-log.rpt), registered in report_registry.
identification division.
    program-id. incident-log.
    REMARKS. Annual injury and illness log and summary with incident rates.

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
    01 report-file-name pic x(256) value "incident-log.rpt".
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

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 log-year pic x(4).
    01 sql-text pic x(1024).

    *> average employees for the year and today's active employees
    01 snap-months pic s9(9) comp value 0.
    01 snap-total pic s9(9) comp value 0.
    01 active-total pic s9(9) comp value 0.
    01 estab-average pic s9(7)v9 comp-3 value 0.
    01 dept-average pic s9(7)v9 comp-3.
    01 average-source pic x(40).

    *> a log line as read
    01 out-case-id pic s9(9) comp.
    01 out-date pic x(10).
    01 out-person-id pic s9(9) comp.
    01 out-name pic x(40).
    01 out-dept pic x(10).
    01 out-description pic x(60).
    01 out-type pic x(12).
    01 out-body-part pic x(30).
    01 out-days-away pic s9(9) comp.
    01 out-days-restricted pic s9(9) comp.
    01 prev-dept pic x(10).
    01 first-row-flag pic 9.
        88 FIRST-ROW value 1.

    01 sub-cases pic s9(9) comp.
    01 sub-away pic s9(9) comp.
    01 sub-restricted pic s9(9) comp.
    01 log-cases pic s9(9) comp value 0.

    *> a summary line as read, and the establishment totals
    01 sum-table.
        05 sum-count pic s9(9) comp occurs 13 times.
    01 tot-table.
        05 tot-count pic s9(9) comp occurs 13 times.
    01 sum-ix pic 99.
    01 dept-active pic s9(9) comp.
    01 dept-count pic s9(9) comp value 0.
    01 trc-rate pic s9(5)v99 comp-3.
    01 dart-rate pic s9(5)v99 comp-3.

    01 log-line.
        05 lg-case pic zzzzz9.
        05 filler pic x value space.
        05 lg-date pic x(11).
        05 lg-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 lg-name pic x(24).
        05 lg-dept pic x(6).
        05 lg-type pic x(12).
        05 lg-body-part pic x(16).
        05 lg-away pic zz9.
        05 filler pic x value space.
        05 lg-restricted pic zz9.
        05 filler pic xx value spaces.
        05 lg-class pic x(6).
        05 lg-description pic x(30).
    01 subtotal-line.
        05 filler pic x(7) value spaces.
        05 filler pic x(10) value "SUBTOTAL ".
        05 st-dept pic x(10).
        05 st-cases pic zzzz9.
        05 filler pic x(52) value " recordable case(s)".
        05 st-away pic zzzz9.
        05 st-restricted pic zzz9.
    01 summary-line.
        05 sm-dept pic x(10).
        05 sm-cell pic zzzzz9 occurs 13 times.
        05 filler pic x(4) value spaces.
        05 sm-average pic zzzzz9.9.
        05 sm-trc pic zzzz9.99.
        05 sm-dart pic zzzz9.99.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp value 0.
    01 build-line pic x(132).
    01 count-out pic zzzz9.
    01 average-out pic zzzzz9.9.

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
        display "incident-log: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move busdate-iso(1:4) to log-year.
    move ARGPARSE-GET-FLAG("year", flag-value) to flag-found.
    if flag-found = 1 then
        if flag-value(1:4) is not numeric or flag-value(5:1) not = space then
            display "incident-log: -year is YYYY"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        move flag-value(1:4) to log-year
    end-if.

    perform load-average-employees.

    open output report-file.
    move spaces to build-line.
    string "INJURY AND ILLNESS LOG -- " log-year
        "                                        business date " busdate-iso
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    perform put-line.
    move "  CASE DATE          PERSON NAME                    DEPT  TYPE        BODY PART       AWY RST  CLASS DESCRIPTION"
        to build-line.
    perform put-line.
    perform write-log.

    move spaces to build-line.
    perform put-line.
    move spaces to build-line.
    string "SUMMARY BY DEPARTMENT -- " log-year
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    move estab-average to average-out.
    string "average employees " trim(average-out) " -- " trim(average-source)
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    perform put-line.
    move "             ALL RECRD  AWAY  RSTR OTHER DYSAW DYSRS   INJ  SKIN  RESP  POIS  HEAR   ILL     AVG EMP     TRC    DART"
        to build-line.
    perform put-line.
    perform write-summary.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move log-cases to count-out.
    display "incident-log: ", log-year, " -- ", trim(count-out),
        " recordable case(s) logged -- report in ", trim(report-file-name).
    move 0 to return-code.
    stop run.

put-line.
    write report-line from build-line.
    add 1 to registry-lines.

*> employee bands summed per snapshot month of the year, averaged over
*> the months found; no months, the live employee count instead
load-average-employees.
    move 0 to snap-months snap-total.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*), coalesce(sum(n), 0) from (select snap_month, sum(headcount) as n from headcount_snapshot where substr(snap_month, 1, 4) = ? and age_band not in ('CONTRACTOR', 'TEMP') group by snap_month)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, log-year) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to snap-months
            move 1 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to snap-total
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person where coalesce(status, 'A') in ('A', 'L') and coalesce(worker_type, 'E') not in ('C', 'T')",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to active-total
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move spaces to average-source.
    if snap-months > 0 then
        compute estab-average rounded = snap-total / snap-months
        move snap-months to count-out
        string "headcount_snapshot, " trim(count-out) " month(s)"
            into average-source
        end-string
    else
        move active-total to estab-average
        move "no snapshot months, live employees" to average-source
    end-if.

*> recordable cases by department then date, subtotalled per department
write-log.
    move 1 to first-row-flag.
    move spaces to prev-dept.
    move 0 to sub-cases sub-away sub-restricted.
    move SQLITE3-STMT-OPEN(db-handle,
        "select i.id, coalesce(i.incident_date, ''), i.person_id, coalesce(p.last_name, '') || ', ' || coalesce(p.first_name, ''), coalesce(i.dept_code, ''), coalesce(i.description, ''), coalesce(i.injury_type, ''), coalesce(i.body_part, ''), coalesce(i.days_away, 0), coalesce(i.days_restricted, 0) from incident i left join person p on p.id = i.person_id where substr(i.incident_date, 1, 4) = ? and coalesce(i.recordable, 'Y') = 'Y' order by coalesce(i.dept_code, ''), i.incident_date, i.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (no incident cases -- incident-maintenance has not been used on this database)"
            to build-line
        perform put-line
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, log-year) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-date out-name out-dept out-description out-type out-body-part
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-case-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-body-part) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-days-away
        move 9 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-days-restricted
        if not FIRST-ROW and out-dept not = prev-dept then
            perform write-subtotal
        end-if
        move 0 to first-row-flag
        move out-dept to prev-dept
        move out-case-id to lg-case
        move out-date to lg-date
        move out-person-id to lg-person
        move out-name to lg-name
        move out-dept to lg-dept
        move out-type to lg-type
        move out-body-part to lg-body-part
        move out-days-away to lg-away
        move out-days-restricted to lg-restricted
        evaluate true
            when out-days-away > 0
                move "AWAY" to lg-class
            when out-days-restricted > 0
                move "RSTR" to lg-class
            when other
                move "OTHER" to lg-class
        end-evaluate
        move out-description to lg-description
        move log-line to build-line
        perform put-line
        add 1 to sub-cases log-cases
        add out-days-away to sub-away
        add out-days-restricted to sub-restricted
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if FIRST-ROW then
        move "  (no recordable cases in the year)" to build-line
        perform put-line
    else
        perform write-subtotal
    end-if.

write-subtotal.
    move prev-dept to st-dept.
    move sub-cases to st-cases.
    move sub-away to st-away.
    move sub-restricted to st-restricted.
    move subtotal-line to build-line.
    perform put-line.
    move spaces to build-line.
    perform put-line.
    move 0 to sub-cases sub-away sub-restricted.

*> one line per department with cases in the year: all cases, the
*> recordable ones, their classes, days, injury types, then the rates
*> over the department's share of the average employees
write-summary.
    perform varying sum-ix from 1 by 1 until sum-ix > 13
        move 0 to tot-count(sum-ix)
    end-perform.
    move spaces to sql-text.
    string
        "select coalesce(i.dept_code, ''), count(*), sum(r), sum(r * (a > 0)), sum(r * (a = 0 and s > 0)), sum(r * (a = 0 and s = 0)), sum(r * a), sum(r * s), "
        "sum(r * (t = 'INJURY')), sum(r * (t = 'SKIN')), sum(r * (t = 'RESPIRATORY')), sum(r * (t = 'POISONING')), sum(r * (t = 'HEARING')), sum(r * (t = 'ILLNESS')), "
        "(select count(*) from person p where p.dept_code = i.dept_code and coalesce(p.status, 'A') in ('A', 'L') and coalesce(p.worker_type, 'E') not in ('C', 'T')) "
        "from (select dept_code, (coalesce(recordable, 'Y') = 'Y') as r, coalesce(days_away, 0) as a, coalesce(days_restricted, 0) as s, coalesce(injury_type, '') as t "
        "from incident where substr(incident_date, 1, 4) = ?) i group by coalesce(i.dept_code, '') order by 1"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (no incident cases -- incident-maintenance has not been used on this database)"
            to build-line
        perform put-line
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, log-year) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-dept
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        perform varying sum-ix from 1 by 1 until sum-ix > 13
            move sum-ix to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to sum-count(sum-ix)
            add sum-count(sum-ix) to tot-count(sum-ix)
        end-perform
        move 14 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to dept-active
        if active-total > 0 then
            compute dept-average rounded = estab-average * dept-active / active-total
        else
            move 0 to dept-average
        end-if
        move out-dept to sm-dept
        perform write-summary-line
        add 1 to dept-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if dept-count = 0 then
        move "  (no cases in the year)" to build-line
        perform put-line
    end-if.
    move spaces to build-line.
    perform put-line.
    perform varying sum-ix from 1 by 1 until sum-ix > 13
        move tot-count(sum-ix) to sum-count(sum-ix)
    end-perform.
    move estab-average to dept-average.
    move "TOTAL" to sm-dept.
    perform write-summary-line.

*> sum-count 1 all cases, 2 recordable, 3 away, 4 restricted, 5 other,
*> 6 days away, 7 days restricted, 8-13 the injury types
write-summary-line.
    perform varying sum-ix from 1 by 1 until sum-ix > 13
        move sum-count(sum-ix) to sm-cell(sum-ix)
    end-perform.
    if dept-average > 0 then
        compute trc-rate rounded = sum-count(2) * 100 / dept-average
        compute dart-rate rounded = (sum-count(3) + sum-count(4)) * 100 / dept-average
    else
        move 0 to trc-rate dart-rate
    end-if.
    move dept-average to sm-average.
    move trc-rate to sm-trc.
    move dart-rate to sm-dart.
    move summary-line to build-line.
    perform put-line.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -year " log-year " -out " trim(report-file-name)
        into registry-params end-string.
    move REPORT-REGISTER(db-handle, "incident-log", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program incident-log.
