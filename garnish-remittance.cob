GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 garnish-remittance.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The court-order remittance register -- what to send each agency for
*> one pay period, so the checks to the courts and support agencies
*> are cut from what payroll actually withheld.  For the period named
*> by "-period" (YYYYMMDD, default the latest period deduction-register
*> wrote to pay_garnish) one line per order withheld: the case number,
*> the person, the amount taken, the arrears still behind and the
*> balance still owed after this period (PAID OFF when it is the
*> order's last), grouped by payee agency with a REMIT TO total per
*> agency.  The grand total is every court-order dollar withheld for
*> the period, and ties to the GARN code total on the deduction
*> register.  Output goes to "-out" (default garnish-remittance.rpt),
*> registered in report_registry.  RETURN-CODE 1 when the period has no
*> court-order withholding.
identification division.
    program-id. garnish-remittance.
    REMARKS. Per-agency court-order remittance register.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
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
    01 report-file-name pic x(256) value "garnish-remittance.rpt".
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
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).

    01 out-agency pic x(8).
    01 out-agency-name pic x(30).
    01 out-case-no pic x(20).
    01 out-person-id PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-taken pic s9(9)v99 comp-3.
    01 out-arrears pic s9(9)v99 comp-3.
    01 out-balance pic s9(9)v99 comp-3.
    01 person-name pic x(42).

    01 prev-agency pic x(8) value spaces.
    01 prev-agency-name pic x(30) value spaces.
    01 agency-total pic s9(11)v99 comp-3 value 0.
    01 agency-count pic 9(5) value 0.
    01 line-count pic 9(9) value 0.
    01 grand-total pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(42) value "COURT-ORDER REMITTANCE -- PAY PERIOD ".
        05 hdr-period-out pic x(10).
    01 hdr-line-2.
        05 filler pic x(9)  value "AGENCY".
        05 filler pic x(21) value "CASE NUMBER".
        05 filler pic x(8)  value "  PERSON".
        05 filler pic x(21) value " NAME".
        05 filler pic x(14) value "      WITHHELD".
        05 filler pic x(14) value "       ARREARS".
        05 filler pic x(14) value "   BALANCE DUE".
    01 detail-line.
        05 dl-agency pic x(8).
        05 filler pic x value space.
        05 dl-case-no pic x(20).
        05 filler pic x value space.
        05 dl-person pic zzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(20).
        05 filler pic x value space.
        05 dl-taken pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-arrears pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-balance pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-flag pic x(8).
    01 agency-line.
        05 filler pic x(10) value "REMIT TO ".
        05 al-agency pic x(8).
        05 filler pic x value space.
        05 al-agency-name pic x(30).
        05 filler pic x value space.
        05 al-count pic zzzz9.
        05 filler pic x(9) value " order(s)".
        05 al-total pic zzz,zzz,zz9.99.
    01 total-line.
        05 filler pic x(64) value "TOTAL COURT-ORDER WITHHOLDING".
        05 tl-total pic zzz,zzz,zz9.99.

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
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "garnish-remittance: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "garnish-remittance: no pay_garnish rows -- no court orders withheld yet"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    display "GARNISH-REMITTANCE for period ending ", period-date.

    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(g.agency_code, ''), coalesce(o.agency_name, ''), coalesce(g.case_no, ''), g.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), coalesce(g.taken_amount, 0), coalesce(g.arrears_after, 0), coalesce(g.balance_after, 0) from pay_garnish g left join garnish_order o on o.id = g.order_id left join person p on p.id = g.person_id where g.period_date = ? and g.taken_amount > 0 order by g.agency_code, g.case_no",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "garnish-remittance: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status.

    open output report-file.
    move period-date-iso to hdr-period-out.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-agency) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-agency-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-case-no) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-person-id
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-taken
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-arrears
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-balance
        if line-count > 0 and out-agency not = prev-agency then
            perform write-agency-total
        end-if
        move out-agency to prev-agency
        move out-agency-name to prev-agency-name
        move out-agency to dl-agency
        move out-case-no to dl-case-no
        move out-person-id to dl-person
        move spaces to person-name
        string trim(out-first) " " trim(out-last) into person-name end-string
        move person-name(1:20) to dl-name
        move out-taken to dl-taken
        move out-arrears to dl-arrears
        move out-balance to dl-balance
        if out-balance not > 0 then
            move "PAID OFF" to dl-flag
        else
            move spaces to dl-flag
        end-if
        write report-line from detail-line
        add 1 to line-count
        add 1 to agency-count
        add out-taken to agency-total
        add out-taken to grand-total
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if line-count > 0 then
        perform write-agency-total
    end-if.

    move spaces to report-line.
    write report-line.
    move grand-total to tl-total.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "garnish-remittance: ", line-count, " order(s), remit ", grand-total,
        " -- report in ", trim(report-file-name).
    if line-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one REMIT TO line closes each agency's group
write-agency-total.
    move prev-agency to al-agency.
    move prev-agency-name to al-agency-name.
    move agency-count to al-count.
    move agency-total to al-total.
    write report-line from agency-line.
    move spaces to report-line.
    write report-line.
    move 0 to agency-count.
    move 0 to agency-total.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from pay_garnish",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            if trim(period-date-iso) not = space then
                move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = line-count + 6.
    move REPORT-REGISTER(db-handle, "garnish-remittance", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program garnish-remittance.
