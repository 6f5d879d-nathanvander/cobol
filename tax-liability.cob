GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 tax-liability.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The employer tax liability for one pay period -- what the company
*> owes the agencies, so the tax deposit is backed by a report and not
*> a spreadsheet.  For the period named by "-period" (YYYYMMDD, default
*> the latest period deduction-register wrote to pay_tax) one line per
*> tax code: people taxed, taxable wages, the employee share actually
*> withheld, the employer's matching share, and the liability (the two
*> together).  A last column shows any employee share the register
*> could NOT withhold because net ran out (its SHORT lines in
*> pay_deduction) -- still owed by the employee, not deposited, and
*> listed so payroll chases it instead of discovering it at year end.
*> The grand-total line is the deposit.  A period pay-void has voided
*> carries the void's reversing 'T' adjustments, which take the
*> original tax back out, and once deduction-register has finished the
*> reissue its 'R' tax rows as well -- the rule pay_ytd is rebuilt by --
*> so the deposit is what is owed after the correction; a person is
*> counted under a code while anything is left there for them.  Output
*> goes to "-out" (default tax-liability.rpt), registered in
*> report_registry.  RETURN-CODE 1 when the period has no tax rows.
identification division.
    program-id. tax-liability.
    REMARKS. Per-period employer tax liability by tax code.

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
    01 report-file-name pic x(256) value "tax-liability.rpt".
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
    01 sql-text pic x(1024).

    01 business-date pic 9(8).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).

    01 out-code pic x(6).
    01 out-count pic s9(9) comp.
    01 out-taxable pic s9(11)v99 comp-3.
    01 out-ee pic s9(11)v99 comp-3.
    01 out-er pic s9(11)v99 comp-3.
    01 out-short pic s9(11)v99 comp-3.
    01 out-liability pic s9(11)v99 comp-3.

    01 line-count pic 9(9) value 0.
    01 grand-ee pic s9(11)v99 comp-3 value 0.
    01 grand-er pic s9(11)v99 comp-3 value 0.
    01 grand-short pic s9(11)v99 comp-3 value 0.
    01 grand-liability pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(40) value "EMPLOYER TAX LIABILITY -- PAY PERIOD ".
        05 hdr-period-out pic x(10).
    01 hdr-line-2.
        05 filler pic x(8)  value "CODE".
        05 filler pic x(8)  value "  PEOPLE".
        05 filler pic x(16) value "   TAXABLE WAGES".
        05 filler pic x(16) value "    EMPLOYEE W/H".
        05 filler pic x(16) value "  EMPLOYER SHARE".
        05 filler pic x(16) value "       LIABILITY".
        05 filler pic x(16) value "   NOT WITHHELD".
    01 detail-line.
        05 dl-code pic x(6).
        05 filler pic xx value spaces.
        05 dl-count pic zzzzzzz9.
        05 filler pic x value space.
        05 dl-taxable pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 dl-ee pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 dl-er pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 dl-liability pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 dl-short pic zzz,zzz,zz9.99.
    01 total-line.
        05 filler pic x(31) value "DEPOSIT TOTAL".
        05 tl-ee pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 tl-er pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 tl-liability pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 tl-short pic zzz,zzz,zz9.99.

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
        display "tax-liability: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "tax-liability: no pay_tax rows -- run deduction-register first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    display "TAX-LIABILITY for period ending ", period-date.

    move spaces to sql-text.
    string "select code, count(case when txw <> 0 or ee <> 0 or er <> 0 then 1 end), coalesce(sum(txw), 0), coalesce(sum(ee), 0), coalesce(sum(er), 0), "
        "coalesce((select sum(d.wanted_amount - d.taken_amount) from pay_deduction d where d.period_date = ?1 and d.ded_code = code), 0) from ("
        "select code, pid, sum(txw) txw, sum(ee) ee, sum(er) er from ("
        "select tax_code code, person_id pid, taxable_wages txw, ee_amount ee, er_amount er from pay_tax where period_date = ?1 union all "
        "select a.item_code, v.person_id, a.taxable_wages, a.amount, a.er_amount from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'T' and (a.adj_type = 'V' or v.reissue_flag = 1) and v.period_date = ?1) "
        "group by code, pid) group by code order by code"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        *> no void ever taken: pay_adjustment does not exist yet
        move SQLITE3-STMT-OPEN(db-handle,
            "select t.tax_code, count(*), coalesce(sum(t.taxable_wages), 0), coalesce(sum(t.ee_amount), 0), coalesce(sum(t.er_amount), 0), coalesce((select sum(d.wanted_amount - d.taken_amount) from pay_deduction d where d.period_date = t.period_date and d.ded_code = t.tax_code), 0) from pay_tax t where t.period_date = ?1 group by t.tax_code order by t.tax_code",
            stmt-handle) to db-status
    end-if.
    if db-status not = 0 then
        display "tax-liability: select failed, status ", db-status
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
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-count
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-taxable
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-ee
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-er
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-short
        compute out-liability = out-ee + out-er
        move out-code to dl-code
        move out-count to dl-count
        move out-taxable to dl-taxable
        move out-ee to dl-ee
        move out-er to dl-er
        move out-liability to dl-liability
        move out-short to dl-short
        write report-line from detail-line
        add 1 to line-count
        add out-ee to grand-ee
        add out-er to grand-er
        add out-short to grand-short
        add out-liability to grand-liability
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    move spaces to report-line.
    write report-line.
    move grand-ee to tl-ee.
    move grand-er to tl-er.
    move grand-liability to tl-liability.
    move grand-short to tl-short.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "tax-liability: ", line-count, " tax code(s), deposit ", grand-liability,
        " -- report in ", trim(report-file-name).
    if line-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from pay_tax",
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
    move REPORT-REGISTER(db-handle, "tax-liability", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program tax-liability.
