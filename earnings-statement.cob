GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 earnings-statement.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The employee's own copy of the period: one earnings statement (pay
*> stub) per paid person for the pay period named by "-period"
*> (YYYYMMDD, default the latest period deduction-register stored).
*> Each statement carries the regular and overtime hours and pay from
*> gross_pay, a line per premium earnings code (holiday, night shift,
*> call-in -- the paid hours and pay timesheet-register kept in
*> gross_pay_earning, described from earnings_code), every deduction
*> the register took -- with the SHORT flag take-one-deduction set when
*> an election couldn't be taken in full -- and the net, all from the
*> net_pay and pay_deduction rows the deduction register keeps, so the
*> stub can never disagree with the register by a penny.  Every money
*> line shows the current period and the calendar year to date (every
*> stored period of the same year up to and including this one, with
*> pay-void's reversals and finished reissues counted in).
*>
*> Statements are burst into one print file ("-out", default
*> earnings-statement.prt) in mailing-label order: the person's
*> current 'M' address from person_address -- effective on the business
*> date, the latest one winning when two overlap, the same rule
*> mailing-labels uses -- printed in the address block, ordered by last
*> name then first name.  People with no current mailing address are
*> still printed, at the END of the file marked HOLD FOR DESK DELIVERY,
*> and counted, so nobody's stub silently goes missing.  A dashed cut
*> line separates statements.
*>
*> The run lands in report_registry; once report-archive has captured
*> it, "report-distribution -action original -id <n>" returns the
*> exact statements that were issued -- a regenerated stub would show
*> a year-to-date that has moved on since, so reprints come from the
*> archive, not from a rerun.  RETURN-CODE 1 when the period has no
*> stored net pay (run deduction-register first).
identification division.
    program-id. earnings-statement.
    REMARKS. Per-person earnings statements burst in mailing order.

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
    FUNCTION SQLITE3-COLUMN-INT64
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
        select stub-file assign to stub-file-name
            organization line sequential.

data division.
file section.
fd  stub-file.
01  stub-line pic x(80).

working-storage section.
    01 db-file-name pic x(256).
    01 stub-file-name pic x(256) value "earnings-statement.prt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 person-stmt        PIC 9(18) COMP.
    01 redefines person-stmt.
        05 person-stmt-object-ptr usage pointer.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 person-step-result pic s9(9) comp.
        88  PERSON_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-person-id pic s9(9) comp.

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 year-start-iso pic x(10).
    01 pay-date-iso pic x(10) value spaces.
    01 sql-text pic x(2048).

    *> one paid person, straight off net_pay / gross_pay / the address
    01 out-id    PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last  pic x(20).
    01 out-dept  pic x(4).
    01 out-gross pic s9(9)v99 comp-3.
    01 out-ded   pic s9(9)v99 comp-3.
    01 out-net   pic s9(9)v99 comp-3.
    01 out-reg-hours pic s9(5)v99 comp-3.
    01 out-ot-hours  pic s9(5)v99 comp-3.
    01 out-reg-pay   pic s9(9)v99 comp-3.
    01 out-ot-pay    pic s9(9)v99 comp-3.
    01 out-line1 pic x(30).
    01 out-line2 pic x(30).
    01 out-city  pic x(20).
    01 out-state pic xx.
    01 out-zip   pic x(10).
    01 no-address-flag pic s9(9) comp.
        88 NO-MAILING-ADDRESS value 1.

    *> year-to-date figures for the same person
    01 ytd-reg-hours pic s9(7)v99 comp-3.
    01 ytd-ot-hours  pic s9(7)v99 comp-3.
    01 ytd-reg-pay   pic s9(11)v99 comp-3.
    01 ytd-ot-pay    pic s9(11)v99 comp-3.
    01 ytd-gross     pic s9(11)v99 comp-3.
    01 ytd-ded       pic s9(11)v99 comp-3.
    01 ytd-net       pic s9(11)v99 comp-3.

    01 earn-code pic x(4).
    01 earn-desc pic x(30).
    01 earn-hours pic s9(5)v99 comp-3.
    01 earn-current pic s9(9)v99 comp-3.
    01 earn-ytd-hours pic s9(7)v99 comp-3.
    01 earn-ytd pic s9(11)v99 comp-3.

    01 ded-code pic x(6).
    01 ded-current pic s9(9)v99 comp-3.
    01 ded-ytd pic s9(11)v99 comp-3.
    01 ded-short pic x(7).

    01 statement-count pic 9(9) value 0.
    01 hold-count pic 9(9) value 0.
    01 line-total pic 9(9) value 0.
    01 grand-net pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp.
    01 registry-lines pic s9(9) comp.

    01 cut-line pic x(80) value all "-".
    01 stub-hdr-1.
        05 filler pic x(22) value "EARNINGS STATEMENT".
        05 filler pic x(14) value "PERIOD ENDING ".
        05 sh-period pic x(10).
        05 filler pic x(12) value "  PAY DATE ".
        05 sh-pay-date pic x(10).
    01 stub-hdr-2.
        05 sh-name pic x(42).
        05 filler pic x(4) value "ID ".
        05 sh-id pic zzzzzzzz9.
        05 filler pic x(7) value "  DEPT ".
        05 sh-dept pic x(4).
    01 stub-addr-line.
        05 sa-text pic x(52).
    01 earn-hdr.
        05 filler pic x(20) value "EARNINGS".
        05 filler pic x(10) value "    HOURS".
        05 filler pic x(15) value "       CURRENT".
        05 filler pic x(12) value "   YTD HOURS".
        05 filler pic x(16) value "    YEAR-TO-DATE".
    01 earn-line.
        05 el-label pic x(20).
        05 el-hours pic zz,zz9.99.
        05 filler pic x value space.
        05 el-current pic -zz,zzz,zz9.99.
        05 filler pic x value space.
        05 el-ytd-hours pic zzz,zz9.99.
        05 filler pic x value space.
        05 el-ytd pic -zzz,zzz,zz9.99.
    01 ded-hdr.
        05 filler pic x(30) value "DEDUCTIONS".
        05 filler pic x(15) value "       CURRENT".
        05 filler pic x(12) value spaces.
        05 filler pic x(16) value "    YEAR-TO-DATE".
    01 ded-line.
        05 filler pic x(2) value spaces.
        05 dl-code pic x(6).
        05 filler pic x(22) value spaces.
        05 dl-current pic -zz,zzz,zz9.99.
        05 filler pic x(12) value spaces.
        05 dl-ytd pic -zzz,zzz,zz9.99.
        05 dl-short pic x(7).
    01 total-line.
        05 tl-label pic x(30).
        05 tl-current pic -zz,zzz,zz9.99.
        05 filler pic x(12) value spaces.
        05 tl-ytd pic -zzz,zzz,zz9.99.
    01 hold-line pic x(52) value "*** HOLD FOR DESK DELIVERY -- NO MAILING ADDRESS ***".
    01 person-name pic x(42).
    01 city-line pic x(42).

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
        move flag-value to stub-file-name
    end-if.
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "earnings-statement: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.

    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "earnings-statement: no stored net pay -- run deduction-register first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    move spaces to year-start-iso.
    string period-date-iso(1:4) "-01-01" into year-start-iso end-string.
    perform find-pay-date.
    display "EARNINGS-STATEMENT for period ending ", period-date.

    *> mailing-label order: addressed people by name first, the desk
    *> deliveries (no current 'M' address) gathered at the end
    move spaces to sql-text.
    string "select n.person_id, p.first_name, p.last_name, coalesce(p.dept_code, ''), "
        "n.gross_amount, n.ded_total, n.net_amount, coalesce(g.reg_hours, 0), coalesce(g.ot_hours, 0), "
        "coalesce(g.reg_pay, 0), coalesce(g.ot_pay, 0), coalesce(a.addr_line1, ''), coalesce(a.addr_line2, ''), "
        "coalesce(a.city, ''), coalesce(a.state, ''), coalesce(a.zip, ''), case when a.id is null then 1 else 0 end "
        "from net_pay n join person p on p.id = n.person_id "
        "left join gross_pay g on g.person_id = n.person_id and g.period_date = n.period_date "
        "left join person_address a on a.id = (select a2.id from person_address a2 where a2.person_id = n.person_id "
        "and a2.addr_type = 'M' and a2.eff_from <= '" business-date-iso "' and (a2.eff_to is null or a2.eff_to = '' "
        "or a2.eff_to >= '" business-date-iso "') order by a2.eff_from desc, a2.id desc limit 1) "
        "where n.period_date = '" period-date-iso "' "
        "order by case when a.id is null then 1 else 0 end, p.last_name, p.first_name, n.person_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status.
    if db-status not = 0 then
        display "earnings-statement: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    open output stub-file.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(person-stmt,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-gross
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-ded
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-net
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-reg-hours
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-ot-hours
        move 9 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-reg-pay
        move 10 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-ot-pay
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-line1) to bool
        move 12 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-line2) to bool
        move 13 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-city) to bool
        move 14 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-state) to bool
        move 15 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-zip) to bool
        move 16 to col-idx
        move SQLITE3-COLUMN-INT(person-stmt,col-idx) to no-address-flag
        perform print-one-statement
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.
    close stub-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "earnings-statement: ", statement-count, " statement(s), ",
        hold-count, " held for desk delivery -- in ", trim(stub-file-name).
    display "earnings-statement: net pay on statements ", grand-net.
    if statement-count = 0 then
        display "earnings-statement: period ", period-date, " has no stored net pay"
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from net_pay",
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

*> the pay date printed on the stub comes from the pay_period calendar
*> row covering the period end; blank when the calendar doesn't say
find-pay-date.
    move spaces to pay-date-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(pay_date, '') from pay_period where start_date <= ? and end_date >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pay-date-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

print-one-statement.
    move out-id to bind-person-id.
    perform read-ytd-totals.
    if statement-count > 0 then
        write stub-line from cut-line
        move spaces to stub-line
        write stub-line
    end-if.
    add 1 to statement-count.
    add out-net to grand-net.

    move period-date-iso to sh-period.
    move pay-date-iso to sh-pay-date.
    write stub-line from stub-hdr-1.
    move spaces to stub-line.
    write stub-line.
    move spaces to person-name.
    string trim(out-first) " " trim(out-last) into person-name end-string.
    move person-name to sh-name.
    move out-id to sh-id.
    move out-dept to sh-dept.
    write stub-line from stub-hdr-2.
    if NO-MAILING-ADDRESS then
        add 1 to hold-count
        move hold-line to sa-text
        write stub-line from stub-addr-line
    else
        move out-line1 to sa-text
        write stub-line from stub-addr-line
        if out-line2 not = spaces then
            move out-line2 to sa-text
            write stub-line from stub-addr-line
        end-if
        move spaces to city-line
        string trim(out-city) " " out-state " " trim(out-zip)
            into city-line
        end-string
        move city-line to sa-text
        write stub-line from stub-addr-line
    end-if.
    move spaces to stub-line.
    write stub-line.

    write stub-line from earn-hdr.
    move "REGULAR" to el-label.
    move out-reg-hours to el-hours.
    move out-reg-pay to el-current.
    move ytd-reg-hours to el-ytd-hours.
    move ytd-reg-pay to el-ytd.
    write stub-line from earn-line.
    move "OVERTIME" to el-label.
    move out-ot-hours to el-hours.
    move out-ot-pay to el-current.
    move ytd-ot-hours to el-ytd-hours.
    move ytd-ot-pay to el-ytd.
    write stub-line from earn-line.
    perform print-premium-lines.
    move "GROSS PAY" to tl-label.
    move out-gross to tl-current.
    move ytd-gross to tl-ytd.
    write stub-line from total-line.
    move spaces to stub-line.
    write stub-line.

    write stub-line from ded-hdr.
    perform print-deduction-lines.
    move "TOTAL DEDUCTIONS" to tl-label.
    move out-ded to tl-current.
    move ytd-ded to tl-ytd.
    write stub-line from total-line.
    move spaces to stub-line.
    write stub-line.
    move "NET PAY" to tl-label.
    move out-net to tl-current.
    move ytd-net to tl-ytd.
    write stub-line from total-line.
    add 20 to line-total.

*> year to date is every stored period of the same calendar year up
*> to and including this one -- a later rerun of an earlier period
*> changes it, which is why reprints come from the archive.  A voided
*> period's reversal counts at once and its reissue once deduction-
*> register has finished it, the rule pay_ytd is rebuilt by, so the
*> stub agrees with pay_ytd and year-end-wage.  A reissue carries only
*> its hours and gross; its overtime pay is worked back out at the
*> OT-MULTIPLIER pay-void reissued it under, the rest is regular pay.
read-ytd-totals.
    move 0 to ytd-reg-hours ytd-ot-hours ytd-reg-pay ytd-ot-pay ytd-gross.
    move 0 to ytd-ded ytd-net.
    move spaces to sql-text.
    string "select coalesce(sum(rh), 0), coalesce(sum(oh), 0), coalesce(sum(rp), 0), coalesce(sum(op), 0), coalesce(sum(gr), 0) from ("
        "select reg_hours rh, ot_hours oh, reg_pay rp, ot_pay op, gross_amount gr from gross_pay "
        "where person_id = ?1 and period_date >= ?2 and period_date <= ?3 union all "
        "select rh, oh, case when t = 'V' then grp else gr - rop end, case when t = 'V' then gop else rop end, gr from ("
        "select t, rh, oh, gr, grp, gop, coalesce(round(gr * oh * x / nullif(rh + oh * x, 0), 2), 0) rop from ("
        "select a.adj_type t, a.reg_hours rh, a.ot_hours oh, a.amount gr, 0 - coalesce(g.reg_pay, 0) grp, 0 - coalesce(g.ot_pay, 0) gop, "
        "coalesce((select cast(param_value as real) from business_parameter where param_name = 'OT-MULTIPLIER' "
        "and eff_date <= v.period_date order by eff_date desc limit 1), 1.5) x "
        "from pay_adjustment a join pay_void v on v.id = a.void_id "
        "left join gross_pay g on g.person_id = v.person_id and g.period_date = v.period_date "
        "where a.item_type = 'G' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and v.person_id = ?1 and v.period_date >= ?2 and v.period_date <= ?3)))"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        *> no void ever taken: pay_adjustment does not exist yet
        move SQLITE3-STMT-OPEN(db-handle,
            "select coalesce(sum(reg_hours), 0), coalesce(sum(ot_hours), 0), coalesce(sum(reg_pay), 0), coalesce(sum(ot_pay), 0), coalesce(sum(gross_amount), 0) from gross_pay where person_id = ? and period_date >= ? and period_date <= ?",
            stmt-handle) to db-status
    end-if.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, year-start-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-reg-hours
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-ot-hours
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-reg-pay
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-ot-pay
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-gross
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(sum(d), 0), coalesce(sum(n), 0) from (select ded_total d, net_amount n from net_pay where person_id = ?1 and period_date >= ?2 and period_date <= ?3 union all select case a.item_type when 'D' then a.amount else 0 end, case a.item_type when 'N' then a.amount else 0 end from pay_adjustment a join pay_void v on v.id = a.void_id where a.item_type in ('D', 'N') and (a.adj_type = 'V' or v.reissue_flag = 1) and v.person_id = ?1 and v.period_date >= ?2 and v.period_date <= ?3)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move SQLITE3-STMT-OPEN(db-handle,
            "select coalesce(sum(ded_total), 0), coalesce(sum(net_amount), 0) from net_pay where person_id = ? and period_date >= ? and period_date <= ?",
            stmt-handle) to db-status
    end-if.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, year-start-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-ded
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ytd-net
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> one line per premium earnings code paid this year, current and
*> year to date side by side like the regular and overtime lines
print-premium-lines.
    move spaces to sql-text.
    string "select e.earn_code, coalesce(max(c.description), e.earn_code), "
        "coalesce(sum(case when e.period_date = ?1 then e.paid_hours else 0 end), 0), "
        "coalesce(sum(case when e.period_date = ?1 then e.amount else 0 end), 0), "
        "coalesce(sum(e.paid_hours), 0), coalesce(sum(e.amount), 0) "
        "from gross_pay_earning e left join earnings_code c on c.earn_code = e.earn_code "
        "where e.person_id = ?2 and e.period_date >= ?3 and e.period_date <= ?1 "
        "and e.earn_code not in ('REG', 'OT') group by e.earn_code order by e.earn_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, year-start-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,earn-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,earn-desc) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to earn-hours
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to earn-current
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to earn-ytd-hours
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to earn-ytd
        move earn-desc to el-label
        move earn-hours to el-hours
        move earn-current to el-current
        move earn-ytd-hours to el-ytd-hours
        move earn-ytd to el-ytd
        write stub-line from earn-line
        add 1 to line-total
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> one line per deduction code taken this year: this period's amount
*> (zero when nothing was taken this time), the year's total, and the
*> SHORT flag when this period's election couldn't be taken in full --
*> in the order the register took them this period.  A voided period's
*> reversal and a finished reissue count in the year's total the way
*> read-ytd-totals counts them.
print-deduction-lines.
    move spaces to sql-text.
    string "select code, coalesce(sum(case when pd = ?1 and adj = 0 then amt else 0 end), 0), coalesce(sum(amt), 0), "
        "coalesce(max(case when pd = ?1 and adj = 0 then sf else '' end), ''), "
        "min(case when pd = ?1 and adj = 0 then seq else 999 end) from ("
        "select period_date pd, ded_code code, taken_amount amt, short_flag sf, ded_seq seq, 0 adj from pay_deduction "
        "where person_id = ?2 and period_date >= ?3 and period_date <= ?1 union all "
        "select v.period_date, a.item_code, a.amount, '', 999, 1 from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'D' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and v.person_id = ?2 and v.period_date >= ?3 and v.period_date <= ?1) "
        "group by code order by 5, code"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        *> no void ever taken: pay_adjustment does not exist yet
        move SQLITE3-STMT-OPEN(db-handle,
            "select ded_code, coalesce(sum(case when period_date = ?1 then taken_amount else 0 end), 0), coalesce(sum(taken_amount), 0), coalesce(max(case when period_date = ?1 then short_flag else '' end), '') from pay_deduction where person_id = ?2 and period_date >= ?3 and period_date <= ?1 group by ded_code order by min(case when period_date = ?1 then ded_seq else 999 end), ded_code",
            stmt-handle) to db-status
    end-if.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, year-start-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,ded-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ded-current
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to ded-ytd
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,ded-short) to bool
        move ded-code to dl-code
        move ded-current to dl-current
        move ded-ytd to dl-ytd
        if ded-short not = spaces then
            move "  SHORT" to dl-short
        else
            move spaces to dl-short
        end-if
        write stub-line from ded-line
        add 1 to line-total
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        " -out " trim(stub-file-name)
        into registry-params
    end-string.
    move statement-count to registry-pages.
    move line-total to registry-lines.
    move REPORT-REGISTER(db-handle, "earnings-statement", registry-params,
        business-date, stub-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program earnings-statement.
