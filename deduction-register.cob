GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 deduction-register.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob
*>***************************************
*> The other half of gross pay: the net-pay deduction register.  For
*> the pay period named by "-period" (YYYYMMDD, default the latest
*> (COMP-3), matching the registers' discipline.  Output goes to
*> "-out" (default deduction-register.rpt), registered in
*> report_registry.  RETURN-CODE 1 when the period has no gross rows.
*>
*> The results are kept, not just printed: every person's gross,
*> deduction total and net land in net_pay, and each deduction taken
*> (wanted amount, taken amount, the SHORT flag) in pay_deduction, both
*> keyed by (person, period) and replaced wholesale on a rerun of the
*> same period -- the earnings statements, the bank file and anything
*> else downstream read the same pennies this register printed.
*>
*> Taxes come off first, ahead of every voluntary deduction, out of the
*> tax tables tax-maintenance keeps.  Each tax_rule effective for the
*> period is either a flat-rate tax with an annual wage-base cap (Social
*> Security, Medicare -- method 'R': employee and employer rate on the
*> gross still under the cap, judged against the person's gross
*> earlier in the same calendar year) or bracket withholding (federal
*> and state income tax -- method 'B': the period's gross annualized
*> over the pay_period calendar's periods in the year, less allowances,
*> run through the filing status's tax_bracket rows, de-annualized,
*> plus any extra the person elected).  Bracket withholding follows the
*> person's person_tax election; with no federal election on file FIT
*> is withheld as single with no allowances, and a state is withheld
*> only where an election names it.  An exempt election withholds
*> nothing but still records the taxable wages.  Employee shares print
*> and store like any deduction (SHORT included); each tax's taxable
*> wages and employee and employer shares also land in pay_tax, which
*> tax-liability totals into what the company owes the agencies.
*>
*> A finished register finalizes the period: a 'deduction-register'
*> pay_run_control row is written for it and the year-to-date
*> accumulators in pay_ytd are brought up to date -- per person, one
*> row for gross ('G'), one per deduction code ('D') and one per tax
*> ('T', with its taxable wages and employer share) -- rebuilt for the
*> whole year from the finalized periods, so a rerun of a period
*> replaces its share instead of adding it twice.  A period in a
*> payroll year year-end-wage has closed is refused unless a supervisor
*> overrides it ("-override Y", "-op" signing on as SUP), audited.
*>
*> A period pay-void has voided is reversed beside the original, never
*> in place: the register prints the period's voids and reissues in a
*> VOIDS AND REISSUES section after the grand total, and the year's
*> accumulators and the prior-gross wage-base test take the pay_adjustment
*> rows (the reversal, and a reissue once it is finished) with the
*> stored pay.  "-reissue <void id>" is the reissue itself, normally
*> run by pay-void: the one person's corrected gross from the void's
*> 'R' adjustment goes through the same taxes and deductions as any
*> register line, nothing of the period's stored pay is cleared, and
*> the results are stored as 'R' pay_adjustment rows with the totals
*> on the pay_void row.  It needs a supervisor ("-op" signing on as
*> SUP), prints to deduction-reissue.rpt unless "-out" says otherwise,
*> and is audited.
*>
*> Court orders come off after taxes and ahead of every voluntary
*> deduction: each active garnish_order (garnishment-maintenance) in
*> date for the period, in priority order, takes its amount (or its
*> percent of disposable earnings -- gross less the taxes just taken)
*> plus any arrears, never past the balance owed, and never past its
*> cap -- a percent of disposable earnings shared with the person's
*> higher-priority orders.  Whatever the cap or net leaves untaken of
*> the period's amount is carried forward as arrears; the order's
*> balance comes down by what was taken, and an order whose balance
*> reaches zero is marked paid and stops on its own.  Each taking is
*> kept in pay_garnish (with the balance and arrears before and after)
*> for garnish-remittance, prints and stores as a GARN deduction line,
*> and a rerun of the period puts the orders back before taking again.
*> A reissue takes the same court-order amounts the voided pay did.
identification division.
    program-id. deduction-register.
    REMARKS. Net-pay deduction register with per-code and control totals.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

    input-output section.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 person-stmt        PIC 9(18) COMP.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-person-id pic s9(9) comp.
    01 bind-seq pic s9(9) comp.

    01 business-date pic 9(8).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 year-start-iso pic x(10).
    01 sql-text pic x(1024).

    01 out-id    PIC 9(18) COMP.
    01 out-first pic x(20).
            10 tk-code pic x(6).
            10 tk-amount pic s9(9)v99 comp-3.
            10 tk-flag pic x(7).
            10 tk-wanted pic s9(9)v99 comp-3.

    *> the stored results: net_pay and pay_deduction rows per person
    01 store-ts pic x(26).
    01 amount-edit-1 pic -9(9).99.
    01 amount-edit-2 pic -9(9).99.
    01 amount-edit-3 pic -9(9).99.

    *> the taxes: rules effective for the period, loaded once, and what
    *> each tax took from the person in hand
    01 tax-stmt            PIC 9(18) COMP.
    01 redefines tax-stmt.
        05 tax-stmt-object-ptr usage pointer.
    01 tax-step-result pic s9(9) comp.
        88  TAX_ROW value is 100.
    01 periods-per-year pic s9(4) comp value 26.
    01 num-rules pic 99 value 0.
    01 rule-ix pic 99.
    01 tax-rule-table.
        05 rule-entry occurs 20 times.
            10 tr-code pic x(6).
            10 tr-method pic x.
            10 tr-eff-from pic x(10).
            10 tr-ee-rate pic s9(3)v9(4) comp-3.
            10 tr-er-rate pic s9(3)v9(4) comp-3.
            10 tr-wage-base pic s9(9)v99 comp-3.
            10 tr-allowance pic s9(7)v99 comp-3.
    01 num-taxes pic 99 value 0.
    01 tax-ix pic 99.
    01 person-tax-table.
        05 tax-entry occurs 20 times.
            10 tx-code pic x(6).
            10 tx-taxable pic s9(9)v99 comp-3.
            10 tx-ee pic s9(9)v99 comp-3.
            10 tx-er pic s9(9)v99 comp-3.
    01 prior-gross pic s9(11)v99 comp-3.
    01 cap-room pic s9(11)v99 comp-3.
    01 taxable-wages pic s9(9)v99 comp-3.
    01 employer-share pic s9(9)v99 comp-3.
    01 annual-wages pic s9(11)v99 comp-3.
    01 annual-tax pic s9(11)v99 comp-3.
    01 bracket-over pic s9(11)v99 comp-3.
    01 bracket-base pic s9(11)v99 comp-3.
    01 bracket-pct pic s9(3)v9(4) comp-3.
    01 elect-code pic x(6).
    01 elect-status pic x(2).
    01 elect-allowances pic s9(4) comp.
    01 elect-extra pic s9(7)v99 comp-3.
    01 elect-exempt pic s9(4) comp.
    01 fit-elected-flag pic 9.
        88 FIT-ELECTED value 1.
    01 rule-found-ix pic 99.

    *> court orders: what each took from the person in hand, and the
    *> balance and arrears it leaves, stored after the person line
    01 garn-stmt            PIC 9(18) COMP.
    01 redefines garn-stmt.
        05 garn-stmt-object-ptr usage pointer.
    01 garn-step-result pic s9(9) comp.
        88  GARN_ROW value is 100.
    01 disposable-pay pic s9(9)v99 comp-3.
    01 garn-taken-total pic s9(9)v99 comp-3.
    01 garn-cap-room pic s9(9)v99 comp-3.
    01 garn-period-amount pic s9(9)v99 comp-3.
    01 order-id-out PIC 9(18) COMP.
    01 order-case-no pic x(20).
    01 order-agency pic x(8).
    01 order-calc-type pic x(2).
    01 order-amount pic s9(7)v99 comp-3.
    01 order-cap pic s9(3)v99 comp-3.
    01 order-balance pic s9(9)v99 comp-3.
    01 order-arrears pic s9(9)v99 comp-3.
    01 bind-order-id pic s9(9) comp.
    01 order-id-disp pic 9(9).
    01 num-garnish pic 99 value 0.
    01 garnish-ix pic 99.
    01 garnish-table.
        05 garnish-entry occurs 10 times.
            10 gn-order-id pic s9(9) comp.
            10 gn-case-no pic x(20).
            10 gn-agency pic x(8).
            10 gn-wanted pic s9(9)v99 comp-3.
            10 gn-taken pic s9(9)v99 comp-3.
            10 gn-arrears-before pic s9(9)v99 comp-3.
            10 gn-arrears-after pic s9(9)v99 comp-3.
            10 gn-balance-before pic s9(9)v99 comp-3.
            10 gn-balance-after pic s9(9)v99 comp-3.
    01 amount-edit-4 pic -9(9).99.
    01 amount-edit-5 pic -9(9).99.
    01 amount-edit-6 pic -9(9).99.

    *> per-code column totals, accumulated as deductions are taken and
    *> printed as a section before the grand total
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 hdr-title pic x(34) value "DEDUCTION REGISTER -- PAY PERIOD ".
        05 hdr-period-out pic 9(8).
    01 hdr-line-2.
        05 filler pic x(7)  value "ID".
        05 gt-net pic zzz,zzz,zz9.99.
    01 person-name pic x(42).

    *> finalizing the period: run control, the closed-year lock, and the
    *> year-to-date rebuild
    01 period-no pic s9(9) comp value 0.
    01 period-no-disp pic 9(5).
    01 run-ts pic x(26).
    01 tax-year pic x(4).
    01 operator-id pic x(20) value "deduction-register".
    01 override-flag pic 9 value 0.
        88 RUN-OVERRIDE value 1.
    01 override-bind pic s9(9) comp.
    01 year-lock-count pic s9(9) comp.
    01 year-locked-flag pic 9 value 0.
    01 locked-bind pic s9(9) comp.
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 audit-note pic x(120).
    01 audit-bool pic 9.
    01 rows-one pic s9(9) comp value 1.

    *> a reissue run: one voided person's corrected pay, stored as 'R'
    *> pay_adjustment rows against the void instead of over the period
    01 reissue-void-id pic 9(9) value 0.
    01 reissue-mode-flag pic 9 value 0.
        88 REISSUE-MODE value 1.
    01 out-given-flag pic 9 value 0.
    01 bind-void-id pic s9(9) comp.
    01 reissue-done pic s9(9) comp.
    01 reissue-gross-count pic s9(9) comp.
    01 void-found-flag pic 9 value 0.
        88 VOID-FOUND value 1.

    *> the VOIDS AND REISSUES section
    01 void-count pic 9(5) value 0.
    01 void-id-out PIC 9(18) COMP.
    01 void-person-out PIC 9(18) COMP.
    01 void-reissued pic s9(9) comp.
    01 void-orig-gross pic s9(9)v99 comp-3.
    01 void-orig-net pic s9(9)v99 comp-3.
    01 void-new-gross pic s9(9)v99 comp-3.
    01 void-new-net pic s9(9)v99 comp-3.
    01 void-by pic x(10).
    01 void-reason pic x(60).
    01 void-hdr-line.
        05 filler pic x(7)  value "   VOID".
        05 filler pic x(8)  value "  PERSON".
        05 filler pic x(17) value " NAME".
        05 filler pic x(10) value " STATUS".
        05 filler pic x(14) value "   ORIG GROSS".
        05 filler pic x(14) value "     ORIG NET".
        05 filler pic x(14) value "  REISS GROSS".
        05 filler pic x(14) value "    REISS NET".
        05 filler pic x(11) value " BY".
    01 void-line.
        05 vl-id pic zzzzzz9.
        05 filler pic x value space.
        05 vl-person pic zzzzzz9.
        05 filler pic x value space.
        05 vl-name pic x(16).
        05 filler pic x value space.
        05 vl-status pic x(9).
        05 filler pic x value space.
        05 vl-orig-gross pic -,---,--9.99.
        05 filler pic x value space.
        05 vl-orig-net pic -,---,--9.99.
        05 filler pic x value space.
        05 vl-new-gross pic -,---,--9.99.
        05 filler pic x value space.
        05 vl-new-net pic -,---,--9.99.
        05 filler pic x value space.
        05 vl-by pic x(10).
    01 void-reason-line.
        05 filler pic x(10) value spaces.
        05 filler pic x(8) value "REASON: ".
        05 vrl-reason pic x(60).

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
        move 1 to out-given-flag
    end-if.
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.
    move ARGPARSE-GET-FLAG("reissue", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to reissue-void-id
        move 1 to reissue-mode-flag
        if out-given-flag = 0 then
            move "deduction-reissue.rpt" to report-file-name
        end-if
    end-if.
    move ARGPARSE-GET-FLAG("override", flag-value) to flag-found.
    if flag-found = 1 then
        move 1 to override-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.

    if REISSUE-MODE then
        perform read-reissue-void
    end-if.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    display "DEDUCTION-REGISTER for period ending ", period-date.
    move spaces to year-start-iso.
    string period-date-iso(1:4) "-01-01" into year-start-iso end-string.
    move period-date-iso(1:4) to tax-year.
    perform check-year-lock.
    if REISSUE-MODE then
        move function current-date to store-ts
        move "DEDUCTION REISSUE -- PAY PERIOD " to hdr-title
    else
        perform prepare-result-tables
    end-if.
    perform load-tax-rules.

    open output report-file.
    move period-date to hdr-period-out.
    write report-line.

    move spaces to sql-text.
    if REISSUE-MODE then
        string "select v.person_id, p.first_name, p.last_name, coalesce(p.dept_code, ''), a.amount "
            "from pay_void v join person p on p.id = v.person_id "
            "join pay_adjustment a on a.void_id = v.id and a.adj_type = 'R' and a.item_type = 'G' "
            "where v.id = " reissue-void-id
            into sql-text
        end-string
    else
        string "select g.person_id, p.first_name, p.last_name, coalesce(p.dept_code, ''), g.gross_amount "
            "from gross_pay g join person p on p.id = g.person_id "
            "where g.period_date = '" period-date-iso "' order by p.dept_code, p.last_name"
            into sql-text
        end-string
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status.
    if db-status not = 0 then
        display "deduction-register: select failed, status ", db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move SQLITE3-STMT-STEP(person-stmt) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-STMT-STEP(person-stmt) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.
    move SQLITE3-COMMIT(db-handle) to db-status.
    perform finalize-period.

    move spaces to report-line.
    write report-line.
    move grand-ded to gt-ded.
    move grand-net to gt-net.
    write report-line from grand-total-line.
    perform print-void-section.
    close report-file.

    *> the register's own proof: gross must equal deductions plus net,
        display "deduction-register: code totals do not sum to deduction total"
    end-if.

    if REISSUE-MODE then
        perform audit-reissue
    end-if.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "deduction-register: ", grand-count, " person(s) -- report in ",
    move net-pay to dl-net.
    write report-line from detail-line.
    perform print-deduction-lines.
    if REISSUE-MODE then
        perform store-reissue-results
    else
        perform store-person-results
    end-if.

    add 1 to grand-count.
    add out-gross to grand-gross.
*> order, never past remaining net, and remember it for the print pass
take-deductions.
    move 0 to num-taken.
    perform take-taxes.
    perform take-garnishments.
    move spaces to sql-text.
    string "select c.ded_code, c.calc_type, coalesce(c.amount, 0) "
        "from person_deduction d join deduction_code c on c.ded_code = d.ded_code "
    else
        move ded-amount to ded-wanted
    end-if.
    perform take-wanted-amount.

*> whatever is wanted -- a tax or an election -- is taken only as far
*> as remaining net allows, and the shortfall is flagged; once the
*> taken table is full nothing more is taken, as the election and
*> garnishment loops stop at it
take-wanted-amount.
    if num-taken >= 20 then
        move 0 to ded-taken
        exit paragraph
    end-if.
    if ded-wanted > remaining-net then
        move remaining-net to ded-taken
    else
    add 1 to num-taken.
    move ded-code to tk-code(num-taken).
    move ded-taken to tk-amount(num-taken).
    move ded-wanted to tk-wanted(num-taken).
    if ded-taken < ded-wanted then
        move "  SHORT" to tk-flag(num-taken)
    else
    end-if.
    add ded-taken to ct-total(code-found-ix).

*> Court orders, after taxes and before any voluntary code.  The cap
*> room is shared: each order may take only what its cap leaves after
*> the person's higher-priority orders this period.
take-garnishments.
    move 0 to num-garnish.
    move 0 to garn-taken-total.
    move out-id to bind-person-id.
    compute disposable-pay = out-gross - person-ded-total.
    if REISSUE-MODE then
        perform retake-garnishments
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(case_no, ''), coalesce(agency_code, ''), coalesce(calc_type, 'A'), coalesce(amount, 0), coalesce(cap_pct, 100), coalesce(balance, 0), coalesce(arrears, 0) from garnish_order where person_id = ?1 and coalesce(status, 'A') = 'A' and balance > 0 and start_date <= ?2 and (stop_date is null or stop_date = '' or stop_date >= ?2) order by priority, id",
        garn-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(garn-stmt, bind-param-1, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(garn-stmt, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(garn-stmt) to garn-step-result.
    perform until not GARN_ROW or num-garnish >= 10 or num-taken >= 20
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(garn-stmt,col-idx) to order-id-out
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(garn-stmt,col-idx,order-case-no) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(garn-stmt,col-idx,order-agency) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(garn-stmt,col-idx,order-calc-type) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(garn-stmt,col-idx) to order-amount
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(garn-stmt,col-idx) to order-cap
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(garn-stmt,col-idx) to order-balance
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(garn-stmt,col-idx) to order-arrears
        perform take-one-garnishment
        move SQLITE3-STMT-STEP(garn-stmt) to garn-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(garn-stmt) to db-status.
    move 0 to db-status.

*> the period's amount plus arrears, held to the balance and the cap;
*> what the period's amount could not get carries forward as arrears
take-one-garnishment.
    if order-calc-type(1:1) = "P" then
        compute garn-period-amount rounded = disposable-pay * order-amount / 100
    else
        move order-amount to garn-period-amount
    end-if.
    compute garn-cap-room rounded = disposable-pay * order-cap / 100.
    subtract garn-taken-total from garn-cap-room.
    if garn-cap-room < 0 then
        move 0 to garn-cap-room
    end-if.
    compute ded-wanted = garn-period-amount + order-arrears.
    if ded-wanted > order-balance then
        move order-balance to ded-wanted
    end-if.
    if ded-wanted > garn-cap-room then
        move garn-cap-room to ded-wanted
    end-if.
    move "GARN" to ded-code.
    perform take-wanted-amount.
    add ded-taken to garn-taken-total.
    add 1 to num-garnish.
    move order-id-out to gn-order-id(num-garnish).
    move order-case-no to gn-case-no(num-garnish).
    move order-agency to gn-agency(num-garnish).
    compute gn-wanted(num-garnish) = garn-period-amount + order-arrears.
    move ded-taken to gn-taken(num-garnish).
    move order-arrears to gn-arrears-before(num-garnish).
    move order-balance to gn-balance-before(num-garnish).
    compute gn-balance-after(num-garnish) = order-balance - ded-taken.
    compute gn-arrears-after(num-garnish) = order-arrears + garn-period-amount - ded-taken.
    if gn-arrears-after(num-garnish) < 0 then
        move 0 to gn-arrears-after(num-garnish)
    end-if.
    if gn-arrears-after(num-garnish) > gn-balance-after(num-garnish) then
        move gn-balance-after(num-garnish) to gn-arrears-after(num-garnish)
    end-if.

*> a reissue withholds what the voided pay withheld for each order, so
*> the balances and the agencies' remittance stand as they were
retake-garnishments.
    move SQLITE3-STMT-OPEN(db-handle,
        "select taken_amount from pay_garnish where person_id = ? and period_date = ? order by rowid",
        garn-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(garn-stmt, bind-param-1, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(garn-stmt, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(garn-stmt) to garn-step-result.
    perform until not GARN_ROW or num-taken >= 20
        move 0 to col-idx
        move SQLITE3-COLUMN-DECIMAL(garn-stmt,col-idx) to ded-wanted
        move "GARN" to ded-code
        perform take-wanted-amount
        move SQLITE3-STMT-STEP(garn-stmt) to garn-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(garn-stmt) to db-status.
    move 0 to db-status.

*> A rerun of the same period replaces, never doubles: the period's
*> stored results are cleared before the first person is taken, and
*> the court orders get back what the period took from them.
prepare-result-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists net_pay (person_id integer, period_date text, gross_amount numeric, ded_total numeric, net_amount numeric, computed_ts text, primary key (person_id, period_date))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_deduction (person_id integer, period_date text, ded_seq integer, ded_code text, wanted_amount numeric, taken_amount numeric, short_flag text, primary key (person_id, period_date, ded_seq))",
        error-message) to db-status.
    move spaces to sql-text.
    string "delete from net_pay where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from pay_deduction where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_tax (person_id integer, period_date text, tax_code text, taxable_wages numeric, ee_amount numeric, er_amount numeric, primary key (person_id, period_date, tax_code))",
        error-message) to db-status.
    move spaces to sql-text.
    string "delete from pay_tax where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists garnish_order (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, case_no text, agency_code text, agency_name text, calc_type text, amount numeric, cap_pct numeric, priority integer, total_owed numeric, balance numeric, arrears numeric default 0, start_date text, stop_date text, status text default 'A')",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_garnish (person_id integer, period_date text, order_id integer, case_no text, agency_code text, wanted_amount numeric, taken_amount numeric, arrears_before numeric, arrears_after numeric, balance_before numeric, balance_after numeric, stored_ts text, primary key (person_id, period_date, order_id))",
        error-message) to db-status.
    move spaces to sql-text.
    string "update garnish_order set "
        "balance = balance + (select g.taken_amount from pay_garnish g where g.order_id = garnish_order.id and g.period_date = '" period-date-iso "'), "
        "arrears = arrears - (select g.arrears_after - g.arrears_before from pay_garnish g where g.order_id = garnish_order.id and g.period_date = '" period-date-iso "'), "
        "status = case when status = 'P' then 'A' else status end "
        "where id in (select order_id from pay_garnish where period_date = '" period-date-iso "')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from pay_garnish where period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move function current-date to store-ts.

*> the same pennies the register line printed, one net_pay row and one
*> pay_deduction row per deduction taken, in the order taken
store-person-results.
    move out-id to bind-person-id.
    move out-gross to amount-edit-1.
    move person-ded-total to amount-edit-2.
    move net-pay to amount-edit-3.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into net_pay (person_id, period_date, gross_amount, ded_total, net_amount, computed_ts) values (?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(amount-edit-2)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit-3)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, store-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    perform varying tax-ix from 1 by 1 until tax-ix > num-taxes
        move SQLITE3-STMT-OPEN(db-handle,
            "insert or replace into pay_tax (person_id, period_date, tax_code, taxable_wages, ee_amount, er_amount) values (?, ?, ?, ?, ?, ?)",
            stmt-handle) to db-status
        if db-status = 0 then
            move tx-taxable(tax-ix) to amount-edit-1
            move tx-ee(tax-ix) to amount-edit-2
            move tx-er(tax-ix) to amount-edit-3
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(tx-code(tax-ix))) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(amount-edit-1)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit-2)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(amount-edit-3)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-perform.
    perform varying taken-ix from 1 by 1 until taken-ix > num-taken
        move SQLITE3-STMT-OPEN(db-handle,
            "insert or replace into pay_deduction (person_id, period_date, ded_seq, ded_code, wanted_amount, taken_amount, short_flag) values (?, ?, ?, ?, ?, ?, ?)",
            stmt-handle) to db-status
        if db-status = 0 then
            move taken-ix to bind-seq
            move tk-wanted(taken-ix) to amount-edit-1
            move tk-amount(taken-ix) to amount-edit-2
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-seq) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(tk-code(taken-ix))) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit-1)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(amount-edit-2)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(tk-flag(taken-ix))) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-perform.
    perform varying garnish-ix from 1 by 1 until garnish-ix > num-garnish
        perform store-one-garnishment
    end-perform.
    move 0 to db-status.

*> the taking for garnish-remittance, then the order itself: balance
*> down by what was taken, arrears to what is still behind, and paid
*> off ('P') once nothing is owed
store-one-garnishment.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into pay_garnish (person_id, period_date, order_id, case_no, agency_code, wanted_amount, taken_amount, arrears_before, arrears_after, balance_before, balance_after, stored_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move gn-order-id(garnish-ix) to bind-order-id
        move gn-wanted(garnish-ix) to amount-edit-1
        move gn-taken(garnish-ix) to amount-edit-2
        move gn-arrears-before(garnish-ix) to amount-edit-3
        move gn-arrears-after(garnish-ix) to amount-edit-4
        move gn-balance-before(garnish-ix) to amount-edit-5
        move gn-balance-after(garnish-ix) to amount-edit-6
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-order-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(gn-case-no(garnish-ix))) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(gn-agency(garnish-ix))) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(amount-edit-2)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(amount-edit-3)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(amount-edit-4)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(amount-edit-5)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(amount-edit-6)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, store-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    compute garn-period-amount = gn-arrears-after(garnish-ix) - gn-arrears-before(garnish-ix).
    move garn-period-amount to amount-edit-3.
    move SQLITE3-STMT-OPEN(db-handle,
        "update garnish_order set balance = balance - ?, arrears = arrears + ?, status = case when balance - ? <= 0 then 'P' else status end where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(amount-edit-2)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(amount-edit-3)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(amount-edit-2)) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-order-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if gn-balance-after(garnish-ix) not > 0 then
        move gn-order-id(garnish-ix) to order-id-disp
        display "deduction-register: garnishment order ", order-id-disp, " case ",
            trim(gn-case-no(garnish-ix)), " paid off -- stopped"
    end-if.

*> the tax rules in force on the period end, and how many pay periods
*> the calendar holds in the period's year (26 when it holds none)
load-tax-rules.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists tax_rule (tax_code text, eff_from text, eff_to text, description text, calc_method text, ee_rate numeric, er_rate numeric, wage_base numeric, allowance_amount numeric, primary key (tax_code, eff_from))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists tax_bracket (tax_code text, eff_from text, filing_status text, wage_over numeric, base_tax numeric, pct numeric, primary key (tax_code, eff_from, filing_status, wage_over))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_tax (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, tax_code text, filing_status text, allowances integer default 0, extra_amount numeric default 0, exempt integer default 0, eff_from text, eff_to text)",
        error-message) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_period where substr(end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso(1:4)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to periods-per-year
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if periods-per-year < 1 then
        move 26 to periods-per-year
    end-if.
    move 0 to num-rules.
    move SQLITE3-STMT-OPEN(db-handle,
        "select tax_code, coalesce(calc_method, 'B'), eff_from, coalesce(ee_rate, 0), coalesce(er_rate, 0), coalesce(wage_base, 0), coalesce(allowance_amount, 0) from tax_rule where eff_from <= ? and (eff_to is null or eff_to = '' or eff_to >= ?) order by case when calc_method = 'R' then 0 else 1 end, tax_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or num-rules >= 20
        add 1 to num-rules
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,tr-code(num-rules)) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,tr-method(num-rules)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,tr-eff-from(num-rules)) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to tr-ee-rate(num-rules)
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to tr-er-rate(num-rules)
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to tr-wage-base(num-rules)
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to tr-allowance(num-rules)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    display "deduction-register: ", num-rules, " tax rule(s) in force, ",
        periods-per-year, " pay period(s) in the year".

*> the flat-rate taxes first (everyone, up to the wage-base cap), then
*> bracket withholding per the person's elections
take-taxes.
    move 0 to num-taxes.
    if num-rules = 0 then
        exit paragraph
    end-if.
    perform read-prior-gross.
    move 0 to fit-elected-flag.
    perform varying rule-ix from 1 by 1 until rule-ix > num-rules
        if tr-method(rule-ix) = "R" then
            perform take-rate-tax
        end-if
    end-perform.
    move spaces to sql-text.
    string "select tax_code, coalesce(filing_status, 'S'), coalesce(allowances, 0), coalesce(extra_amount, 0), coalesce(exempt, 0) "
        "from person_tax where person_id = ? and eff_from <= '" period-date-iso "' "
        "and (eff_to is null or eff_to = '' or eff_to >= '" period-date-iso "') order by tax_code, eff_from desc"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, tax-stmt) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(tax-stmt, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(tax-stmt) to tax-step-result
        perform until not TAX_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(tax-stmt,col-idx,elect-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(tax-stmt,col-idx,elect-status) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-INT64(tax-stmt,col-idx) to elect-allowances
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(tax-stmt,col-idx) to elect-extra
            move 4 to col-idx
            move SQLITE3-COLUMN-INT64(tax-stmt,col-idx) to elect-exempt
            perform take-bracket-tax
            move SQLITE3-STMT-STEP(tax-stmt) to tax-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(tax-stmt) to db-status
    end-if.
    *> no federal election on file: withhold as single, no allowances
    if not FIT-ELECTED then
        move "FIT" to elect-code
        move "S" to elect-status
        move 0 to elect-allowances
        move 0 to elect-extra
        move 0 to elect-exempt
        perform take-bracket-tax
    end-if.
    move 0 to db-status.

read-prior-gross.
    move 0 to prior-gross.
    move out-id to bind-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(sum(gross_amount), 0) + (select coalesce(sum(a.amount), 0) from pay_adjustment a join pay_void v on v.id = a.void_id where a.item_type = 'G' and (a.adj_type = 'V' or v.reissue_flag = 1) and v.person_id = ?1 and v.period_date >= ?2 and v.period_date < ?3) from gross_pay where person_id = ?1 and period_date >= ?2 and period_date < ?3",
        stmt-handle) to db-status.
    if db-status not = 0 then
        *> no void ever taken: pay_adjustment does not exist yet
        move SQLITE3-STMT-OPEN(db-handle,
            "select coalesce(sum(gross_amount), 0) from gross_pay where person_id = ? and period_date >= ? and period_date < ?",
            stmt-handle) to db-status
    end-if.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, year-start-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to prior-gross
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> flat rate on the gross still under the annual wage base (no cap
*> when the base is zero); an exempt election skips it
take-rate-tax.
    move tr-code(rule-ix) to elect-code.
    perform check-rate-exempt.
    if elect-exempt = 1 then
        exit paragraph
    end-if.
    move out-gross to taxable-wages.
    if tr-wage-base(rule-ix) > 0 then
        compute cap-room = tr-wage-base(rule-ix) - prior-gross
        if cap-room < 0 then
            move 0 to cap-room
        end-if
        if cap-room < taxable-wages then
            move cap-room to taxable-wages
        end-if
    end-if.
    compute ded-wanted rounded = taxable-wages * tr-ee-rate(rule-ix) / 100.
    compute employer-share rounded = taxable-wages * tr-er-rate(rule-ix) / 100.
    move tr-code(rule-ix) to ded-code.
    perform take-wanted-amount.
    perform add-person-tax.

check-rate-exempt.
    move 0 to elect-exempt.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_tax where person_id = ? and tax_code = ? and exempt = 1 and eff_from <= ? and (eff_to is null or eff_to = '' or eff_to >= ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(elect-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT64(stmt-handle,col-idx) > 0 then
                move 1 to elect-exempt
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> annualize, less allowances, through the filing status's brackets,
*> back to one period, plus the elected extra.  Only the newest
*> election per code counts; a code with no bracket rule in force (or
*> a flat-rate code) is ignored here.
take-bracket-tax.
    move 0 to rule-found-ix.
    perform varying rule-ix from 1 by 1 until rule-ix > num-rules
        if tr-code(rule-ix) = elect-code and tr-method(rule-ix) not = "R" then
            move rule-ix to rule-found-ix
        end-if
    end-perform.
    if rule-found-ix = 0 then
        exit paragraph
    end-if.
    perform varying tax-ix from 1 by 1 until tax-ix > num-taxes
        if tx-code(tax-ix) = elect-code then
            move 0 to rule-found-ix
        end-if
    end-perform.
    if rule-found-ix = 0 then
        exit paragraph
    end-if.
    if elect-code = "FIT" then
        move 1 to fit-elected-flag
    end-if.
    move out-gross to taxable-wages.
    move 0 to employer-share.
    move 0 to ded-wanted.
    if elect-exempt not = 1 then
        compute annual-wages = out-gross * periods-per-year
            - elect-allowances * tr-allowance(rule-found-ix)
        if annual-wages < 0 then
            move 0 to annual-wages
        end-if
        perform find-bracket
        compute annual-tax = bracket-base
            + (annual-wages - bracket-over) * bracket-pct / 100
        if annual-tax < 0 then
            move 0 to annual-tax
        end-if
        compute ded-wanted rounded = annual-tax / periods-per-year + elect-extra
    end-if.
    move elect-code to ded-code.
    perform take-wanted-amount.
    perform add-person-tax.

find-bracket.
    move 0 to bracket-over.
    move 0 to bracket-base.
    move 0 to bracket-pct.
    move SQLITE3-STMT-OPEN(db-handle,
        "select wage_over, coalesce(base_tax, 0), coalesce(pct, 0) from tax_bracket where tax_code = ? and eff_from = ? and filing_status = ? and wage_over <= ? order by wage_over desc limit 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move annual-wages to amount-edit-1
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(elect-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, tr-eff-from(rule-found-ix)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, elect-status(1:1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to bracket-over
            move 1 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to bracket-base
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to bracket-pct
        else
            *> below the first bracket: nothing owed
            move annual-wages to bracket-over
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the employee share as actually taken (ded-taken), beside the
*> taxable wages and the employer's matching share
add-person-tax.
    if num-taxes >= 20 then
        exit paragraph
    end-if.
    add 1 to num-taxes.
    move ded-code to tx-code(num-taxes).
    move taxable-wages to tx-taxable(num-taxes).
    move ded-taken to tx-ee(num-taxes).
    move employer-share to tx-er(num-taxes).

*> A closed payroll year's periods are refused before anything is
*> cleared, unless -override Y and the -op operator signs on as SUP.
check-year-lock.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_run_control (run_name text, period_no integer, business_date text, run_ts text, run_by text, override_flag integer default 0, primary key (run_name, period_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column locked integer default 0",
        error-message) to db-status.
    move 0 to year-lock-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.locked = 1 and substr(p.end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, tax-year) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to year-lock-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    if year-lock-count = 0 then
        exit paragraph
    end-if.
    move 1 to year-locked-flag.
    if RUN-OVERRIDE then
        move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
            signon-name) to signon-ok
    else
        move 0 to signon-ok
    end-if.
    if signon-ok not = 1 or trim(signon-role) not = "SUP" then
        display "deduction-register: payroll year ", tax-year,
            " is closed -- only a supervisor may run it (-override Y -op <id>)"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move spaces to audit-note.
    string "deduction-register CLOSED-YEAR override for period " period-date
        into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id,
        db-status, rows-one) to audit-bool.
    display "deduction-register: CLOSED-YEAR override accepted for ", tax-year.

*> the period is final: its run-control row, then the year's
*> accumulators rebuilt from every finalized period in the year
finalize-period.
    move 0 to period-no.
    move SQLITE3-STMT-OPEN(db-handle,
        "select period_no from pay_period where start_date <= ? and end_date >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to period-no
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    if REISSUE-MODE then
        *> the period was finalized by its own run; only the year moves
        perform rebuild-ytd
        move SQLITE3-COMMIT(db-handle) to db-status
        move 0 to db-status
        exit paragraph
    end-if.
    if period-no not = 0 then
        move function current-date to run-ts
        move SQLITE3-STMT-OPEN(db-handle,
            "insert or replace into pay_run_control (run_name, period_no, business_date, run_ts, run_by, override_flag, locked) values ('deduction-register', ?, ?, ?, ?, ?, ?)",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, period-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, run-ts) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
            move override-flag to override-bind
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, override-bind) to db-status
            move year-locked-flag to locked-bind
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, locked-bind) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    else
        display "deduction-register: no pay_period covers ", period-date,
            " -- no run-control row written"
    end-if.
    perform rebuild-ytd.
    move SQLITE3-COMMIT(db-handle) to db-status.
    move 0 to db-status.

rebuild-ytd.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_ytd (person_id integer, tax_year integer, item_type text, item_code text, amount numeric, taxable_wages numeric, er_amount numeric, through_period text, updated_ts text, primary key (person_id, tax_year, item_type, item_code))",
        error-message) to db-status.
    move spaces to sql-text.
    string "delete from pay_ytd where tax_year = " tax-year
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_void (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, void_ts text, voided_by text, reason text, orig_gross numeric, orig_ded numeric, orig_net numeric, reissue_flag integer default 0, reissue_gross numeric, reissue_ded numeric, reissue_net numeric, reissue_ts text, gl_file text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_adjustment (void_id integer, adj_type text, item_type text, item_seq integer, item_code text, reg_hours numeric, ot_hours numeric, amount numeric, taxable_wages numeric, er_amount numeric, short_flag text, primary key (void_id, adj_type, item_type, item_seq))",
        error-message) to db-status.
    *> a void's reversal counts at once, its reissue once it is finished
    move spaces to sql-text.
    string "insert into pay_ytd select person_id, " tax-year ", 'G', 'GROSS', "
        "sum(amt), sum(amt), 0, max(pd), '" store-ts "' from ("
        "select person_id, period_date pd, gross_amount amt from net_pay "
        "where substr(period_date, 1, 4) = '" tax-year "' union all "
        "select v.person_id, v.period_date, a.amount from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'G' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and substr(v.period_date, 1, 4) = '" tax-year "') group by person_id"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "insert into pay_ytd select person_id, " tax-year ", 'D', code, "
        "sum(amt), 0, 0, max(pd), '" store-ts "' from ("
        "select d.person_id, d.period_date pd, d.ded_code code, d.taken_amount amt "
        "from pay_deduction d where substr(d.period_date, 1, 4) = '" tax-year "' "
        "and not exists (select 1 from pay_tax t where t.person_id = d.person_id "
        "and t.period_date = d.period_date and t.tax_code = d.ded_code) union all "
        "select v.person_id, v.period_date, a.item_code, a.amount from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'D' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and substr(v.period_date, 1, 4) = '" tax-year "' "
        "and not exists (select 1 from pay_adjustment t where t.void_id = a.void_id "
        "and t.adj_type = a.adj_type and t.item_type = 'T' and t.item_code = a.item_code)) "
        "group by person_id, code"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "insert into pay_ytd select person_id, " tax-year ", 'T', code, "
        "sum(amt), sum(txw), sum(er), max(pd), '" store-ts "' from ("
        "select person_id, period_date pd, tax_code code, ee_amount amt, taxable_wages txw, er_amount er "
        "from pay_tax where substr(period_date, 1, 4) = '" tax-year "' union all "
        "select v.person_id, v.period_date, a.item_code, a.amount, a.taxable_wages, a.er_amount "
        "from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'T' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and substr(v.period_date, 1, 4) = '" tax-year "') group by person_id, code"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    if db-status not = 0 then
        display "deduction-register: year-to-date rebuild failed: ", trim(error-message)
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        into registry-params
    end-string.
    move grand-count to registry-lines.
    if REISSUE-MODE then
        move spaces to registry-params
        string "-db " trim(db-file-name) " -reissue " reissue-void-id
            " -out " trim(report-file-name)
            into registry-params
        end-string
        move REPORT-REGISTER(db-handle, "deduction-reissue", registry-params,
            business-date, report-file-name, registry-pages, registry-lines,
            "COMPLETE") to registry-bool
    else
        move REPORT-REGISTER(db-handle, "deduction-register", registry-params,
            business-date, report-file-name, registry-pages, registry-lines,
            "COMPLETE") to registry-bool
    end-if.

*> The void must exist, carry pay-void's corrected gross, and not have
*> been reissued already; the reissue is a supervisor's, like the void.
read-reissue-void.
    move 0 to void-found-flag.
    move reissue-void-id to bind-void-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select v.period_date, coalesce(v.reissue_flag, 0), (select count(*) from pay_adjustment a where a.void_id = v.id and a.adj_type = 'R' and a.item_type = 'G') from pay_void v where v.id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-void-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to void-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            move 1 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to reissue-done
            move 2 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to reissue-gross-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    if not VOID-FOUND or reissue-gross-count = 0 then
        display "deduction-register: void ", reissue-void-id,
            " has no corrected gross to reissue -- see pay-void -reissue Y"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if reissue-done not = 0 then
        display "deduction-register: void ", reissue-void-id, " is already reissued"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if signon-ok not = 1 or trim(signon-role) not = "SUP" then
        display "deduction-register: a reissue needs a supervisor (-op <id>)"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    *> the supervisor who signed for the reissue answers for a closed year
    move 1 to override-flag.

*> the reissued pay beside the void: 'R' rows mirroring what the
*> ordinary run stores in pay_deduction, pay_tax and net_pay
store-reissue-results.
    move reissue-void-id to bind-void-id.
    perform varying taken-ix from 1 by 1 until taken-ix > num-taken
        move SQLITE3-STMT-OPEN(db-handle,
            "insert or replace into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) values (?, 'R', 'D', ?, ?, 0, 0, ?, 0, 0, ?)",
            stmt-handle) to db-status
        if db-status = 0 then
            move taken-ix to bind-seq
            move tk-amount(taken-ix) to amount-edit-1
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-void-id) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-seq) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(tk-code(taken-ix))) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(amount-edit-1)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(tk-flag(taken-ix))) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-perform.
    perform varying tax-ix from 1 by 1 until tax-ix > num-taxes
        move SQLITE3-STMT-OPEN(db-handle,
            "insert or replace into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) values (?, 'R', 'T', ?, ?, 0, 0, ?, ?, ?, '')",
            stmt-handle) to db-status
        if db-status = 0 then
            move tax-ix to bind-seq
            move tx-ee(tax-ix) to amount-edit-1
            move tx-taxable(tax-ix) to amount-edit-2
            move tx-er(tax-ix) to amount-edit-3
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-void-id) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-seq) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(tx-code(tax-ix))) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(amount-edit-1)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit-2)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(amount-edit-3)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-perform.
    move net-pay to amount-edit-1.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) values (?, 'R', 'N', 1, 'NET', 0, 0, ?, 0, 0, '')",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-void-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move out-gross to amount-edit-1.
    move person-ded-total to amount-edit-2.
    move net-pay to amount-edit-3.
    move SQLITE3-STMT-OPEN(db-handle,
        "update pay_void set reissue_flag = 1, reissue_gross = ?, reissue_ded = ?, reissue_net = ?, reissue_ts = ? where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(amount-edit-2)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(amount-edit-3)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, store-ts) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-void-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

audit-reissue.
    move spaces to audit-note.
    move grand-gross to amount-edit-1.
    move grand-net to amount-edit-2.
    string "deduction-register REISSUE void " reissue-void-id " period " period-date
        " gross " trim(amount-edit-1) " net " trim(amount-edit-2)
        into audit-note
    end-string.
    move 0 to db-status.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id,
        db-status, rows-one) to audit-bool.

*> every void taken against the period, with its reissue when finished
print-void-section.
    move spaces to report-line.
    write report-line.
    move "VOIDS AND REISSUES" to report-line.
    write report-line.
    write report-line from void-hdr-line.
    move 0 to void-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select v.id, v.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), coalesce(v.reissue_flag, 0), coalesce(v.orig_gross, 0), coalesce(v.orig_net, 0), coalesce(v.reissue_gross, 0), coalesce(v.reissue_net, 0), coalesce(v.voided_by, ''), coalesce(v.reason, '') from pay_void v left join person p on p.id = v.person_id where v.period_date = ? order by v.id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to void-id-out
            move 1 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to void-person-out
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to void-reissued
            move 5 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to void-orig-gross
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to void-orig-net
            move 7 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to void-new-gross
            move 8 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to void-new-net
            move 9 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,void-by) to bool
            move 10 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,void-reason) to bool
            move void-id-out to vl-id
            move void-person-out to vl-person
            move spaces to person-name
            string trim(out-first) " " trim(out-last) into person-name end-string
            move person-name(1:16) to vl-name
            if void-reissued = 1 then
                move "REISSUED" to vl-status
            else
                move "VOIDED" to vl-status
            end-if
            compute vl-orig-gross = 0 - void-orig-gross
            compute vl-orig-net = 0 - void-orig-net
            move void-new-gross to vl-new-gross
            move void-new-net to vl-new-net
            move void-by to vl-by
            write report-line from void-line
            move void-reason to vrl-reason
            write report-line from void-reason-line
            add 1 to void-count
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    if void-count = 0 then
        move "  (none this period)" to report-line
        write report-line
    end-if.

end program deduction-register.
