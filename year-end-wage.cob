GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 year-end-wage.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob report-registry.cob operator-utils.cob
*>***************************************
*> Year-end wage statements and the payroll year close -- the end of
*> summing twelve months of registers by hand every January.  For the
*> payroll year named by "-year" (YYYY, default the business date's
*> year) reads the year-to-date accumulators deduction-register keeps
*> in pay_ytd and writes the W-2-style wage statement file ("-out",
*> default WAGEST01.dat), fixed width in the PERSHR01 shape:
*>
*>   1  header     file id, tax year, employer id ("-ein"), employer
*>                 name ("-employer-name"), business date
*>   2  employee   person id, ext id, name, current 'M' address,
*>                 wages, federal income tax withheld, social security
*>                 wages and tax, Medicare wages and tax, the state
*>                 (the SIT-xx tax) wages and tax, other deductions
*>   9  employer   statement count and every money column totalled,
*>                 plus the year's gross_pay total beside the wages
*>
*> The employer wages total has to reconcile to the sum of gross_pay
*> for the year to the penny -- a period that was never finalized, or
*> a gross rerun nobody followed with the deduction register, shows up
*> as a difference; pay-void's voids and reissues count with gross_pay
*> through their pay_adjustment gross rows.  An unreconciled file is
*> REFUSED: deleted, not registered, RETURN-CODE 1, both figures on the
*> control report.  A reconciled file is registered in interface_log
*> as WAGE-STMT with the statement count and the wages in pennies as
*> its hash total.  The control report ("-report", default
*> year-end-wage.rpt, in report_registry) lists every statement and
*> the reconciliation.
*>
*> "-close Y" closes the year once the file has been accepted: the
*> same reconciliation runs again (no file is written), and only if it
*> still ties to the penny does the close go through -- a pay_year_close
*> row, and every pay_run_control row for the year's pay_period rows
*> locked (written locked where a period never had one), so
*> timesheet-register, deduction-register and retro-pay leave the year
*> alone without a supervisor's override.  Closing takes a supervisor:
*> "-op" names an SUP operator who signs on through OPERATOR-SIGNON.
*> A year already closed is refused; the close is audited.
identification division.
    program-id. year-end-wage.
    REMARKS. Year-end wage statement file and payroll year close.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION INTERFACE-REGISTER
    FUNCTION REPORT-REGISTER
    FUNCTION OPERATOR-SIGNON
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select wage-file assign to wage-file-name
            organization line sequential.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  wage-file.
01  wage-record pic x(225).
fd  report-file.
01  report-line pic x(132).

working-storage section.
    01 db-file-name pic x(256).
    01 wage-file-name pic x(256) value "WAGEST01.dat".
    01 report-file-name pic x(256) value "year-end-wage.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 operator-id pic x(20) value "year-end-wage".
    01 employer-ein pic x(9) value spaces.
    01 employer-name pic x(40) value spaces.
    01 close-flag pic x value "N".
        88 CLOSE-YEAR value "Y" "y".

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
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
    01 tax-year pic 9(4) value 0.
    01 tax-year-text redefines tax-year pic x(4).
    01 sql-text pic x(1024).
    01 run-ts pic x(26).

    *> one person's statement, gathered from pay_ytd
    01 out-id    PIC 9(18) COMP.
    01 out-ext-id pic x(10).
    01 out-first pic x(20).
    01 out-last  pic x(20).
    01 out-addr-1 pic x(30).
    01 out-city pic x(20).
    01 out-state pic x(2).
    01 out-zip pic x(10).
    01 out-wages pic s9(9)v99 comp-3.
    01 item-type pic x.
    01 item-code pic x(6).
    01 item-amount pic s9(9)v99 comp-3.
    01 item-taxable pic s9(9)v99 comp-3.
    01 st-fit pic s9(9)v99 comp-3.
    01 st-ss-wages pic s9(9)v99 comp-3.
    01 st-ss-tax pic s9(9)v99 comp-3.
    01 st-med-wages pic s9(9)v99 comp-3.
    01 st-med-tax pic s9(9)v99 comp-3.
    01 st-state-code pic x(2).
    01 st-state-wages pic s9(9)v99 comp-3.
    01 st-state-tax pic s9(9)v99 comp-3.
    01 st-other-ded pic s9(9)v99 comp-3.

    *> the employer totals and the reconciliation to gross_pay
    01 statement-count pic 9(9) value 0.
    01 no-address-count pic 9(9) value 0.
    01 tot-wages pic s9(11)v99 comp-3 value 0.
    01 tot-fit pic s9(11)v99 comp-3 value 0.
    01 tot-ss-wages pic s9(11)v99 comp-3 value 0.
    01 tot-ss-tax pic s9(11)v99 comp-3 value 0.
    01 tot-med-wages pic s9(11)v99 comp-3 value 0.
    01 tot-med-tax pic s9(11)v99 comp-3 value 0.
    01 tot-state-wages pic s9(11)v99 comp-3 value 0.
    01 tot-state-tax pic s9(11)v99 comp-3 value 0.
    01 book-gross pic s9(11)v99 comp-3 value 0.
    01 adjusted-gross pic s9(11)v99 comp-3 value 0.
    01 gross-difference pic s9(11)v99 comp-3 value 0.
    01 reconciled-flag pic 9 value 0.
        88 RECONCILED value 1.
    01 wage-pennies pic 9(16).
    01 already-closed-count pic s9(9) comp value 0.

    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 reg-record-count pic s9(9) comp.
    01 hash-total-text pic x(16).
    01 interface-bool pic 9.
    01 cbl-status pic s9(9) comp.
    01 audit-bool pic 9.
    01 audit-note pic x(200).
    01 rows-changed pic s9(9) comp.
    01 amount-edit-1 pic 9(11).99.
    01 count-bind pic s9(9) comp.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 wage-header-rec.
        05 wh-type pic x value "1".
        05 wh-file-id pic x(8) value "WAGEST01".
        05 wh-tax-year pic 9(4).
        05 wh-ein pic x(9).
        05 wh-employer-name pic x(40).
        05 wh-business-date pic 9(8).
        05 wh-system pic x(8) value "PERSDB".
    01 wage-employee-rec.
        05 we-type pic x value "2".
        05 we-person-id pic 9(9).
        05 we-ext-id pic x(10).
        05 we-last pic x(20).
        05 we-first pic x(20).
        05 we-addr-1 pic x(30).
        05 we-city pic x(20).
        05 we-state pic x(2).
        05 we-zip pic x(10).
        05 we-wages pic 9(9)v99.
        05 we-fit pic 9(9)v99.
        05 we-ss-wages pic 9(9)v99.
        05 we-ss-tax pic 9(9)v99.
        05 we-med-wages pic 9(9)v99.
        05 we-med-tax pic 9(9)v99.
        05 we-state-code pic x(2).
        05 we-state-wages pic 9(9)v99.
        05 we-state-tax pic 9(9)v99.
        05 we-other-ded pic 9(9)v99.
    01 wage-trailer-rec.
        05 wt-type pic x value "9".
        05 wt-count pic 9(9).
        05 wt-wages pic 9(11)v99.
        05 wt-fit pic 9(11)v99.
        05 wt-ss-wages pic 9(11)v99.
        05 wt-ss-tax pic 9(11)v99.
        05 wt-med-wages pic 9(11)v99.
        05 wt-med-tax pic 9(11)v99.
        05 wt-state-wages pic 9(11)v99.
        05 wt-state-tax pic 9(11)v99.
        05 wt-book-gross pic 9(11)v99.

    01 hdr-line-1.
        05 filler pic x(33) value "YEAR-END WAGE STATEMENTS -- YEAR ".
        05 hdr-year pic 9(4).
        05 filler pic x(4) value spaces.
        05 hdr-mode pic x(30).
    01 hdr-line-2.
        05 filler pic x(10) value "ID".
        05 filler pic x(31) value "NAME".
        05 filler pic x(15) value "         WAGES".
        05 filler pic x(14) value "   FED INC TAX".
        05 filler pic x(14) value "    SOC SEC TX".
        05 filler pic x(14) value "   MEDICARE TX".
        05 filler pic x(14) value "    STATE TAX".
    01 detail-line.
        05 dl-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(30).
        05 filler pic x value space.
        05 dl-wages pic zzz,zzz,zz9.99.
        05 dl-fit pic zzz,zzz,zz9.99.
        05 dl-ss-tax pic zzz,zzz,zz9.99.
        05 dl-med-tax pic zzz,zzz,zz9.99.
        05 dl-state-tax pic zzz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-flag pic x(10).
    01 total-line.
        05 filler pic x(10) value "EMPLOYER".
        05 tl-count pic zzzzzzzz9.
        05 filler pic x(22) value " statement(s)".
        05 tl-wages pic zzz,zzz,zz9.99.
        05 tl-fit pic zzz,zzz,zz9.99.
        05 tl-ss-tax pic zzz,zzz,zz9.99.
        05 tl-med-tax pic zzz,zzz,zz9.99.
        05 tl-state-tax pic zzz,zzz,zz9.99.
    01 recon-line-1.
        05 filler pic x(41) value "WAGES ON THE STATEMENTS".
        05 rl-wages pic zzz,zzz,zz9.99-.
    01 recon-line-2.
        05 filler pic x(41) value "GROSS_PAY FOR THE YEAR".
        05 rl-book pic zzz,zzz,zz9.99-.
    01 recon-line-3.
        05 filler pic x(41) value "DIFFERENCE".
        05 rl-diff pic zzz,zzz,zz9.99-.
        05 filler pic x(3) value spaces.
        05 rl-verdict pic x(40).
    01 person-name pic x(42).

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
        move flag-value to wage-file-name
    end-if.
    move ARGPARSE-GET-FLAG("report", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("year", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to tax-year
    end-if.
    move ARGPARSE-GET-FLAG("ein", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to employer-ein
    end-if.
    move ARGPARSE-GET-FLAG("employer-name", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to employer-name
    end-if.
    move ARGPARSE-GET-FLAG("close", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to close-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "year-end-wage: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    if tax-year = 0 then
        move business-date(1:4) to tax-year
    end-if.
    perform prepare-tables.
    perform check-already-closed.

    if CLOSE-YEAR then
        if already-closed-count > 0 then
            display "year-end-wage: payroll year ", tax-year, " is already closed"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
            signon-name) to signon-ok
        if signon-ok not = 1 or trim(signon-role) not = "SUP" then
            display "year-end-wage: close refused -- '-op ", trim(operator-id),
                "' is not a signed-on supervisor"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        display "YEAR-END-WAGE closing payroll year ", tax-year
    else
        display "YEAR-END-WAGE statements for payroll year ", tax-year
        if already-closed-count > 0 then
            display "year-end-wage: (year ", tax-year, " is closed -- statements reprinted as closed)"
        end-if
    end-if.

    open output report-file.
    move tax-year to hdr-year.
    if CLOSE-YEAR then
        move "YEAR CLOSE" to hdr-mode
    else
        move "WAGE STATEMENT FILE" to hdr-mode
    end-if.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    if not CLOSE-YEAR then
        open output wage-file
        move tax-year to wh-tax-year
        move employer-ein to wh-ein
        move employer-name to wh-employer-name
        move business-date to wh-business-date
        write wage-record from wage-header-rec
    end-if.

    perform write-statements.
    perform reconcile-gross.

    if not CLOSE-YEAR then
        move statement-count to wt-count
        move tot-wages to wt-wages
        move tot-fit to wt-fit
        move tot-ss-wages to wt-ss-wages
        move tot-ss-tax to wt-ss-tax
        move tot-med-wages to wt-med-wages
        move tot-med-tax to wt-med-tax
        move tot-state-wages to wt-state-wages
        move tot-state-tax to wt-state-tax
        move book-gross to wt-book-gross
        write wage-record from wage-trailer-rec
        close wage-file
    end-if.

    move spaces to report-line.
    write report-line.
    move statement-count to tl-count.
    move tot-wages to tl-wages.
    move tot-fit to tl-fit.
    move tot-ss-tax to tl-ss-tax.
    move tot-med-tax to tl-med-tax.
    move tot-state-tax to tl-state-tax.
    write report-line from total-line.
    move spaces to report-line.
    write report-line.
    move tot-wages to rl-wages.
    write report-line from recon-line-1.
    move book-gross to rl-book.
    write report-line from recon-line-2.
    move gross-difference to rl-diff.
    if RECONCILED then
        move "RECONCILED TO THE PENNY" to rl-verdict
    else
        move "*** DOES NOT RECONCILE ***" to rl-verdict
    end-if.
    write report-line from recon-line-3.

    if not CLOSE-YEAR then
        perform finish-wage-file
    else
        if RECONCILED then
            perform close-the-year
        else
            move spaces to report-line
            move "YEAR NOT CLOSED -- wages do not reconcile to gross_pay" to report-line
            write report-line
        end-if
    end-if.
    if no-address-count > 0 then
        move spaces to report-line
        string no-address-count " statement(s) have no current mailing address"
            into report-line
        end-string
        write report-line
    end-if.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "year-end-wage: ", statement-count, " statement(s), wages ", tot-wages,
        ", gross_pay ", book-gross, " -- report in ", trim(report-file-name).
    if RECONCILED and statement-count > 0 then
        move 0 to return-code
    else
        move 1 to return-code
    end-if.
    stop run.

prepare-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_ytd (person_id integer, tax_year integer, item_type text, item_code text, amount numeric, taxable_wages numeric, er_amount numeric, through_period text, updated_ts text, primary key (person_id, tax_year, item_type, item_code))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_year_close (tax_year integer primary key, closed_ts text, closed_by text, employee_count integer, total_wages numeric, wage_file text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_run_control (run_name text, period_no integer, business_date text, run_ts text, run_by text, override_flag integer default 0, primary key (run_name, period_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column locked integer default 0",
        error-message) to db-status.
    move 0 to db-status.

check-already-closed.
    move 0 to already-closed-count.
    move spaces to sql-text.
    string "select count(*) from pay_year_close where tax_year = " tax-year
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to already-closed-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> one statement per person with year-to-date gross, in name order,
*> addressed from the current 'M' person_address row
write-statements.
    move spaces to sql-text.
    string "select y.person_id, coalesce(p.ext_id, ''), p.first_name, p.last_name, y.amount, "
        "coalesce(a.addr_line1, ''), coalesce(a.city, ''), coalesce(a.state, ''), coalesce(a.zip, '') "
        "from pay_ytd y join person p on p.id = y.person_id "
        "left join person_address a on a.id = (select a2.id from person_address a2 where a2.person_id = y.person_id "
        "and a2.addr_type = 'M' and a2.eff_from <= '" business-date-iso "' and (a2.eff_to is null or a2.eff_to = '' "
        "or a2.eff_to >= '" business-date-iso "') order by a2.eff_from desc, a2.id desc limit 1) "
        "where y.tax_year = " tax-year " and y.item_type = 'G' "
        "order by p.last_name, p.first_name, y.person_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status.
    if db-status not = 0 then
        display "year-end-wage: select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(person-stmt,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-ext-id) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-first) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-last) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-wages
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-addr-1) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-city) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-state) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-zip) to bool
        perform write-one-statement
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.

*> the person's tax and deduction accumulators land in the W-2 boxes:
*> FIT, SS and MED by name, a SIT-xx tax as the state, every voluntary
*> deduction summed into other
write-one-statement.
    move 0 to st-fit st-ss-wages st-ss-tax st-med-wages st-med-tax.
    move 0 to st-state-wages st-state-tax st-other-ded.
    move spaces to st-state-code.
    move out-id to bind-person-id.
    move spaces to sql-text.
    string "select item_type, item_code, coalesce(amount, 0), coalesce(taxable_wages, 0) "
        "from pay_ytd where person_id = ? and tax_year = " tax-year
        " and item_type in ('T', 'D') order by item_type, item_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,item-type) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,item-code) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to item-amount
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to item-taxable
            evaluate true
                when item-type = "D"
                    add item-amount to st-other-ded
                when item-code = "FIT"
                    add item-amount to st-fit
                when item-code = "SS"
                    add item-taxable to st-ss-wages
                    add item-amount to st-ss-tax
                when item-code = "MED"
                    add item-taxable to st-med-wages
                    add item-amount to st-med-tax
                when item-code(1:4) = "SIT-"
                    if st-state-code = spaces then
                        move item-code(5:2) to st-state-code
                        move item-taxable to st-state-wages
                    end-if
                    add item-amount to st-state-tax
            end-evaluate
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

    if not CLOSE-YEAR then
        move out-id to we-person-id
        move out-ext-id to we-ext-id
        move out-last to we-last
        move out-first to we-first
        move out-addr-1 to we-addr-1
        move out-city to we-city
        move out-state to we-state
        move out-zip to we-zip
        move out-wages to we-wages
        move st-fit to we-fit
        move st-ss-wages to we-ss-wages
        move st-ss-tax to we-ss-tax
        move st-med-wages to we-med-wages
        move st-med-tax to we-med-tax
        move st-state-code to we-state-code
        move st-state-wages to we-state-wages
        move st-state-tax to we-state-tax
        move st-other-ded to we-other-ded
        write wage-record from wage-employee-rec
    end-if.

    move out-id to dl-id.
    move spaces to person-name.
    string trim(out-last) ", " trim(out-first) into person-name end-string.
    move person-name(1:30) to dl-name.
    move out-wages to dl-wages.
    move st-fit to dl-fit.
    move st-ss-tax to dl-ss-tax.
    move st-med-tax to dl-med-tax.
    move st-state-tax to dl-state-tax.
    if out-addr-1 = spaces then
        move "NO ADDRESS" to dl-flag
        add 1 to no-address-count
    else
        move spaces to dl-flag
    end-if.
    write report-line from detail-line.

    add 1 to statement-count.
    add out-wages to tot-wages.
    add st-fit to tot-fit.
    add st-ss-wages to tot-ss-wages.
    add st-ss-tax to tot-ss-tax.
    add st-med-wages to tot-med-wages.
    add st-med-tax to tot-med-tax.
    add st-state-wages to tot-state-wages.
    add st-state-tax to tot-state-tax.

*> the statements' wages against every penny of gross_pay in the year
reconcile-gross.
    move 0 to book-gross.
    move spaces to sql-text.
    string "select coalesce(sum(gross_amount), 0) from gross_pay "
        "where substr(period_date, 1, 4) = '" tax-year "'"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to book-gross
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    *> pay-void's reversals, and its reissues once finished, stand
    *> beside gross_pay rather than in it
    move spaces to sql-text.
    string "select coalesce(sum(a.amount), 0) from pay_adjustment a join pay_void v on v.id = a.void_id "
        "where a.item_type = 'G' and (a.adj_type = 'V' or v.reissue_flag = 1) "
        "and substr(v.period_date, 1, 4) = '" tax-year "'"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to adjusted-gross
            add adjusted-gross to book-gross
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.
    compute gross-difference = tot-wages - book-gross.
    if gross-difference = 0 and statement-count > 0 then
        move 1 to reconciled-flag
    else
        move 0 to reconciled-flag
    end-if.

*> a reconciled file leaves the building registered; one that doesn't
*> tie out is not kept at all
finish-wage-file.
    if RECONCILED then
        move statement-count to reg-record-count
        compute wage-pennies = tot-wages * 100
        move wage-pennies to hash-total-text
        move INTERFACE-REGISTER(db-handle, "WAGE-STMT", wage-file-name,
            business-date, reg-record-count, hash-total-text) to interface-bool
    else
        call "CBL_DELETE_FILE" using wage-file-name
            returning cbl-status
        end-call
        move spaces to report-line
        move "WAGE FILE REFUSED -- not written; wages do not reconcile to gross_pay" to report-line
        write report-line
        display "year-end-wage: wages ", tot-wages, " vs gross_pay ", book-gross,
            " -- wage file REFUSED"
    end-if.

*> the close: the year's record, then every run-control row for the
*> year's periods locked -- written locked where a period has none --
*> all in one transaction, audited under the supervisor
close-the-year.
    move function current-date to run-ts.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into pay_year_close (tax_year, closed_ts, closed_by, employee_count, total_wages, wage_file) values (?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move statement-count to count-bind
        move tot-wages to amount-edit-1
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, tax-year-text) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, run-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, count-bind) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit-1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(wage-file-name)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move spaces to sql-text.
    string "update pay_run_control set locked = 1 where period_no in "
        "(select period_no from pay_period where substr(end_date, 1, 4) = '" tax-year "')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to sql-text.
    string "insert or ignore into pay_run_control (run_name, period_no, business_date, run_ts, run_by, override_flag, locked) "
        "select 'year-end-wage', period_no, end_date, '" run-ts "', '" trim(operator-id) "', 0, 1 "
        "from pay_period where substr(end_date, 1, 4) = '" tax-year "' "
        "and period_no not in (select period_no from pay_run_control)"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-COMMIT(db-handle) to db-status.

    move spaces to audit-note.
    string "year-end-wage CLOSED payroll year " tax-year " statements "
        statement-count " wages " trim(amount-edit-1)
        into audit-note
    end-string.
    move 0 to db-status.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move spaces to report-line.
    string "PAYROLL YEAR " tax-year " CLOSED by " trim(operator-id)
        " -- run-control rows locked"
        into report-line
    end-string.
    write report-line.
    display "year-end-wage: payroll year ", tax-year, " closed".

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -year " tax-year
        " -report " trim(report-file-name)
        into registry-params
    end-string.
    if CLOSE-YEAR then
        string trim(registry-params) " -close Y" into registry-params end-string
    else
        string trim(registry-params) " -out " trim(wage-file-name)
            into registry-params
        end-string
    end-if.
    compute registry-lines = statement-count + 12.
    move REPORT-REGISTER(db-handle, "year-end-wage", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program year-end-wage.
