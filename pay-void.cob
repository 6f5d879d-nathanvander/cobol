GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 pay-void.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob param-utils.cob
*>***************************************
*> Void, and optionally reissue, one person's pay for one period -- the
*> end of hand-editing gross_pay and remembering to fix GLJRNL01 next
*> month.  A supervisor's act: "-op" must name an SUP operator who
*> signs on through OPERATOR-SIGNON, or nothing is touched.
*>
*>    pay-void -db person.sdb -person <id> -period <yyyymmdd>
*>        -reason "<why>" -op <supervisor> [-reissue Y [-hours nnn.nn]]
*>        [-gl GLREVS01.dat] [-override Y]
*>
*> The original rows are never deleted or changed.  The void is a
*> pay_void row carrying the original gross, deductions and net, and
*> offsetting pay_adjustment rows of type 'V' linked to it: the gross
*> (hours and pay negated), every pay_deduction line taken, every
*> pay_tax row with its taxable wages and employer share, and the net
*> -- so the original plus its reversal nets to zero line for line.
*> Only a finalized period can be voided (deduction-register has
*> stored its net_pay row), and a person's period is voided once.  The
*> year's pay_ytd accumulators are rebuilt in the same unit of work, so
*> the reversal is in them before the next register runs.
*>
*> The reversing journal ("-gl", default GLREVS01.dat) is cut in the
*> same balanced layout timesheet-register's cut-gl-journal produces --
*> type-1 header, type-2 lines, type-9 trailer with debit and credit
*> hash totals -- with the sides swapped: the department's labor cost
*> credited back, accrued payroll debited.  With "-reissue Y" the
*> corrected gross is computed the way timesheet-register computes it
*> (hours over OT-WEEKLY-HOURS at OT-MULTIPLIER -- the business
*> parameters in force on the voided period's date, so the reissue
*> follows the rule the original was paid under -- at the person's
*> CURRENT rate -- the
*> usual correction is a rate fixed in person-maintenance; "-hours"
*> replaces the hours paid), written as a type 'R' adjustment, charged
*> on the same journal (department debited, accrued payroll credited),
*> and then handed to deduction-register ("-reissue <void id>") so the
*> taxes and deductions come off through the normal register path and
*> print in its VOIDS AND REISSUES section.  A closed payroll year is
*> refused unless "-override Y" is given as well.  Every void and
*> reissue is written to audit_log.  RETURN-CODE 1 on a refused void.
identification division.
    program-id. pay-void.
    REMARKS. Supervisor void and reissue of one person's period pay.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-LAST-INSERT-ROWID
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
    FUNCTION BUSINESS-PARAM
    FUNCTION REPORT-REGISTER
    FUNCTION OPERATOR-SIGNON
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select gl-file assign to gl-file-name
            organization line sequential.

data division.
file section.
fd  gl-file.
01  gl-record pic x(80).

working-storage section.
    01 db-file-name pic x(256).
    01 gl-file-name pic x(256) value "GLREVS01.dat".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 operator-id pic x(20) value spaces.
    01 void-reason pic x(60) value spaces.
    01 reissue-flag pic x value "N".
        88 REISSUE-PAY value "Y" "y".
    01 override-flag pic x value "N".
        88 RUN-OVERRIDE value "Y" "y".
    01 new-hours-flag pic 9 value 0.
        88 NEW-HOURS-GIVEN value 1.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
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
    01 bind-person-id pic s9(9) comp.

    01 business-date pic 9(8).
    01 sql-text pic x(1024).
    01 tax-year pic x(4).
    01 void-ts pic x(26).

    01 in-person-id pic 9(9) value 0.
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 new-hours pic s9(3)v99 comp-3 value 0.

    *> the original pay, read back as the registers stored it
    01 found-flag pic 9.
        88 ORIGINAL-FOUND value 1.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-dept pic x(4).
    01 out-rate pic s9(7)v99 comp-3.
    01 orig-reg-hours pic s9(3)v99 comp-3.
    01 orig-ot-hours pic s9(3)v99 comp-3.
    01 orig-reg-pay pic s9(9)v99 comp-3.
    01 orig-ot-pay pic s9(9)v99 comp-3.
    01 orig-gross pic s9(9)v99 comp-3.
    01 orig-ded pic s9(9)v99 comp-3.
    01 orig-net pic s9(9)v99 comp-3.
    01 prior-void-count pic s9(9) comp.
    01 year-lock-count pic s9(9) comp.

    *> the reissue, computed the way timesheet-register computes gross
    01 out-hours pic s9(3)v99 comp-3.
    01 reg-hours pic s9(3)v99 comp-3.
    01 ot-hours pic s9(3)v99 comp-3.
    01 reg-pay pic s9(9)v99 comp-3.
    01 ot-pay pic s9(9)v99 comp-3.
    01 ot-threshold-hours pic s9(3)v99 comp-3 value 40.
    01 ot-multiplier pic s9(3)v9999 comp-3 value 1.5.
    01 param-value pic x(40).
    01 param-found pic 9.
    01 gross-pay pic s9(9)v99 comp-3.

    01 void-id PIC 9(18) COMP.
    01 void-id-disp pic 9(9).
    01 hours-edit-1 pic -9(3).99.
    01 hours-edit-2 pic -9(3).99.
    01 amount-edit-1 pic -9(9).99.
    01 amount-edit-2 pic -9(9).99.
    01 amount-edit-3 pic -9(9).99.
    01 commit-failed-flag pic 9 value 0.
        88 COMMIT-FAILED value 1.

    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 audit-bool pic 9.
    01 audit-note pic x(200).
    01 rows-one pic s9(9) comp value 1.
    01 command-line-text pic x(400).
    01 system-rc pic s9(9) comp.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    *> the reversing journal, GLJRNL01's records exactly
    01 gl-line-count pic 9(9) value 0.
    01 gl-debit-hash pic 9(15) value 0.
    01 gl-credit-hash pic 9(15) value 0.
    01 gl-pennies pic 9(13).
    01 gl-header-rec.
        05 glh-type pic x value "1".
        05 glh-file-id pic x(8) value "GLJRNL01".
        05 glh-business-date pic 9(8).
        05 glh-system pic x(8) value "PERSDB".
    01 gl-detail-rec.
        05 gld-type pic x value "2".
        05 gld-side pic x.
        05 gld-account pic x(8).
        05 gld-period pic 9(8).
        05 gld-amount pic 9(11)v99.
    01 gl-trailer-rec.
        05 glt-type pic x value "9".
        05 glt-count pic 9(9).
        05 glt-debit-hash pic 9(15).
        05 glt-credit-hash pic 9(15).

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("person", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to in-person-id
    end-if.
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.
    move ARGPARSE-GET-FLAG("reason", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to void-reason
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.
    move ARGPARSE-GET-FLAG("reissue", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to reissue-flag
    end-if.
    move ARGPARSE-GET-FLAG("hours", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to new-hours
        move 1 to new-hours-flag
    end-if.
    move ARGPARSE-GET-FLAG("gl", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to gl-file-name
    end-if.
    move ARGPARSE-GET-FLAG("override", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to override-flag
    end-if.

    if in-person-id = 0 or period-date = 0 or void-reason = spaces
            or operator-id = spaces then
        display "usage: pay-void -person <id> -period <yyyymmdd> -reason <why> -op <supervisor>"
        display "           [-reissue Y [-hours nnn.nn]] [-gl GLREVS01.dat] [-override Y]"
        move 1 to return-code
        stop run
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "pay-void: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    perform prepare-tables.

    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if signon-ok not = 1 or trim(signon-role) not = "SUP" then
        display "pay-void: refused -- '-op ", trim(operator-id),
            "' is not a signed-on supervisor"
        perform refuse-run
    end-if.

    perform check-year-lock.
    if year-lock-count > 0 and not RUN-OVERRIDE then
        display "pay-void: payroll year ", period-date-iso(1:4),
            " is closed -- pass -override Y to void in it"
        perform refuse-run
    end-if.

    perform read-original.
    if not ORIGINAL-FOUND then
        display "pay-void: person ", in-person-id, " has no finalized pay for ",
            period-date, " -- nothing to void"
        perform refuse-run
    end-if.
    if prior-void-count > 0 then
        display "pay-void: person ", in-person-id, " period ", period-date,
            " is already voided"
        perform refuse-run
    end-if.

    if REISSUE-PAY then
        perform compute-reissue
    end-if.

    move SQLITE3-BEGIN(db-handle) to db-status.
    perform write-void.
    if REISSUE-PAY and not COMMIT-FAILED then
        perform write-reissue-gross
    end-if.
    if COMMIT-FAILED then
        move SQLITE3-ROLLBACK(db-handle) to db-status
        display "pay-void: void FAILED and rolled back: ", trim(error-message)
        perform refuse-run
    end-if.
    move period-date-iso(1:4) to tax-year.
    perform rebuild-ytd.
    move SQLITE3-COMMIT(db-handle) to db-status.

    perform cut-reversing-journal.
    perform audit-void.
    perform register-journal.
    move void-id to void-id-disp.
    display "pay-void: void ", void-id-disp, " person ", in-person-id,
        " period ", period-date, " gross ", orig-gross, " net ", orig-net,
        " reversed -- journal in ", trim(gl-file-name).
    move SQLITE3-CLOSE(db-handle) to db-status.

    move 0 to return-code.
    if REISSUE-PAY then
        perform run-reissue
    end-if.
    stop run.

refuse-run.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 1 to return-code.
    stop run.

prepare-tables.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_void (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, void_ts text, voided_by text, reason text, orig_gross numeric, orig_ded numeric, orig_net numeric, reissue_flag integer default 0, reissue_gross numeric, reissue_ded numeric, reissue_net numeric, reissue_ts text, gl_file text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_adjustment (void_id integer, adj_type text, item_type text, item_seq integer, item_code text, reg_hours numeric, ot_hours numeric, amount numeric, taxable_wages numeric, er_amount numeric, short_flag text, primary key (void_id, adj_type, item_type, item_seq))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table pay_run_control add column locked integer default 0",
        error-message) to db-status.
    move 0 to db-status.

check-year-lock.
    move 0 to year-lock-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.locked = 1 and substr(p.end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso(1:4)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to year-lock-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> the original as the registers stored it: gross_pay for the hours
*> and gross, net_pay for what came off and what was paid
read-original.
    move 0 to found-flag.
    move in-person-id to bind-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select p.first_name, p.last_name, coalesce(p.dept_code, ''), coalesce(p.pay_rate, 0), coalesce(g.reg_hours, 0), coalesce(g.ot_hours, 0), coalesce(g.reg_pay, 0), coalesce(g.ot_pay, 0), n.gross_amount, n.ded_total, n.net_amount from net_pay n join person p on p.id = n.person_id left join gross_pay g on g.person_id = n.person_id and g.period_date = n.period_date where n.person_id = ? and n.period_date = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to found-flag
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-reg-hours
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-ot-hours
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-reg-pay
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-ot-pay
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-gross
        move 9 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-ded
        move 10 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to orig-net
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move 0 to prior-void-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_void where person_id = ? and period_date = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to prior-void-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> past the overtime threshold at the overtime multiplier in force for
*> the period, at the rate on the row today
compute-reissue.
    move BUSINESS-PARAM(db-handle, "OT-WEEKLY-HOURS", period-date-iso,
        param-value) to param-found.
    if param-found = 1 then
        move numval(trim(param-value)) to ot-threshold-hours
    end-if.
    move BUSINESS-PARAM(db-handle, "OT-MULTIPLIER", period-date-iso,
        param-value) to param-found.
    if param-found = 1 then
        move numval(trim(param-value)) to ot-multiplier
    end-if.
    if NEW-HOURS-GIVEN then
        move new-hours to out-hours
    else
        compute out-hours = orig-reg-hours + orig-ot-hours
    end-if.
    if out-hours > ot-threshold-hours then
        move ot-threshold-hours to reg-hours
        compute ot-hours = out-hours - ot-threshold-hours
    else
        move out-hours to reg-hours
        move 0 to ot-hours
    end-if.
    compute reg-pay rounded = reg-hours * out-rate.
    compute ot-pay rounded = ot-hours * out-rate * ot-multiplier.
    compute gross-pay = reg-pay + ot-pay.

*> the pay_void header, then every original line negated beside it
write-void.
    move function current-date to void-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into pay_void (person_id, period_date, void_ts, voided_by, reason, orig_gross, orig_ded, orig_net, reissue_flag, gl_file) values (?, ?, ?, ?, ?, ?, ?, ?, 0, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 1 to commit-failed-flag
        exit paragraph
    end-if.
    move orig-gross to amount-edit-1.
    move orig-ded to amount-edit-2.
    move orig-net to amount-edit-3.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, void-ts) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(void-reason)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(amount-edit-1)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(amount-edit-2)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(amount-edit-3)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(gl-file-name)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move SQLITE3-LAST-INSERT-ROWID(db-handle) to void-id.
    move void-id to void-id-disp.

    move orig-reg-hours to hours-edit-1.
    move orig-ot-hours to hours-edit-2.
    compute amount-edit-1 = 0 - orig-gross.
    compute amount-edit-2 = 0 - orig-net.
    move spaces to sql-text.
    string "insert into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) "
        "values (" void-id-disp ", 'V', 'G', 1, 'GROSS', -" trim(hours-edit-1) ", -" trim(hours-edit-2) ", "
        trim(amount-edit-1) ", " trim(amount-edit-1) ", 0, ''), "
        "(" void-id-disp ", 'V', 'N', 1, 'NET', 0, 0, " trim(amount-edit-2) ", 0, 0, '')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    if db-status not = 0 then
        move 1 to commit-failed-flag
        exit paragraph
    end-if.
    move spaces to sql-text.
    string "insert into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) "
        "select " void-id-disp ", 'V', 'D', ded_seq, ded_code, 0, 0, 0 - taken_amount, 0, 0, coalesce(short_flag, '') "
        "from pay_deduction where person_id = " in-person-id " and period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    if db-status not = 0 then
        move 1 to commit-failed-flag
        exit paragraph
    end-if.
    move spaces to sql-text.
    string "insert into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) "
        "select " void-id-disp ", 'V', 'T', rowid, tax_code, 0, 0, 0 - ee_amount, 0 - taxable_wages, 0 - er_amount, '' "
        "from pay_tax where person_id = " in-person-id " and period_date = '" period-date-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    if db-status not = 0 then
        move 1 to commit-failed-flag
    end-if.

*> only the corrected gross is written here; deduction-register takes
*> the taxes and deductions from it and finishes the reissue
write-reissue-gross.
    move reg-hours to hours-edit-1.
    move ot-hours to hours-edit-2.
    move gross-pay to amount-edit-1.
    move spaces to sql-text.
    string "insert into pay_adjustment (void_id, adj_type, item_type, item_seq, item_code, reg_hours, ot_hours, amount, taxable_wages, er_amount, short_flag) "
        "values (" void-id-disp ", 'R', 'G', 1, 'GROSS', " trim(hours-edit-1) ", " trim(hours-edit-2) ", "
        trim(amount-edit-1) ", " trim(amount-edit-1) ", 0, '')"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    if db-status not = 0 then
        move 1 to commit-failed-flag
    end-if.

*> the year's accumulators, rebuilt as deduction-register rebuilds them,
*> so the reversal is in pay_ytd before the next register runs
rebuild-ytd.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_ytd (person_id integer, tax_year integer, item_type text, item_code text, amount numeric, taxable_wages numeric, er_amount numeric, through_period text, updated_ts text, primary key (person_id, tax_year, item_type, item_code))",
        error-message) to db-status.
    move spaces to sql-text.
    string "delete from pay_ytd where tax_year = " tax-year
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    *> a void's reversal counts at once, its reissue once it is finished
    move spaces to sql-text.
    string "insert into pay_ytd select person_id, " tax-year ", 'G', 'GROSS', "
        "sum(amt), sum(amt), 0, max(pd), '" void-ts "' from ("
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
        "sum(amt), 0, 0, max(pd), '" void-ts "' from ("
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
        "sum(amt), sum(txw), sum(er), max(pd), '" void-ts "' from ("
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
        display "pay-void: year-to-date rebuild failed: ", trim(error-message)
    end-if.

*> cut-gl-journal's layout with the sides swapped for the reversal;
*> a reissue is charged again the ordinary way on the same journal
cut-reversing-journal.
    open output gl-file.
    move business-date to glh-business-date.
    write gl-record from gl-header-rec.
    move 0 to gl-line-count.
    move 0 to gl-debit-hash.
    move 0 to gl-credit-hash.
    move "C" to gld-side.
    move spaces to gld-account.
    move out-dept to gld-account(1:4).
    move period-date to gld-period.
    move orig-gross to gld-amount.
    write gl-record from gl-detail-rec.
    add 1 to gl-line-count.
    compute gl-pennies = orig-gross * 100.
    add gl-pennies to gl-credit-hash.
    move "D" to gld-side.
    move "ACCRPAY " to gld-account.
    write gl-record from gl-detail-rec.
    add 1 to gl-line-count.
    add gl-pennies to gl-debit-hash.
    if REISSUE-PAY then
        move "D" to gld-side
        move spaces to gld-account
        move out-dept to gld-account(1:4)
        move gross-pay to gld-amount
        write gl-record from gl-detail-rec
        add 1 to gl-line-count
        compute gl-pennies = gross-pay * 100
        add gl-pennies to gl-debit-hash
        move "C" to gld-side
        move "ACCRPAY " to gld-account
        write gl-record from gl-detail-rec
        add 1 to gl-line-count
        add gl-pennies to gl-credit-hash
    end-if.
    move gl-line-count to glt-count.
    move gl-debit-hash to glt-debit-hash.
    move gl-credit-hash to glt-credit-hash.
    write gl-record from gl-trailer-rec.
    close gl-file.

audit-void.
    move spaces to audit-note.
    move orig-gross to amount-edit-1.
    move orig-net to amount-edit-2.
    string "pay-void VOID " void-id-disp " person " in-person-id " period " period-date
        " gross " trim(amount-edit-1) " net " trim(amount-edit-2)
        " reason: " trim(void-reason)
        into audit-note
    end-string.
    move 0 to db-status.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-one) to audit-bool.
    if year-lock-count > 0 then
        move spaces to audit-note
        string "pay-void CLOSED-YEAR override for void " void-id-disp
            into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-one) to audit-bool
    end-if.
    if REISSUE-PAY then
        move spaces to audit-note
        move gross-pay to amount-edit-1
        string "pay-void REISSUE requested for void " void-id-disp " corrected gross "
            trim(amount-edit-1)
            into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-one) to audit-bool
    end-if.

register-journal.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -person " in-person-id
        " -period " period-date " -gl " trim(gl-file-name)
        into registry-params
    end-string.
    move gl-line-count to registry-lines.
    move REPORT-REGISTER(db-handle, "gl-reversal", registry-params,
        business-date, gl-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

*> the rest of the reissue goes through the register itself
run-reissue.
    move spaces to command-line-text.
    string "deduction-register -db " trim(db-file-name) " -reissue " void-id-disp
        " -op " trim(operator-id)
        into command-line-text
    end-string.
    display "pay-void: reissuing -- ", trim(command-line-text).
    call "SYSTEM" using command-line-text
        returning system-rc
    end-call.
    if system-rc not = 0 then
        display "pay-void: deduction-register reissue ended with ", system-rc,
            " -- rerun it with -reissue ", void-id-disp
        move 1 to return-code
    end-if.

end program pay-void.
