GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 tax-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for payroll tax withholding, the tables
*> deduction-register takes taxes from ahead of every voluntary
*> deduction.  Three sub-menus, the same shape as deduction-maintenance:
*>
*>   R) tax rules    -- tax_rule (migration 78), one row per tax code
*>                      per effective date: method 'R' is a flat rate
*>                      (employee and employer percent) on wages up to
*>                      an annual wage base, zero meaning no cap --
*>                      Social Security, Medicare; method 'B' is
*>                      bracket withholding with a per-allowance
*>                      annual amount -- FIT, and a state as SIT-xx.
*>   B) brackets     -- tax_bracket (migration 79) for a 'B' rule's
*>                      effective date and filing status (S single,
*>                      M married, H head of household): annual wages
*>                      over, the base tax at that point, and the
*>                      percent on the excess.
*>   E) elections    -- person_tax (migration 80): a person's filing
*>                      status, allowances, extra per-period amount
*>                      and exempt flag for one tax code, effective-
*>                      dated the way person_deduction is and never
*>                      deleted, only end-dated.
*>
*> A new year's table is keyed as a new effective date, never by
*> editing last year's rows, so a rerun of an old period still
*> withholds by the old table.  Every write takes the app_lock and
*> lands in audit_log under the signed-on operator.  Rates and amounts
*> are keyed the way payroll writes them ("6.20", "168600.00") and
*> stored fixed-decimal.
identification division.
    program-id. tax-maintenance.
    REMARKS. Interactive tax rule, bracket and withholding election maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
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
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 rule-choice pic x.
    01 bracket-choice pic x.
    01 elect-choice pic x.
    01 sql-text pic x(512).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
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
    01 bind-allowances pic s9(9) comp.
    01 bind-exempt pic s9(9) comp.

    01 in-tax-code pic x(6).
    01 in-description pic x(30).
    01 in-method pic x.
    01 in-eff-from pic 9(8).
    01 in-eff-to pic 9(8).
    01 in-eff-from-iso pic x(10).
    01 in-eff-to-iso pic x(10).
    01 in-number-text pic x(14).
    01 in-ee-rate pic 9(3)v9(4).
    01 in-er-rate pic 9(3)v9(4).
    01 in-rate-edit-1 pic 9(3).9(4).
    01 in-rate-edit-2 pic 9(3).9(4).
    01 in-wage-base pic 9(9)v99.
    01 in-allowance pic 9(9)v99.
    01 in-money-edit-1 pic 9(9).99.
    01 in-money-edit-2 pic 9(9).99.
    01 in-filing-status pic x.
    01 in-wage-over pic 9(9)v99.
    01 in-base-tax pic 9(9)v99.
    01 in-pct pic 9(3)v9(4).
    01 in-allowances pic 99.
    01 in-extra pic 9(7)v99.
    01 in-extra-edit pic 9(7).99.
    01 in-exempt pic x.
    01 rule-valid-flag pic 9.
        88 RULE-VALID value 1.
    01 rule-method pic x(2).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.

    01 in-id pic 9(9).
    01 in-elect-id pic 9(9).

    01 out-tax-code pic x(6).
    01 out-description pic x(30).
    01 out-method pic x(2).
    01 out-eff-from pic x(10).
    01 out-eff-to pic x(10).
    01 out-rate-1 pic s9(3)v9(4) comp-3.
    01 out-rate-2 pic s9(3)v9(4) comp-3.
    01 out-rate-disp-1 pic zz9.9999.
    01 out-rate-disp-2 pic zz9.9999.
    01 out-money-1 pic s9(9)v99 comp-3.
    01 out-money-2 pic s9(9)v99 comp-3.
    01 out-money-disp-1 pic zzz,zzz,zz9.99.
    01 out-money-disp-2 pic zzz,zzz,zz9.99.
    01 out-status pic x(2).
    01 out-allowances pic s9(9) comp.
    01 out-allowances-disp pic z9.
    01 out-exempt pic s9(9) comp.
    01 out-elect-id PIC 9(18) COMP.

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "tax-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists tax_rule (tax_code text, eff_from text, eff_to text, description text, calc_method text, ee_rate numeric, er_rate numeric, wage_base numeric, allowance_amount numeric, primary key (tax_code, eff_from))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists tax_bracket (tax_code text, eff_from text, filing_status text, wage_over numeric, base_tax numeric, pct numeric, primary key (tax_code, eff_from, filing_status, wage_over))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_tax (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, tax_code text, filing_status text, allowances integer default 0, extra_amount numeric default 0, exempt integer default 0, eff_from text, eff_to text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "tax maintenance -- ", trim(file-name)
        display "  R) tax rules    B) brackets    E) person elections    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "R" when "r"
                perform rule-menu
            when "B" when "b"
                perform bracket-menu
            when "E" when "e"
                perform election-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

rule-menu.
    move space to rule-choice.
    perform until rule-choice = "X" or rule-choice = "x"
        display " "
        display "tax rules -- A) add/replace   L) list   X) back"
        display "choice: " with no advancing
        accept rule-choice
        evaluate rule-choice
            when "A" when "a"
                perform rule-add
            when "L" when "l"
                perform rule-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", rule-choice
        end-evaluate
    end-perform.

*> insert-or-replace on (code, effective date): re-keying a rule with
*> a corrected rate is one action, a new year is a new effective date
rule-add.
    display "tax code (FIT, SS, MED, SIT-xx): " with no advancing.
    accept in-tax-code.
    move function upper-case(in-tax-code) to in-tax-code.
    if in-tax-code = spaces then
        display "add failed: tax code may not be blank"
        exit paragraph
    end-if.
    display "effective from (yyyymmdd): " with no advancing.
    accept in-eff-from.
    display "effective to (yyyymmdd, 0 if open): " with no advancing.
    accept in-eff-to.
    display "description: " with no advancing.
    accept in-description.
    display "method (R=flat rate with wage base, B=bracket withholding): " with no advancing.
    accept in-method.
    move function upper-case(in-method) to in-method.
    if in-method not = "R" and in-method not = "B" then
        display "add failed: method must be R or B"
        exit paragraph
    end-if.
    move 0 to in-ee-rate in-er-rate in-wage-base in-allowance.
    if in-method = "R" then
        display "employee rate percent (e.g. 6.20): " with no advancing
        accept in-number-text
        move numval(trim(in-number-text)) to in-ee-rate
        display "employer rate percent: " with no advancing
        accept in-number-text
        move numval(trim(in-number-text)) to in-er-rate
        display "annual wage base (0 = no cap): " with no advancing
        accept in-number-text
        move numval(trim(in-number-text)) to in-wage-base
    else
        display "annual amount per allowance: " with no advancing
        accept in-number-text
        move numval(trim(in-number-text)) to in-allowance
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-eff-from) to in-eff-from-iso.
    move SQLITE3-COBOL-TO-DATE(in-eff-to) to in-eff-to-iso.
    move in-ee-rate to in-rate-edit-1.
    move in-er-rate to in-rate-edit-2.
    move in-wage-base to in-money-edit-1.
    move in-allowance to in-money-edit-2.
    move "insert or replace into tax_rule (tax_code, eff_from, eff_to, description, calc_method, ee_rate, er_rate, wage_base, allowance_amount) values (?, ?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-tax-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-from-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-eff-to-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-method) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, in-rate-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-rate-edit-2) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-money-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-money-edit-2) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "tax rule ", trim(in-tax-code), " effective ", in-eff-from-iso, " saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

rule-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select tax_code, eff_from, coalesce(eff_to, ''), coalesce(calc_method, 'B'), coalesce(ee_rate, 0), coalesce(er_rate, 0), coalesce(wage_base, 0), coalesce(allowance_amount, 0), coalesce(description, '') from tax_rule order by tax_code, eff_from",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CODE   FROM       TO         M  EE RATE  ER RATE      WAGE BASE      ALLOWANCE"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-tax-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-from) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-to) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-method) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate-1
            move 5 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate-2
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-money-1
            move 7 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-money-2
            move 8 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
            move out-rate-1 to out-rate-disp-1
            move out-rate-2 to out-rate-disp-2
            move out-money-1 to out-money-disp-1
            move out-money-2 to out-money-disp-2
            display out-tax-code, " ", out-eff-from, " ", out-eff-to, " ",
                out-method, " ", out-rate-disp-1, " ", out-rate-disp-2, " ",
                out-money-disp-1, " ", out-money-disp-2, " ", trim(out-description)
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

bracket-menu.
    move space to bracket-choice.
    perform until bracket-choice = "X" or bracket-choice = "x"
        display " "
        display "brackets -- A) add/replace   D) delete   L) list   X) back"
        display "choice: " with no advancing
        accept bracket-choice
        evaluate bracket-choice
            when "A" when "a"
                perform bracket-add
            when "D" when "d"
                perform bracket-delete
            when "L" when "l"
                perform bracket-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", bracket-choice
        end-evaluate
    end-perform.

*> a bracket belongs to one bracket-method rule version, so the rule
*> has to exist first
bracket-add.
    perform prompt-bracket-key.
    perform validate-tax-rule.
    if not RULE-VALID or rule-method(1:1) not = "B" then
        display "add failed: no bracket rule ", trim(in-tax-code),
            " effective ", in-eff-from-iso
        exit paragraph
    end-if.
    display "base tax at that point: " with no advancing.
    accept in-number-text.
    move numval(trim(in-number-text)) to in-base-tax.
    display "percent on the excess: " with no advancing.
    accept in-number-text.
    move numval(trim(in-number-text)) to in-pct.
    move in-wage-over to in-money-edit-1.
    move in-base-tax to in-money-edit-2.
    move in-pct to in-rate-edit-1.
    move "insert or replace into tax_bracket (tax_code, eff_from, filing_status, wage_over, base_tax, pct) values (?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-tax-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-from-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-filing-status) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-money-edit-1) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-money-edit-2) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, in-rate-edit-1) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "bracket saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

bracket-delete.
    perform prompt-bracket-key.
    move in-wage-over to in-money-edit-1.
    move "delete from tax_bracket where tax_code = ? and eff_from = ? and filing_status = ? and wage_over = ?"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-tax-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-from-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-filing-status) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-money-edit-1) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "delete: no such bracket"
        else
            display "bracket deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

bracket-list.
    display "tax code: " with no advancing.
    accept in-tax-code.
    move function upper-case(in-tax-code) to in-tax-code.
    move SQLITE3-STMT-OPEN(db-handle,
        "select eff_from, filing_status, coalesce(wage_over, 0), coalesce(base_tax, 0), coalesce(pct, 0) from tax_bracket where tax_code = ? order by eff_from, filing_status, wage_over",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-tax-code)) to db-status
        display "FROM       ST     WAGES OVER       BASE TAX  PERCENT"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-from) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-money-1
            move 3 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-money-2
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate-1
            move out-money-1 to out-money-disp-1
            move out-money-2 to out-money-disp-2
            move out-rate-1 to out-rate-disp-1
            display out-eff-from, " ", out-status, " ", out-money-disp-1, " ",
                out-money-disp-2, " ", out-rate-disp-1
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

prompt-bracket-key.
    display "tax code: " with no advancing.
    accept in-tax-code.
    move function upper-case(in-tax-code) to in-tax-code.
    display "rule effective from (yyyymmdd): " with no advancing.
    accept in-eff-from.
    move SQLITE3-COBOL-TO-DATE(in-eff-from) to in-eff-from-iso.
    display "filing status (S, M, H): " with no advancing.
    accept in-filing-status.
    move function upper-case(in-filing-status) to in-filing-status.
    display "annual wages over: " with no advancing.
    accept in-number-text.
    move numval(trim(in-number-text)) to in-wage-over.

election-menu.
    move space to elect-choice.
    perform until elect-choice = "X" or elect-choice = "x"
        display " "
        display "elections -- A) add   E) end-date   L) list by person   X) back"
        display "choice: " with no advancing
        accept elect-choice
        evaluate elect-choice
            when "A" when "a"
                perform election-add
            when "E" when "e"
                perform election-end
            when "L" when "l"
                perform election-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", elect-choice
        end-evaluate
    end-perform.

election-add.
    display "person id: " with no advancing.
    accept in-id.
    perform check-person-exists.
    if not PERSON-FOUND then
        display "election add failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "tax code: " with no advancing.
    accept in-tax-code.
    move function upper-case(in-tax-code) to in-tax-code.
    move 0 to in-eff-from.
    move spaces to in-eff-from-iso.
    perform validate-tax-rule.
    if not RULE-VALID then
        display "election add failed: no tax rule ", trim(in-tax-code)
        exit paragraph
    end-if.
    display "filing status (S=single, M=married, H=head of household): " with no advancing.
    accept in-filing-status.
    move function upper-case(in-filing-status) to in-filing-status.
    if in-filing-status not = "S" and in-filing-status not = "M"
        and in-filing-status not = "H" then
        display "election add failed: filing status must be S, M or H"
        exit paragraph
    end-if.
    display "allowances: " with no advancing.
    accept in-allowances.
    display "extra withholding per period (0 if none): " with no advancing.
    accept in-number-text.
    move numval(trim(in-number-text)) to in-extra.
    display "exempt (Y/N): " with no advancing.
    accept in-exempt.
    move function upper-case(in-exempt) to in-exempt.
    display "effective from (yyyymmdd): " with no advancing.
    accept in-eff-from.
    display "effective to (yyyymmdd, 0 if open): " with no advancing.
    accept in-eff-to.
    move SQLITE3-COBOL-TO-DATE(in-eff-from) to in-eff-from-iso.
    move SQLITE3-COBOL-TO-DATE(in-eff-to) to in-eff-to-iso.
    move in-extra to in-extra-edit.
    move in-allowances to bind-allowances.
    if in-exempt = "Y" then
        move 1 to bind-exempt
    else
        move 0 to bind-exempt
    end-if.
    move "insert into person_tax (person_id, tax_code, filing_status, allowances, extra_amount, exempt, eff_from, eff_to) values (?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-id to bind-person-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-tax-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-filing-status) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-allowances) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-extra-edit) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, bind-exempt) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-eff-from-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-eff-to-iso) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "election ", trim(in-tax-code), " added for person ", in-id
        else
            display "election add failed, status ", db-status
        end-if
    else
        display "election add failed: database is locked by another operator, try again"
    end-if.

*> elections are never deleted, only end-dated, so a rerun of an old
*> period withholds by the election that was in force then
election-end.
    display "election id to end-date: " with no advancing.
    accept in-elect-id.
    display "effective to (yyyymmdd): " with no advancing.
    accept in-eff-to.
    move SQLITE3-COBOL-TO-DATE(in-eff-to) to in-eff-to-iso.
    move spaces to sql-text.
    string "update person_tax set eff_to = ? where id = " in-elect-id
        into sql-text
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-eff-to-iso) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "end-date: no election with id ", in-elect-id
        else
            display "election ", in-elect-id, " end-dated"
        end-if
    else
        display "end-date failed: database is locked by another operator, try again"
    end-if.

election-list.
    display "person id: " with no advancing.
    accept in-id.
    move "select id, tax_code, coalesce(filing_status, 'S'), coalesce(allowances, 0), coalesce(extra_amount, 0), coalesce(exempt, 0), eff_from, coalesce(eff_to, '') from person_tax where person_id = ? order by tax_code, eff_from"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "election list failed, status ", db-status
    else
        move in-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-elect-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-tax-code) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-allowances
            move 4 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-money-1
            move 5 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-exempt
            move 6 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-from) to bool
            move 7 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-to) to bool
            move out-allowances to out-allowances-disp
            move out-money-1 to out-money-disp-1
            if out-exempt = 1 then
                display out-elect-id, " ", out-tax-code, " ", out-status,
                    " EXEMPT ", out-eff-from, " ", out-eff-to
            else
                display out-elect-id, " ", out-tax-code, " ", out-status,
                    " allow ", out-allowances-disp, " extra ", out-money-disp-1,
                    " ", out-eff-from, " ", out-eff-to
            end-if
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> with an effective date keyed the exact rule version has to exist;
*> without one (an election) any version of the code will do
validate-tax-rule.
    move 0 to rule-valid-flag.
    move spaces to rule-method.
    if in-eff-from-iso = spaces then
        move "select calc_method from tax_rule where tax_code = ? order by eff_from desc limit 1"
            to sql-text
    else
        move "select calc_method from tax_rule where tax_code = ? and eff_from = ?"
            to sql-text
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-tax-code)) to db-status
        if in-eff-from-iso not = spaces then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-eff-from-iso) to db-status
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to rule-valid-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rule-method) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

check-person-exists.
    move 0 to person-found-flag.
    move spaces to sql-text.
    string "select count(*) from person where id = " in-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT(stmt-handle,col-idx) > 0 then
                move 1 to person-found-flag
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program tax-maintenance.
