GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 benefit-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob business-date.cob
*>***************************************
*> Interactive maintenance for benefits -- the health, dental and life
*> enrollment forms and the premium sheet someone used to turn into
*> person_deduction elections by hand.
*>
*>   P  plans: code (4 characters), description, plan type (MED, DEN,
*>      LIFE, ...), the carrier that gets the monthly eligibility file,
*>      and the waiting period in days.  Each plan has up to three
*>      coverage tiers -- EE employee only, ES employee + spouse (or
*>      partner), FA family -- with the employee and employer premium
*>      per pay period.  Saving a tier keeps a deduction_code behind it
*>      (plan code + tier, e.g. MED1FA, fixed amount = the employee
*>      premium) so deduction-register takes the premium like any
*>      other deduction.
*>   E  enrollments: a person, a plan, a tier and the dependents that
*>      tier covers.  Eligibility is the person's service date (hire
*>      date when none) plus the plan's waiting period; coverage starts
*>      the first of the month on or after that, or later when keyed.
*>      Enrolling writes the person_deduction election for the tier,
*>      effective from the coverage start; enrolling in another plan of
*>      the same type ends the old enrollment and its election the day
*>      before.  Ending an enrollment end-dates the election with it.
*>
*> A termination ends coverage on its own at month end (change-approval
*> and person-transaction call BENEFIT-END-COVERAGE); benefit-eligibility
*> writes the carriers' monthly file and benefit-cost the employer
*> premium cost by department.  Same shape as cost-split-maintenance:
*> the single-writer app_lock around every write, multi-statement saves
*> in one transaction, and an audit_log row for every statement under
*> the operator signed on at startup.  A plan can't be deleted while
*> anyone has ever enrolled in it.
identification division.
    program-id. benefit-maintenance.
    REMARKS. Interactive benefit plan, tier and enrollment maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
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
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
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
    01 list-stmt          PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 list-step-result pic s9(9) comp.
        88  LIST_ROW value is 100.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 plan-choice pic x.
    01 enroll-choice pic x.
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
    01 business-date pic 9(8).
    01 added-ts pic x(26).
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-person-id pic s9(9) comp.
    01 bind-days pic s9(9) comp.
    01 bind-enroll-id pic s9(9) comp.
    01 bind-ded-id pic s9(9) comp.

    *> plan and tier keying
    01 in-plan-code pic x(4).
    01 in-description pic x(40).
    01 in-plan-type pic x(4).
    01 in-carrier pic x(8).
    01 in-waiting-days pic 9(3).
    01 in-tier pic xx.
        88 TIER-EMPLOYEE value "EE".
        88 TIER-SPOUSE   value "ES".
        88 TIER-FAMILY   value "FA".
        88 TIER-VALID    values "EE" "ES" "FA".
    01 in-amount-text pic x(12).
    01 in-ee-premium pic 9(5)v99.
    01 in-er-premium pic 9(5)v99.
    01 ee-premium-edit pic 9(5).99.
    01 er-premium-edit pic 9(5).99.
    01 tier-ded-code pic x(6).
    01 tier-ded-description pic x(40).

    *> enrollment keying
    01 in-id pic 9(9).
    01 in-enroll-id pic 9(9).
    01 in-date pic 9(8).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 person-status pic x.
    01 person-hire-iso pic x(10).
    01 person-service-iso pic x(10).
    01 basis-date pic 9(8).
    01 eligible-date pic 9(8).
    01 cov-start pic 9(8).
    01 cov-start-iso pic x(10).
    01 cov-end pic 9(8).
    01 cov-end-iso pic x(10).
    01 prior-end pic 9(8).
    01 prior-end-iso pic x(10).
    01 first-of-month.
        05 fom-year pic 9(4).
        05 fom-month pic 99.
        05 fom-day pic 99.
    01 first-of-month-num redefines first-of-month pic 9(8).
    01 plan-found-flag pic 9.
        88 PLAN-FOUND value 1.
    01 plan-type pic x(4).
    01 plan-waiting-days pic s9(9) comp.
    01 tier-found-flag pic 9.
        88 TIER-FOUND value 1.
    01 found-count pic 9(9).
    01 enroll-status pic x.
    01 enroll-tier pic xx.
    01 enroll-person-id pic s9(9) comp.
    01 enroll-ded-id pic s9(9) comp.
    01 new-row-id PIC 9(18) COMP.
    01 new-ded-id pic s9(9) comp.
    01 new-enroll-id pic s9(9) comp.

    *> dependents keyed with an enrollment
    01 num-deps pic 99 value 0.
    01 dep-ix pic 99.
    01 spouse-count pic 99.
    01 dep-table.
        05 dep-entry occurs 10 times.
            10 dep-name pic x(40).
            10 dep-relation pic x.
            10 dep-birth-iso pic x(10).
    01 in-dep-name pic x(40).
    01 in-relation pic x.
        88 RELATION-SPOUSE values "S" "P".
        88 RELATION-VALID  values "S" "P" "C".
    01 in-birth pic 9(8).

    01 out-plan-code pic x(4).
    01 out-description pic x(40).
    01 out-plan-type pic x(4).
    01 out-carrier pic x(8).
    01 out-waiting pic s9(9) comp.
    01 out-waiting-disp pic zz9.
    01 out-tier pic xx.
    01 out-ee-premium pic s9(5)v99 comp-3.
    01 out-er-premium pic s9(5)v99 comp-3.
    01 out-ded-code pic x(6).
    01 out-enroll-id PIC 9(18) COMP.
    01 out-enroll-disp pic zzzzzzzz9.
    01 out-start pic x(10).
    01 out-end pic x(10).
    01 out-status pic x.
    01 out-reason pic x(12).
    01 out-dep-name pic x(40).
    01 out-relation pic x.
    01 out-birth pic x(10).
    01 money-edit pic zz,zz9.99.
    01 tier-line.
        05 filler pic x(8) value spaces.
        05 tl-tier pic xx.
        05 filler pic x(4) value spaces.
        05 tl-ee pic x(9).
        05 filler pic x(3) value spaces.
        05 tl-er pic x(9).
        05 filler pic x(3) value spaces.
        05 tl-ded-code pic x(6).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "benefit-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists benefit_plan (plan_code text primary key, description text, plan_type text, carrier_code text, waiting_days integer default 0)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists benefit_plan_tier (plan_code text, tier text, ee_premium numeric, er_premium numeric, ded_code text, primary key (plan_code, tier))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists benefit_enrollment (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, plan_code text, tier text, cov_start text, cov_end text, deduction_id integer, status text default 'A', end_reason text, enrolled_by text, enrolled_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists benefit_dependent (id INTEGER PRIMARY KEY AUTOINCREMENT, enrollment_id integer, dep_name text, relationship text, birth_date text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists deduction_code (ded_code text primary key, description text, calc_type text, amount numeric, priority integer)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_deduction (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, ded_code text, eff_from text, eff_to text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

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
        display "benefits maintenance -- ", trim(file-name)
        display "  P) plans and tiers    E) enrollments    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "P" when "p"
                perform plan-menu
            when "E" when "e"
                perform enroll-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

plan-menu.
    move space to plan-choice.
    perform until plan-choice = "X" or plan-choice = "x"
        display " "
        display "plans -- A) add/replace plan   T) set tier premiums   D) delete plan   L) list   X) back"
        display "choice: " with no advancing
        accept plan-choice
        evaluate plan-choice
            when "A" when "a"
                perform plan-add
            when "T" when "t"
                perform tier-set
            when "D" when "d"
                perform plan-delete
            when "L" when "l"
                perform plan-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", plan-choice
        end-evaluate
    end-perform.

plan-add.
    display "plan code (up to 4): " with no advancing.
    accept in-plan-code.
    move upper-case(in-plan-code) to in-plan-code.
    if in-plan-code = spaces then
        display "add failed: plan code may not be blank"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "plan type (MED, DEN, LIFE, ...): " with no advancing.
    accept in-plan-type.
    move upper-case(in-plan-type) to in-plan-type.
    if in-plan-type = spaces then
        display "add failed: plan type may not be blank"
        exit paragraph
    end-if.
    display "carrier code: " with no advancing.
    accept in-carrier.
    move upper-case(in-carrier) to in-carrier.
    display "waiting period (days): " with no advancing.
    accept in-waiting-days.
    move "insert or replace into benefit_plan (plan_code, description, plan_type, carrier_code, waiting_days) values (?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-plan-type)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-carrier)) to db-status
            move in-waiting-days to bind-days
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-days) to db-status
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
            display "plan ", trim(in-plan-code), " saved -- set its tier premiums under T"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

*> the tier row and the deduction_code the election points at are
*> saved together -- a premium change reaches the next register
tier-set.
    display "plan code: " with no advancing.
    accept in-plan-code.
    move upper-case(in-plan-code) to in-plan-code.
    perform get-plan.
    if not PLAN-FOUND then
        display "tier failed: no plan ", trim(in-plan-code)
        exit paragraph
    end-if.
    display "tier (EE employee, ES employee+spouse, FA family): " with no advancing.
    accept in-tier.
    move upper-case(in-tier) to in-tier.
    if not TIER-VALID then
        display "tier failed: tier must be EE, ES or FA"
        exit paragraph
    end-if.
    display "employee premium per pay period: " with no advancing.
    accept in-amount-text.
    move numval(trim(in-amount-text)) to in-ee-premium.
    display "employer premium per pay period: " with no advancing.
    accept in-amount-text.
    move numval(trim(in-amount-text)) to in-er-premium.
    move in-ee-premium to ee-premium-edit.
    move in-er-premium to er-premium-edit.
    move spaces to tier-ded-code.
    string trim(in-plan-code) in-tier delimited by size into tier-ded-code end-string.
    move spaces to tier-ded-description.
    string trim(in-plan-code) " " in-tier " premium" into tier-ded-description end-string.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "tier failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "insert or replace into benefit_plan_tier (plan_code, tier, ee_premium, er_premium, ded_code) values (?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-tier) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, ee-premium-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, er-premium-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(tier-ded-code)) to db-status
        perform step-write
    end-if.
    perform audit-write.
    if db-status = 0 then
        move "insert or ignore into deduction_code (ded_code, description, calc_type, amount, priority) values (?, ?, 'F', 0, 50)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(tier-ded-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(tier-ded-description)) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    if db-status = 0 then
        move "update deduction_code set amount = ?, calc_type = 'F' where ded_code = ?"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, ee-premium-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(tier-ded-code)) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        display "plan ", trim(in-plan-code), " tier ", in-tier, ": employee ",
            ee-premium-edit, ", employer ", er-premium-edit, " per period (deduction ",
            trim(tier-ded-code), ")"
    else
        display "tier failed, status ", db-status, " -- nothing saved"
    end-if.

plan-delete.
    display "plan code to delete: " with no advancing.
    accept in-plan-code.
    move upper-case(in-plan-code) to in-plan-code.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from benefit_enrollment where plan_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count > 0 then
        display "delete refused: ", found-count, " enrollment(s) in plan ",
            trim(in-plan-code), " are on file"
        exit paragraph
    end-if.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "delete failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "delete from benefit_plan_tier where plan_code = ?" to sql-text.
    perform delete-by-plan.
    if db-status = 0 then
        move "delete from benefit_plan where plan_code = ?" to sql-text
        perform delete-by-plan
    end-if.
    perform finish-transaction.
    if db-status not = 0 then
        display "delete failed, status ", db-status, " -- nothing deleted"
    else
        if rows-changed = 0 then
            display "delete: no plan ", trim(in-plan-code)
        else
            display "plan ", trim(in-plan-code), " deleted"
        end-if
    end-if.

delete-by-plan.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
        perform step-write
    end-if.
    perform audit-write.

plan-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select plan_code, coalesce(description, ''), coalesce(plan_type, ''), coalesce(carrier_code, ''), coalesce(waiting_days, 0) from benefit_plan order by plan_type, plan_code",
        list-stmt) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    display "PLAN TYPE DESCRIPTION                              CARRIER  WAIT".
    display "        TIER    EMPLOYEE     EMPLOYER   DEDUCTION".
    move SQLITE3-STMT-STEP(list-stmt) to list-step-result.
    perform until not LIST_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-plan-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-description) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-plan-type) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-carrier) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(list-stmt,col-idx) to out-waiting
        move out-waiting to out-waiting-disp
        display out-plan-code, " ", out-plan-type, " ", out-description, " ",
            out-carrier, " ", out-waiting-disp
        perform list-plan-tiers
        move SQLITE3-STMT-STEP(list-stmt) to list-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(list-stmt) to db-status.

list-plan-tiers.
    move SQLITE3-STMT-OPEN(db-handle,
        "select tier, coalesce(ee_premium, 0), coalesce(er_premium, 0), coalesce(ded_code, '') from benefit_plan_tier where plan_code = ? order by case tier when 'EE' then 1 when 'ES' then 2 else 3 end",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(out-plan-code)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-tier) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-ee-premium
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-er-premium
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-ded-code) to bool
        move out-tier to tl-tier
        move out-ee-premium to money-edit
        move money-edit to tl-ee
        move out-er-premium to money-edit
        move money-edit to tl-er
        move out-ded-code to tl-ded-code
        display tier-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

enroll-menu.
    move space to enroll-choice.
    perform until enroll-choice = "X" or enroll-choice = "x"
        display " "
        display "enrollments -- A) enroll   E) end enrollment   D) add dependent   L) list by person   X) back"
        display "choice: " with no advancing
        accept enroll-choice
        evaluate enroll-choice
            when "A" when "a"
                perform enroll-add
            when "E" when "e"
                perform enroll-end
            when "D" when "d"
                perform dependent-add
            when "L" when "l"
                perform enroll-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", enroll-choice
        end-evaluate
    end-perform.

*> Enrollment: eligibility worked out, the dependents the tier needs
*> keyed, then in one transaction the prior enrollment of the same
*> plan type ended, the election written and the enrollment with its
*> dependents saved.
enroll-add.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "enroll failed: no person with id ", in-id
        exit paragraph
    end-if.
    if person-status = "T" then
        display "enroll failed: person ", in-id, " is terminated"
        exit paragraph
    end-if.
    display "plan code: " with no advancing.
    accept in-plan-code.
    move upper-case(in-plan-code) to in-plan-code.
    perform get-plan.
    if not PLAN-FOUND then
        display "enroll failed: no plan ", trim(in-plan-code)
        exit paragraph
    end-if.
    display "tier (EE employee, ES employee+spouse, FA family): " with no advancing.
    accept in-tier.
    move upper-case(in-tier) to in-tier.
    perform get-tier.
    if not TIER-FOUND then
        display "enroll failed: plan ", trim(in-plan-code), " has no ", in-tier,
            " tier premiums on file"
        exit paragraph
    end-if.

    if trim(person-service-iso) not = space then
        move SQLITE3-DATE-TO-COBOL(person-service-iso) to basis-date
    else
        move SQLITE3-DATE-TO-COBOL(person-hire-iso) to basis-date
    end-if.
    if basis-date = 0 or test-date-yyyymmdd(basis-date) not = 0 then
        display "enroll failed: person ", in-id, " has no hire or service date"
        exit paragraph
    end-if.
    compute eligible-date = date-of-integer(integer-of-date(basis-date) + plan-waiting-days).
    perform first-of-month-on-or-after.
    display "eligible ", eligible-date, " -- coverage from ", cov-start.
    display "coverage start (yyyymmdd, enter for ", cov-start, "): " with no advancing.
    move 0 to in-date.
    accept in-date.
    if in-date not = 0 then
        if test-date-yyyymmdd(in-date) not = 0 or in-date < cov-start then
            display "enroll failed: coverage can't start before ", cov-start
            exit paragraph
        end-if
        move in-date to cov-start
    end-if.
    move SQLITE3-COBOL-TO-DATE(cov-start) to cov-start-iso.
    compute prior-end = date-of-integer(integer-of-date(cov-start) - 1).
    move SQLITE3-COBOL-TO-DATE(prior-end) to prior-end-iso.

    perform key-dependents.
    move 0 to spouse-count.
    perform varying dep-ix from 1 by 1 until dep-ix > num-deps
        if dep-relation(dep-ix) = "S" or dep-relation(dep-ix) = "P" then
            add 1 to spouse-count
        end-if
    end-perform.
    evaluate true
        when TIER-EMPLOYEE and num-deps > 0
            display "enroll failed: employee-only coverage takes no dependents"
            exit paragraph
        when TIER-SPOUSE and (num-deps not = 1 or spouse-count not = 1)
            display "enroll failed: employee+spouse covers exactly one spouse or partner"
            exit paragraph
        when TIER-FAMILY and num-deps = 0
            display "enroll failed: family coverage needs at least one dependent"
            exit paragraph
        when spouse-count > 1
            display "enroll failed: only one spouse or partner may be covered"
            exit paragraph
    end-evaluate.

    move function current-date to added-ts.
    move in-id to bind-person-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "enroll failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    perform end-prior-enrollment.
    if db-status = 0 then
        perform insert-election
    end-if.
    if db-status = 0 then
        perform insert-enrollment
    end-if.
    perform varying dep-ix from 1 by 1 until dep-ix > num-deps or db-status not = 0
        move new-enroll-id to bind-enroll-id
        perform insert-dependent
    end-perform.
    perform finish-transaction.
    if db-status = 0 then
        display "person ", in-id, " enrolled in ", trim(in-plan-code), " ", in-tier,
            " from ", cov-start-iso, " (enrollment ", new-enroll-id,
            ", deduction ", trim(tier-ded-code), ")"
    else
        display "enroll failed, status ", db-status, " -- nothing saved"
    end-if.

key-dependents.
    move 0 to num-deps.
    if TIER-EMPLOYEE then
        exit paragraph
    end-if.
    move "x" to in-dep-name.
    perform until in-dep-name = spaces or num-deps = 10
        display "dependent name (blank when done): " with no advancing
        move spaces to in-dep-name
        accept in-dep-name
        if in-dep-name not = spaces then
            display "  relationship (S spouse, P partner, C child): " with no advancing
            accept in-relation
            move upper-case(in-relation) to in-relation
            display "  birth date (yyyymmdd): " with no advancing
            move 0 to in-birth
            accept in-birth
            if not RELATION-VALID or in-birth = 0
                    or test-date-yyyymmdd(in-birth) not = 0 then
                display "  dependent not taken: relationship must be S, P or C with a valid birth date"
            else
                add 1 to num-deps
                move in-dep-name to dep-name(num-deps)
                move in-relation to dep-relation(num-deps)
                move SQLITE3-COBOL-TO-DATE(in-birth) to dep-birth-iso(num-deps)
            end-if
        end-if
    end-perform.

*> a person holds one enrollment per plan type: the one still open on
*> the new start date ends the day before, its election with it
end-prior-enrollment.
    move "update person_deduction set eff_to = ?1 where id in (select e.deduction_id from benefit_enrollment e join benefit_plan p on p.plan_code = e.plan_code where e.person_id = ?2 and p.plan_type = ?3 and (e.cov_end is null or e.cov_end = '' or e.cov_end > ?1)) and (eff_to is null or eff_to = '' or eff_to > ?1)"
        to sql-text.
    perform bind-prior-and-run.
    if db-status = 0 then
        move "update benefit_enrollment set cov_end = ?1, status = 'C', end_reason = 'CHANGED' where person_id = ?2 and (cov_end is null or cov_end = '' or cov_end > ?1) and plan_code in (select plan_code from benefit_plan where plan_type = ?3)"
            to sql-text
        perform bind-prior-and-run
        if rows-changed > 0 then
            display "  ", rows-changed, " earlier ", trim(plan-type),
                " enrollment(s) ended ", prior-end-iso
        end-if
    end-if.

bind-prior-and-run.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, prior-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(plan-type)) to db-status
        perform step-write
    end-if.
    perform audit-write.

insert-election.
    move "insert into person_deduction (person_id, ded_code, eff_from, eff_to) values (?, ?, ?, '')"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(tier-ded-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, cov-start-iso) to db-status
        perform step-write
    end-if.
    if db-status = 0 then
        move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-row-id
        move new-row-id to new-ded-id
    end-if.
    perform audit-write.

insert-enrollment.
    move "insert into benefit_enrollment (person_id, plan_code, tier, cov_start, cov_end, deduction_id, status, enrolled_by, enrolled_ts) values (?, ?, ?, ?, '', ?, 'A', ?, ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-plan-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-tier) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, cov-start-iso) to db-status
        move new-ded-id to bind-ded-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-ded-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, added-ts) to db-status
        perform step-write
    end-if.
    if db-status = 0 then
        move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-row-id
        move new-row-id to new-enroll-id
    end-if.
    perform audit-write.

insert-dependent.
    move "insert into benefit_dependent (enrollment_id, dep_name, relationship, birth_date) values (?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-enroll-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(dep-name(dep-ix))) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, dep-relation(dep-ix)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, dep-birth-iso(dep-ix)) to db-status
        perform step-write
    end-if.
    perform audit-write.

*> ending an enrollment ends the premium the same day
enroll-end.
    display "enrollment id to end: " with no advancing.
    accept in-enroll-id.
    perform get-enrollment.
    if enroll-status not = "A" then
        display "end failed: enrollment ", in-enroll-id, " is not open"
        exit paragraph
    end-if.
    display "last day of coverage (yyyymmdd): " with no advancing.
    accept in-date.
    if in-date = 0 or test-date-yyyymmdd(in-date) not = 0 then
        display "end failed: not a valid date"
        exit paragraph
    end-if.
    if in-date < cov-start then
        display "end failed: coverage started ", cov-start
        exit paragraph
    end-if.
    move in-date to cov-end.
    move SQLITE3-COBOL-TO-DATE(cov-end) to cov-end-iso.
    move in-enroll-id to bind-enroll-id.
    move enroll-ded-id to bind-ded-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "end failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "update benefit_enrollment set cov_end = ?, status = 'E', end_reason = 'ENDED' where id = ?"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, cov-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-enroll-id) to db-status
        perform step-write
    end-if.
    perform audit-write.
    if db-status = 0 then
        move "update person_deduction set eff_to = ? where id = ?" to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, cov-end-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-ded-id) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        display "enrollment ", in-enroll-id, " ends ", cov-end-iso, ", premium with it"
    else
        display "end failed, status ", db-status, " -- nothing saved"
    end-if.

*> a newborn or a new spouse joins an open enrollment whose tier
*> covers them
dependent-add.
    display "enrollment id: " with no advancing.
    accept in-enroll-id.
    perform get-enrollment.
    if enroll-status not = "A" then
        display "add failed: enrollment ", in-enroll-id, " is not open"
        exit paragraph
    end-if.
    move enroll-tier to in-tier.
    if TIER-EMPLOYEE then
        display "add failed: employee-only coverage takes no dependents -- re-enroll in ES or FA"
        exit paragraph
    end-if.
    move 0 to found-count.
    move spaces to sql-text.
    string "select count(*) from benefit_dependent where relationship in ('S', 'P') and enrollment_id = "
        in-enroll-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if TIER-SPOUSE then
        display "add failed: employee+spouse already covers its one dependent -- re-enroll in FA"
        exit paragraph
    end-if.
    display "dependent name: " with no advancing.
    accept in-dep-name.
    display "relationship (S spouse, P partner, C child): " with no advancing.
    accept in-relation.
    move upper-case(in-relation) to in-relation.
    display "birth date (yyyymmdd): " with no advancing.
    move 0 to in-birth.
    accept in-birth.
    if in-dep-name = spaces or not RELATION-VALID or in-birth = 0
            or test-date-yyyymmdd(in-birth) not = 0 then
        display "add failed: a name, relationship S, P or C and a valid birth date are needed"
        exit paragraph
    end-if.
    if RELATION-SPOUSE and found-count > 0 then
        display "add failed: a spouse or partner is already covered"
        exit paragraph
    end-if.
    move 1 to dep-ix.
    move in-dep-name to dep-name(1).
    move in-relation to dep-relation(1).
    move SQLITE3-COBOL-TO-DATE(in-birth) to dep-birth-iso(1).
    move in-enroll-id to bind-enroll-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        perform insert-dependent
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display trim(in-dep-name), " added to enrollment ", in-enroll-id
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

enroll-list.
    display "person id: " with no advancing.
    accept in-id.
    move spaces to sql-text.
    string "select e.id, e.plan_code, coalesce(p.plan_type, ''), e.tier, coalesce(e.cov_start, ''), coalesce(e.cov_end, ''), "
        "coalesce(e.status, 'A'), coalesce(e.end_reason, '') "
        "from benefit_enrollment e left join benefit_plan p on p.plan_code = e.plan_code "
        "where e.person_id = " in-id " order by e.cov_start, e.id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, list-stmt) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    display "       ID PLAN TYPE TIER START      END        ST REASON".
    move SQLITE3-STMT-STEP(list-stmt) to list-step-result.
    perform until not LIST_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(list-stmt,col-idx) to out-enroll-id
        move out-enroll-id to out-enroll-disp
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-plan-code) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-plan-type) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-tier) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-start) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-end) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-status) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-reason) to bool
        if out-end = spaces then
            move "open" to out-end
        end-if
        display out-enroll-disp, " ", out-plan-code, " ", out-plan-type, " ",
            out-tier, "   ", out-start, " ", out-end, " ", out-status, "  ", out-reason
        move out-enroll-id to bind-enroll-id
        perform list-dependents
        move SQLITE3-STMT-STEP(list-stmt) to list-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(list-stmt) to db-status.

list-dependents.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(dep_name, ''), coalesce(relationship, ''), coalesce(birth_date, '') from benefit_dependent where enrollment_id = ? order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-enroll-id) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dep-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-relation) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-birth) to bool
        display "             dependent ", out-relation, " ", out-dep-name, " born ", out-birth
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> eligible-date rolled forward to the first of a month
first-of-month-on-or-after.
    move eligible-date to first-of-month-num.
    if fom-day not = 1 then
        move 1 to fom-day
        if fom-month = 12 then
            add 1 to fom-year
            move 1 to fom-month
        else
            add 1 to fom-month
        end-if
    end-if.
    move first-of-month-num to cov-start.

get-person.
    move 0 to person-found-flag.
    move spaces to sql-text.
    string "select coalesce(status, 'A'), coalesce(hire_date, ''), coalesce(service_date, '') from person where id = "
        in-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-hire-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-service-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

get-plan.
    move 0 to plan-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(plan_type, ''), coalesce(waiting_days, 0) from benefit_plan where plan_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to plan-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,plan-type) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to plan-waiting-days
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

get-tier.
    move 0 to tier-found-flag.
    move spaces to tier-ded-code.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(ded_code, '') from benefit_plan_tier where plan_code = ? and tier = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-plan-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-tier) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to tier-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,tier-ded-code) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> enroll-status comes back space when there is no such enrollment
get-enrollment.
    move space to enroll-status.
    move spaces to sql-text.
    string "select coalesce(status, 'A'), tier, coalesce(cov_start, ''), coalesce(deduction_id, 0), person_id from benefit_enrollment where id = "
        in-enroll-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,enroll-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,enroll-tier) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cov-start-iso) to bool
            move SQLITE3-DATE-TO-COBOL(cov-start-iso) to cov-start
            move 3 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to enroll-ded-id
            move 4 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to enroll-person-id
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the statement just bound is run and closed; db-status carries the
*> verdict to the audit row and the transaction
step-write.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.

audit-write.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.

finish-transaction.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program benefit-maintenance.
