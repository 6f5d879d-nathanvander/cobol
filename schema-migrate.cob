GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 schema-migrate.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob
*>***************************************
*> Applies the person.sdb schema forward to the current target version,
*> tracked with PRAGMA user_version, instead of every program hoping the
*> matches whatever the file on disk actually looks like.  Each future
*> schema change adds one more numbered entry to MIGRATION-TABLE below
*> rather than hand-patching every .sdb file we have in the field.
*>
*> The last bad migration was undone by restoring the nightly archive
*> and keying a morning's work again, so the runner no longer only
*> goes forward:
*>
*>   schema-migrate [-db] person.sdb
*>       Before applying anything to a file that already has a schema,
*>       hot-copies it (SQLITE3-BACKUP, as person-scrub does) to
*>       <db>.premigrate.<from-version> and records the copy in
*>       archive_manifest, so there is always a known-good file to go
*>       back to.  The database name is still taken positionally.
*>   schema-migrate -db person.sdb -dry-run Y
*>       Hot-copies the live file to <db>.dryrun, applies the pending
*>       migrations to the COPY, then runs integrity-sweep and
*>       query-plan-audit against it and reports PASS or FAIL.  The
*>       live file is never opened for writing.  FAIL (RETURN-CODE 1)
*>       is a migration error, an E finding from the sweep, or a
*>       canned statement that has fallen back to a full scan.
*>   schema-migrate -db person.sdb -rollback-to <version> -op <id>
*>       A supervisor's act (OPERATOR-SIGNON, SUP role).  Every
*>       migration above the named user_version must carry a reverse
*>       step (MIGRATION-REVERSE, see init-reverse-steps) or nothing is
*>       done.  Takes a <db>.prerollback.<from-version> backup into
*>       archive_manifest first, then runs the reverses newest first
*>       and sets user_version in one transaction -- any failure rolls
*>       the whole thing back -- and writes the outcome to audit_log.
identification division.
    program-id. schema-migrate.
    REMARKS. PRAGMA user_version-driven schema migration runner for person.sdb.
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-GET-SCHEMA-VERSION
    FUNCTION SQLITE3-SET-SCHEMA-VERSION
    FUNCTION SQLITE3-BACKUP
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 db-file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 copy-handle      PIC 9(18) COMP.
    01 stmt-handle PIC 9(18) COMP.
    01 redefines stmt-handle.
        05 stmt-object-ptr usage pointer.
    01 db-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 error-message pic x(256).
    01 current-version pic s9(9) comp.
    01 target-version pic s9(9) comp.
    01 version-disp pic z(8)9.
    01 pending-count pic 999.

    01 flag-value pic x(256).
    01 flag-found pic 9.
    01 run-mode pic x value "F".
        88 FORWARD-RUN value "F".
        88 DRY-RUN value "D".
        88 ROLLBACK-RUN value "R".
    01 operator-id pic x(20) value spaces.
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 audit-bool pic 9.
    01 audit-note pic x(200).
    01 audit-rows pic s9(9) comp.
    01 migrate-failed-flag pic 9 value 0.
        88 MIGRATE-FAILED value 1.

    01 backup-file-name pic x(256).
    01 backup-taken-flag pic 9 value 0.
        88 BACKUP-TAKEN value 1.
    01 business-date pic 9(8).
    01 business-date-iso pic x(10).
    01 timestamp-now pic x(21).
    01 manifest-person-count pic s9(9) comp.
    01 manifest-high-water pic s9(9) comp.

    01 system-command pic x(600).
    01 system-rc pic s9(9) comp.
    01 sweep-rc pic s9(9) comp.
    01 plan-rc pic s9(9) comp.
    01 rc-disp pic z9.
    01 missing-count pic 999.

    01 num-migrations pic 999 value 166.
    01 migration-ix pic 999.
    01 migration-table.
        05 migration-entry occurs 250 times.
            10 migration-version pic s9(9) comp.
            10 migration-sql     pic x(512).
            10 migration-reverse pic x(512).

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
    move ARGPARSE-GET-FLAG("dry-run", flag-value) to flag-found.
    if flag-found = 1 and upper-case(flag-value(1:1)) = "Y" then
        set DRY-RUN to true
    end-if.
    move ARGPARSE-GET-FLAG("rollback-to", flag-value) to flag-found.
    if flag-found = 1 then
        if DRY-RUN or trim(flag-value) is not numeric then
            display "usage: schema-migrate [-db] person.sdb [-dry-run Y]"
            display "       schema-migrate -db person.sdb -rollback-to <version> -op <supervisor>"
            move 1 to return-code
            stop run
        end-if
        move numval(flag-value) to target-version
        set ROLLBACK-RUN to true
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    perform init-migrations.
    perform init-reverse-steps.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
    move SQLITE3-GET-SCHEMA-VERSION(db-handle) to current-version.
    display "schema-migrate: ", trim(db-file-name), " is at version ", current-version.

    evaluate true
        when ROLLBACK-RUN
            perform roll-back
        when DRY-RUN
            perform dry-run-check
        when other
            perform migrate-forward
    end-evaluate.
    stop run.

migrate-forward.
    perform count-pending.
    if pending-count > 0 and current-version > 0 then
        move current-version to version-disp
        move spaces to backup-file-name
        string trim(db-file-name) ".premigrate." trim(version-disp)
            delimited by size into backup-file-name
        end-string
        perform take-backup
        if not BACKUP-TAKEN then
            display "schema-migrate: no pre-migration backup -- nothing applied"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
    end-if.

    perform apply-pending.
    if MIGRATE-FAILED then
        move SQLITE3-CLOSE(db-handle) to db-status
        if BACKUP-TAKEN then
            display "schema-migrate: the file as it was is in ", trim(backup-file-name)
        end-if
        move 1 to return-code
        stop run
    end-if.
    if BACKUP-TAKEN then
        perform write-backup-manifest
    end-if.

    move SQLITE3-GET-SCHEMA-VERSION(db-handle) to current-version.
    display "schema-migrate: ", trim(db-file-name), " is now at version ", current-version.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 0 to return-code.

count-pending.
    move 0 to pending-count.
    perform varying migration-ix from 1 by 1 until migration-ix > num-migrations
        if migration-version(migration-ix) > current-version then
            add 1 to pending-count
        end-if
    end-perform.

*> Runs every migration above current-version against whatever file
*> db-handle has open -- the live database, or the dry-run copy.
apply-pending.
    move 0 to migrate-failed-flag.
    perform varying migration-ix from 1 by 1 until migration-ix > num-migrations
            or MIGRATE-FAILED
        if migration-version(migration-ix) > current-version then
            display "schema-migrate: applying migration ", migration-version(migration-ix)
            move SQLITE3-EXEC-MSG(db-handle, migration-sql(migration-ix), error-message) to db-status
            end-if
            if db-status not = 0 then
                display "schema-migrate: migration ", migration-version(migration-ix), " FAILED: ", trim(error-message)
                move 1 to migrate-failed-flag
            else
                move SQLITE3-SET-SCHEMA-VERSION(db-handle, migration-version(migration-ix)) to db-status
            end-if
        end-if
    end-perform.

*> Hot copy of the open database into backup-file-name; the live file
*> stays open and usable throughout.
take-backup.
    move 0 to backup-taken-flag.
    move SQLITE3-OPEN(backup-file-name, copy-handle) to db-status.
    if db-status not = 0 then
        display "schema-migrate: could not create ", trim(backup-file-name)
        exit paragraph
    end-if.
    move SQLITE3-BACKUP(db-handle, copy-handle) to db-status.
    if db-status not = 0 then
        display "schema-migrate: hot copy to ", trim(backup-file-name),
            " failed, status ", db-status
    else
        move 1 to backup-taken-flag
        display "schema-migrate: backup taken to ", trim(backup-file-name)
    end-if.
    move SQLITE3-CLOSE(copy-handle) to db-status.
    if BACKUP-TAKEN then
        *> counted now, while the live file still matches the copy,
        *> for the manifest row written once the schema has it
        perform count-for-manifest
    end-if.

count-for-manifest.
    move 0 to manifest-person-count.
    move SQLITE3-STMT-OPEN(db-handle, "select count(*) from person",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to manifest-person-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to manifest-high-water.
    move SQLITE3-STMT-OPEN(db-handle, "select coalesce(max(id), 0) from audit_log",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to manifest-high-water
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> The same manifest row runbatch writes for the nightly archive, so
*> the weekend restore rehearsal balances these copies too.
write-backup-manifest.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into archive_manifest (archive_file, business_date, person_count, audit_high_water, created_ts, rehearsal_status) values (?, ?, ?, ?, ?, '')",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(backup-file-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, business-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, manifest-person-count) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, manifest-high-water) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, timestamp-now) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if db-status not = 0 then
        display "schema-migrate: backup ", trim(backup-file-name),
            " taken but not recorded in archive_manifest"
    end-if.
    move 0 to db-status.

*> Everything happens on <db>.dryrun; the live handle is only read by
*> the hot copy and closed before the first migration runs.
dry-run-check.
    perform count-pending.
    if pending-count = 0 then
        display "schema-migrate: DRY RUN -- nothing pending, PASS"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 0 to return-code
        exit paragraph
    end-if.
    move spaces to backup-file-name.
    string trim(db-file-name) ".dryrun" delimited by size
        into backup-file-name
    end-string.
    perform take-backup.
    move SQLITE3-CLOSE(db-handle) to db-status.
    if not BACKUP-TAKEN then
        display "schema-migrate: DRY RUN -- no scratch copy, FAIL"
        move 1 to return-code
        exit paragraph
    end-if.

    move SQLITE3-OPEN(backup-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "schema-migrate: could not open ", trim(backup-file-name)
        move 1 to return-code
        exit paragraph
    end-if.
    display "schema-migrate: DRY RUN of ", pending-count,
        " migration(s) on ", trim(backup-file-name).
    perform apply-pending.
    move SQLITE3-CLOSE(db-handle) to db-status.

    move 0 to sweep-rc.
    move 0 to plan-rc.
    if not MIGRATE-FAILED then
        move spaces to system-command
        string "integrity-sweep -db " trim(backup-file-name)
            " -out " trim(backup-file-name) ".integrity.rpt"
            delimited by size into system-command
        end-string
        perform run-check-command
        move system-rc to sweep-rc
        move spaces to system-command
        string "query-plan-audit -db " trim(backup-file-name)
            delimited by size into system-command
        end-string
        perform run-check-command
        move system-rc to plan-rc
    end-if.

    display " ".
    display "SCHEMA-MIGRATE DRY RUN -- ", trim(db-file-name).
    move current-version to version-disp.
    display "  from version        ", version-disp.
    move migration-version(num-migrations) to version-disp.
    display "  to version          ", version-disp.
    if MIGRATE-FAILED then
        display "  migrations          FAILED at ",
            migration-version(migration-ix - 1)
    else
        display "  migrations          applied"
        move sweep-rc to rc-disp
        display "  integrity-sweep     rc ", rc-disp
        move plan-rc to rc-disp
        display "  query-plan-audit    rc ", rc-disp
    end-if.
    if MIGRATE-FAILED or sweep-rc >= 2 or plan-rc not = 0 then
        display "  result              FAIL -- ", trim(db-file-name),
            " was not touched"
        move 1 to return-code
    else
        display "  result              PASS"
        move 0 to return-code
    end-if.

*> CALL "SYSTEM" hands back the raw wait status; the program's own
*> return code is the high byte.
run-check-command.
    display "schema-migrate: ", trim(system-command).
    call "SYSTEM" using system-command.
    move return-code to system-rc.
    if system-rc > 255 then
        divide 256 into system-rc
    end-if.
    move 0 to return-code.

roll-back.
    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if operator-id = spaces or signon-ok not = 1
            or trim(signon-role) not = "SUP" then
        display "schema-migrate: refused -- '-op ", trim(operator-id),
            "' is not a signed-on supervisor"
        perform refuse-run
    end-if.
    if target-version < 0 or target-version >= current-version then
        move target-version to version-disp
        display "schema-migrate: version ", trim(version-disp),
            " is not below the current version -- nothing to roll back"
        perform refuse-run
    end-if.

    move 0 to missing-count.
    perform varying migration-ix from 1 by 1 until migration-ix > num-migrations
        if migration-version(migration-ix) > target-version
           and migration-version(migration-ix) <= current-version
           and migration-reverse(migration-ix) = spaces then
            add 1 to missing-count
            display "schema-migrate: migration ",
                migration-version(migration-ix), " has no reverse step"
        end-if
    end-perform.
    if missing-count > 0 then
        display "schema-migrate: refused -- cannot roll back past an irreversible migration"
        perform refuse-run
    end-if.

    move current-version to version-disp.
    move spaces to backup-file-name.
    string trim(db-file-name) ".prerollback." trim(version-disp)
        delimited by size into backup-file-name
    end-string.
    perform take-backup.
    if not BACKUP-TAKEN then
        display "schema-migrate: refused -- no pre-rollback backup"
        perform refuse-run
    end-if.
    *> recorded before the reverses run: a rollback far enough back
    *> drops archive_manifest itself
    perform write-backup-manifest.

    move 0 to migrate-failed-flag.
    move SQLITE3-BEGIN(db-handle) to db-status.
    perform varying migration-ix from num-migrations by -1
            until migration-ix < 1 or MIGRATE-FAILED
        if migration-version(migration-ix) > target-version
           and migration-version(migration-ix) <= current-version then
            display "schema-migrate: reversing migration ", migration-version(migration-ix)
            move SQLITE3-EXEC-MSG(db-handle, migration-reverse(migration-ix), error-message) to db-status
            if db-status not = 0 then
                display "schema-migrate: reverse of migration ",
                    migration-version(migration-ix), " FAILED: ", trim(error-message)
                move 1 to migrate-failed-flag
            end-if
        end-if
    end-perform.
    if not MIGRATE-FAILED then
        move SQLITE3-SET-SCHEMA-VERSION(db-handle, target-version) to db-status
        if db-status not = 0 then
            move 1 to migrate-failed-flag
        end-if
    end-if.

    move spaces to audit-note.
    move current-version to version-disp.
    string "schema rolled back from version " trim(version-disp)
        delimited by size into audit-note
    end-string.
    move target-version to version-disp.
    if MIGRATE-FAILED then
        move SQLITE3-ROLLBACK(db-handle) to db-status
        string trim(audit-note) " to " trim(version-disp)
            " FAILED, nothing changed" delimited by size into audit-note
        end-string
        move 1 to db-status
        move 0 to audit-rows
        move 1 to return-code
    else
        move SQLITE3-COMMIT(db-handle) to db-status
        string trim(audit-note) " to " trim(version-disp)
            ", backup " trim(backup-file-name)
            delimited by size into audit-note
        end-string
        move 0 to db-status
        move 1 to audit-rows
        move 0 to return-code
    end-if.
    *> audit_log is never reversed (no reverse for migration 2), so
    *> the entry always has somewhere to land
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status,
        audit-rows) to audit-bool.
    display "schema-migrate: ", trim(audit-note).
    move SQLITE3-GET-SCHEMA-VERSION(db-handle) to current-version.
    display "schema-migrate: ", trim(db-file-name), " is now at version ", current-version.
    move SQLITE3-CLOSE(db-handle) to db-status.

refuse-run.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 1 to return-code.
    stop run.

init-migrations.
    move 73 to migration-version(73).
    move "alter table purge_tombstone add column ext_id text"
        to migration-sql(73).
    *> what the deduction register took and what it left: per-person
    *> net and per-deduction results kept per period, so the earnings
    *> statements (and everything after them) read the register's
    *> pennies instead of recomputing them
    move 74 to migration-version(74).
    move "create table if not exists net_pay (person_id integer, period_date text, gross_amount numeric, ded_total numeric, net_amount numeric, computed_ts text, primary key (person_id, period_date))"
        to migration-sql(74).
    move 75 to migration-version(75).
    move "create table if not exists pay_deduction (person_id integer, period_date text, ded_seq integer, ded_code text, wanted_amount numeric, taken_amount numeric, short_flag text, primary key (person_id, period_date, ded_seq))"
        to migration-sql(75).
    *> direct deposit: a person's bank accounts in split order (fixed
    *> amounts first, then the one remainder account), each carried
    *> through a zero-dollar prenote before it takes live money; and
    *> every entry ach-payment put in a NACHA file, so "where did my
    *> pay go" is answered from the database
    move 76 to migration-version(76).
    move "create table if not exists person_bank_account (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, routing_no text, account_no text, acct_type text, split_seq integer, split_type text, split_amount numeric, prenote_status text default 'P', prenote_date text, active integer default 1, added_by text, added_ts text)"
        to migration-sql(76).
    move 77 to migration-version(77).
    move "create table if not exists ach_payment (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, account_id integer, entry_type text, amount numeric, trace_no text, file_name text, created_ts text)"
        to migration-sql(77).
    *> payroll taxes: effective-dated rules (flat rate with a wage-base
    *> cap, or bracket withholding), the bracket tables per filing
    *> status, each person's filing status / allowance elections, and
    *> what each tax came to per person per period -- employee and
    *> employer share -- for the liability report
    move 78 to migration-version(78).
    move "create table if not exists tax_rule (tax_code text, eff_from text, eff_to text, description text, calc_method text, ee_rate numeric, er_rate numeric, wage_base numeric, allowance_amount numeric, primary key (tax_code, eff_from))"
        to migration-sql(78).
    move 79 to migration-version(79).
    move "create table if not exists tax_bracket (tax_code text, eff_from text, filing_status text, wage_over numeric, base_tax numeric, pct numeric, primary key (tax_code, eff_from, filing_status, wage_over))"
        to migration-sql(79).
    move 80 to migration-version(80).
    move "create table if not exists person_tax (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, tax_code text, filing_status text, allowances integer default 0, extra_amount numeric default 0, exempt integer default 0, eff_from text, eff_to text)"
        to migration-sql(80).
    move 81 to migration-version(81).
    move "create table if not exists pay_tax (person_id integer, period_date text, tax_code text, taxable_wages numeric, ee_amount numeric, er_amount numeric, primary key (person_id, period_date, tax_code))"
        to migration-sql(81).
    *> year-to-date accumulators per person and tax year -- gross, each
    *> deduction code, each tax -- rebuilt as each period is finalized;
    *> the payroll years year-end-wage has closed; and the lock those
    *> closes put on the year's run-control rows
    move 82 to migration-version(82).
    move "create table if not exists pay_ytd (person_id integer, tax_year integer, item_type text, item_code text, amount numeric, taxable_wages numeric, er_amount numeric, through_period text, updated_ts text, primary key (person_id, tax_year, item_type, item_code))"
        to migration-sql(82).
    move 83 to migration-version(83).
    move "create table if not exists pay_year_close (tax_year integer primary key, closed_ts text, closed_by text, employee_count integer, total_wages numeric, wage_file text)"
        to migration-sql(83).
    move 84 to migration-version(84).
    move "alter table pay_run_control add column locked integer default 0"
        to migration-sql(84).
    *> pay-void: one row per voided person-period, and the offsetting
    *> ('V') and reissued ('R') lines linked to it
    move 85 to migration-version(85).
    move "create table if not exists pay_void (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, void_ts text, voided_by text, reason text, orig_gross numeric, orig_ded numeric, orig_net numeric, reissue_flag integer default 0, reissue_gross numeric, reissue_ded numeric, reissue_net numeric, reissue_ts text, gl_file text)"
        to migration-sql(85).
    move 86 to migration-version(86).
    move "create table if not exists pay_adjustment (void_id integer, adj_type text, item_type text, item_seq integer, item_code text, reg_hours numeric, ot_hours numeric, amount numeric, taxable_wages numeric, er_amount numeric, short_flag text, primary key (void_id, adj_type, item_type, item_seq))"
        to migration-sql(86).
    *> court-ordered garnishments, and what each pay period withheld
    *> for them -- the remittance register's source
    move 87 to migration-version(87).
    move "create table if not exists garnish_order (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, case_no text, agency_code text, agency_name text, calc_type text, amount numeric, cap_pct numeric, priority integer, total_owed numeric, balance numeric, arrears numeric default 0, start_date text, stop_date text, status text default 'A')"
        to migration-sql(87).
    move 88 to migration-version(88).
    move "create table if not exists pay_garnish (person_id integer, period_date text, order_id integer, case_no text, agency_code text, wanted_amount numeric, taken_amount numeric, arrears_before numeric, arrears_after numeric, balance_before numeric, balance_after numeric, stored_ts text, primary key (person_id, period_date, order_id))"
        to migration-sql(88).
    *> earnings codes for premium hours, the coded hours each timesheet
    *> carried, and gross pay broken down by earnings code
    move 89 to migration-version(89).
    move "create table if not exists earnings_code (earn_code text primary key, description text, calc_type text, multiplier numeric default 1, premium numeric default 0, counts_ot integer default 1, min_hours numeric default 0, gl_account text default '')"
        to migration-sql(89).
    move 90 to migration-version(90).
    move "create table if not exists timesheet_earning (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, period_date text, earn_code text, work_date text, hours numeric, source_file text, loaded_ts text)"
        to migration-sql(90).
    move 91 to migration-version(91).
    move "create table if not exists gross_pay_earning (person_id integer, period_date text, earn_code text, hours numeric, paid_hours numeric, amount numeric, gl_account text, primary key (person_id, period_date, earn_code))"
        to migration-sql(91).
    move 92 to migration-version(92).
    move "alter table gross_pay add column premium_pay numeric default 0"
        to migration-sql(92).
    *> pre-release payroll variances, and the release hold they set
    *> on the period's run control
    move 93 to migration-version(93).
    move "create table if not exists pay_variance (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, exception text, item text, current_value numeric, prior_value numeric, average_value numeric, found_ts text, cleared_by text, cleared_ts text)"
        to migration-sql(93).
    move 94 to migration-version(94).
    move "alter table pay_run_control add column hold_flag integer default 0"
        to migration-sql(94).
    *> labor cost distribution: cost centers, each person's
    *> effective-dated split, and the per-period distribution the
    *> register's GL journal was cut from
    move 95 to migration-version(95).
    move "create table if not exists cost_center (cc_code text primary key, description text, dept_code text)"
        to migration-sql(95).
    move 96 to migration-version(96).
    move "create table if not exists person_cost_split (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cost_code text, split_pct numeric, primary_flag integer default 0, eff_from text, eff_to text, added_by text, added_ts text)"
        to migration-sql(96).
    move 97 to migration-version(97).
    move "create table if not exists labor_distribution (period_date text, person_id integer, cost_code text, split_pct numeric, amount numeric, primary key (period_date, person_id, cost_code))"
        to migration-sql(97).
    *> the reporting line: who each person reports to, carried in the
    *> history image so org-chart can be drawn as of a date
    move 98 to migration-version(98).
    move "alter table person add column reports_to integer"
        to migration-sql(98).
    move 99 to migration-version(99).
    move "alter table person_history add column reports_to integer"
        to migration-sql(99).
    *> the job code catalog: title, family, FLSA exempt status and the
    *> grade range for each job, and the job each person holds
    move 100 to migration-version(100).
    move "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)"
        to migration-sql(100).
    move 101 to migration-version(101).
    move "alter table person add column job_code text"
        to migration-sql(101).
    move 102 to migration-version(102).
    move "alter table person_history add column job_code text"
        to migration-sql(102).
    *> training and certification tracking: the catalog, which jobs
    *> and departments require each certification, the completions on
    *> file, and the nightly cert-check step in an already-seeded stream
    move 103 to migration-version(103).
    move "create table if not exists certification (cert_code text primary key, description text, validity_months integer default 0)"
        to migration-sql(103).
    move 104 to migration-version(104).
    move "create table if not exists cert_requirement (cert_code text, req_type text, req_value text, primary key (cert_code, req_type, req_value))"
        to migration-sql(104).
    move 105 to migration-version(105).
    move "create table if not exists person_certification (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cert_code text, completed_date text, expiry_date text, document_id integer, added_by text, added_ts text)"
        to migration-sql(105).
    move 106 to migration-version(106).
    move "insert or ignore into job_step (stream_name, step_seq, step_name, step_type, step_sql) select 'nightly', 45, 'cert-check', 'cert-check', ' ' where exists (select 1 from job_step where stream_name = 'nightly') and not exists (select 1 from job_step where stream_name = 'nightly' and step_name = 'cert-check')"
        to migration-sql(106).
    *> the annual merit review: a cycle, its rating x compa-ratio
    *> quartile matrix, and each person's rating with the proposed rate
    *> and the pending_change it was filed as
    move 107 to migration-version(107).
    move "create table if not exists merit_cycle (cycle_id text primary key, description text, effective_date text, status text default 'OPEN', committed_by text, committed_ts text)"
        to migration-sql(107).
    move 108 to migration-version(108).
    move "create table if not exists merit_matrix (cycle_id text, rating integer, quartile integer, increase_pct numeric, primary key (cycle_id, rating, quartile))"
        to migration-sql(108).
    move 109 to migration-version(109).
    move "create table if not exists merit_rating (cycle_id text, person_id integer, rating integer, rated_by text, rated_ts text, proposed_rate numeric, pending_id integer, primary key (cycle_id, person_id))"
        to migration-sql(109).
    *> benefits: plans and their coverage tiers with the per-pay-period
    *> premiums, each person's enrollments (the person_deduction the
    *> enrollment generated rides along) and the dependents covered
    move 110 to migration-version(110).
    move "create table if not exists benefit_plan (plan_code text primary key, description text, plan_type text, carrier_code text, waiting_days integer default 0)"
        to migration-sql(110).
    move 111 to migration-version(111).
    move "create table if not exists benefit_plan_tier (plan_code text, tier text, ee_premium numeric, er_premium numeric, ded_code text, primary key (plan_code, tier))"
        to migration-sql(111).
    move 112 to migration-version(112).
    move "create table if not exists benefit_enrollment (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, plan_code text, tier text, cov_start text, cov_end text, deduction_id integer, status text default 'A', end_reason text, enrolled_by text, enrolled_ts text)"
        to migration-sql(112).
    move 113 to migration-version(113).
    move "create table if not exists benefit_dependent (id INTEGER PRIMARY KEY AUTOINCREMENT, enrollment_id integer, dep_name text, relationship text, birth_date text)"
        to migration-sql(113).
    *> position requisitions: the open jobs between the budget and the
    *> roster, and the person each one was filled by
    move 114 to migration-version(114).
    move "create table if not exists requisition (req_id INTEGER PRIMARY KEY AUTOINCREMENT, dept_code text, job_code text, budget_rate numeric, opened_date text, approved_by text, status text default 'OPEN', person_id integer, filled_date text, closed_by text, closed_ts text)"
        to migration-sql(114).
    move 115 to migration-version(115).
    move "create index if not exists requisition_dept on requisition (dept_code, status)"
        to migration-sql(115).
    *> shift schedules: the patterns (weekly days or a rotating cycle
    *> anchored on a date), who works which pattern over what dates,
    *> and the attendance exceptions found against each period's
    *> timesheet file
    move 116 to migration-version(116).
    move "create table if not exists shift_pattern (shift_code text primary key, description text, start_time text, end_time text, break_minutes integer default 0, shift_hours numeric, days_of_week text, cycle_days integer default 0, cycle_mask text, cycle_anchor text)"
        to migration-sql(116).
    move 117 to migration-version(117).
    move "create table if not exists shift_assignment (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, shift_code text, eff_from text, eff_to text, assigned_by text, assigned_ts text)"
        to migration-sql(117).
    move 118 to migration-version(118).
    move "create table if not exists attendance_exception (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, exc_type text, work_date text, sched_hours numeric, actual_hours numeric, detail text, run_ts text)"
        to migration-sql(118).
    *> final pay at termination: one row per termination settled, and
    *> the earnings codes the leave payout and recovery post under
    move 119 to migration-version(119).
    move "create table if not exists final_pay (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, term_date text, period_no integer, period_date text, reg_hours numeric, reg_pay numeric, leave_days numeric, leave_amount numeric, unrecovered numeric default 0, gross_amount numeric, posted_by text, posted_ts text)"
        to migration-sql(119).
    move 120 to migration-version(120).
    move "insert or ignore into earnings_code (earn_code, description, calc_type, multiplier, premium, counts_ot, min_hours, gl_account) values ('LVPO', 'LEAVE PAYOUT AT TERMINATION', 'M', 1, 0, 0, 0, ''), ('LVRC', 'ADVANCED LEAVE RECOVERY', 'M', 1, 0, 0, 0, '')"
        to migration-sql(120).
    *> the contingent workforce: contractors and agency temps carry a
    *> worker type on person and a contract record with the agency,
    *> term, bill rate and purchase order
    move 121 to migration-version(121).
    move "alter table person add column worker_type text default 'E'"
        to migration-sql(121).
    move 122 to migration-version(122).
    move "create table if not exists contract (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, worker_type text, agency text, po_number text, contract_start text, contract_end text, bill_rate numeric, status text default 'OPEN', entered_by text, entered_ts text)"
        to migration-sql(122).
    *> concurrent assignments: a second (or third) job held alongside
    *> the one on the person row, each in its own department at its own
    *> rate; timesheet hours and the gross they earn are kept per
    *> assignment number
    move 123 to migration-version(123).
    move "create table if not exists person_assignment (person_id integer, assign_no integer, dept_code text, job_code text, pay_rate numeric, grade_code text, grade_step integer, start_date text, end_date text, primary_flag text default 'N', entered_by text, entered_ts text, primary key (person_id, assign_no))"
        to migration-sql(123).
    move 124 to migration-version(124).
    move "alter table timesheet add column assign_no integer default 1"
        to migration-sql(124).
    move 125 to migration-version(125).
    move "alter table timesheet_earning add column assign_no integer default 1"
        to migration-sql(125).
    move 126 to migration-version(126).
    move "create table if not exists gross_pay_assignment (person_id integer, period_date text, assign_no integer, dept_code text, reg_hours numeric, ot_hours numeric, reg_pay numeric, ot_pay numeric, premium_pay numeric, gross_amount numeric, primary key (person_id, period_date, assign_no))"
        to migration-sql(126).
    *> outbound badge-system feed: the change_log high-water the export
    *> has read to, the badge standing last sent for each person, and
    *> every record sent with security's acknowledgement against it
    move 127 to migration-version(127).
    move "create table if not exists badge_feed_control (id INTEGER PRIMARY KEY, last_change_id integer default 0, last_file text, last_run_ts text)"
        to migration-sql(127).
    move 128 to migration-version(128).
    move "create table if not exists badge_state (person_id integer primary key, badge_status text, dept_code text, last_action text, last_sent_date text)"
        to migration-sql(128).
    move 129 to migration-version(129).
    move "create table if not exists badge_feed_log (id INTEGER PRIMARY KEY AUTOINCREMENT, file_name text, business_date text, person_id integer, action text, dept_code text, effective_date text, sent_ts text, ack_status text, ack_date text, ack_text text, matched_ts text)"
        to migration-sql(129).
    *> inbound intranet portal changes: every submission received with
    *> its outcome, the detail a queued money change needs for
    *> change-approval's apply, and the emergency contacts themselves
    move 130 to migration-version(130).
    move "create table if not exists portal_intake (id INTEGER PRIMARY KEY AUTOINCREMENT, portal_ref integer unique, file_name text, business_date text, ext_id text, person_id integer, change_type text, submitted_ts text, eff_date text, outcome text, reason_code text, reason_text text, pending_id integer, processed_ts text, replied_date text)"
        to migration-sql(130).
    move 131 to migration-version(131).
    move "create table if not exists portal_change_detail (pending_id integer primary key, intake_id integer, action text, ded_code text, eff_date text, routing_no text, account_no text, acct_type text, split_seq integer, split_type text, split_amount numeric)"
        to migration-sql(131).
    move 132 to migration-version(132).
    move "create table if not exists person_emergency_contact (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, contact_name text, relationship text, phone text, alt_phone text, eff_from text, eff_to text, added_by text, added_ts text)"
        to migration-sql(132).
    *> access recertification and segregation of duties: when each
    *> operator last signed on, which person row is the operator's own,
    *> who keyed each hire, and the quarterly keep/revoke decisions
    move 133 to migration-version(133).
    move "alter table operator add column last_signon text"
        to migration-sql(133).
    move 134 to migration-version(134).
    move "alter table operator add column person_id integer"
        to migration-sql(134).
    move 135 to migration-version(135).
    move "alter table person add column added_by text"
        to migration-sql(135).
    move 136 to migration-version(136).
    move "alter table person add column added_ts text"
        to migration-sql(136).
    move 137 to migration-version(137).
    move "create table if not exists access_recert (id INTEGER PRIMARY KEY AUTOINCREMENT, quarter text, op_id text, role text, last_signon text, fail_count integer, locked integer, action_count integer, decision text, reviewed_by text, reviewed_ts text, note text, unique (quarter, op_id))"
        to migration-sql(137).
    *> role-based masking: the console session a launched program
    *> takes its operator and role from, and the classification of
    *> which fields are restricted, how they mask, and who sees them
    move 138 to migration-version(138).
    move "create table if not exists operator_session (token text primary key, op_id text, role text, started_ts text, ended_ts text)"
        to migration-sql(138).
    move 139 to migration-version(139).
    move "create table if not exists field_sensitivity (table_name text, column_name text, mask_style text, unmask_roles text, primary key (table_name, column_name))"
        to migration-sql(139).
    move 140 to migration-version(140).
    move "insert or ignore into field_sensitivity (table_name, column_name, mask_style, unmask_roles) values ('person', 'birth_date', 'DATE', 'SUP'), ('person', 'pay_rate', 'MONEY', 'SUP'), ('person', 'ext_id', 'ID', 'SUP'), ('person_bank_account', 'account_no', 'ID', 'SUP'), ('person_bank_account', 'routing_no', 'ID', 'SUP')"
        to migration-sql(140).
    *> dispatcher prerequisites: a latest start time per schedule
    *> entry, why an entry is being held, and what each entry waits
    *> on -- another entry's clean run today, or a feed's arrival
    move 141 to migration-version(141).
    move "alter table run_schedule add column latest_start text"
        to migration-sql(141).
    move 142 to migration-version(142).
    move "alter table dispatch_log add column note text"
        to migration-sql(142).
    move 143 to migration-version(143).
    move "create table if not exists schedule_dependency (dep_id INTEGER PRIMARY KEY AUTOINCREMENT, entry_name text, dep_type text, prereq_name text, unique (entry_name, dep_type, prereq_name))"
        to migration-sql(143).
    move 144 to migration-version(144).
    move "insert or ignore into schedule_dependency (entry_name, dep_type, prereq_name) select r.entry_name, 'JOB', 'nightly' from run_schedule r where r.entry_name in ('monthend-stream', 'headcount-snapshot') and exists (select 1 from run_schedule n where n.entry_name = 'nightly')"
        to migration-sql(144).
    *> capacity tracking: one snapshot row per measured object per
    *> business date (table row counts, the page pragmas, file sizes),
    *> the size ceiling each file is forecast against, and the nightly
    *> snapshot and trend runs on the dispatcher's schedule
    move 145 to migration-version(145).
    move "create table if not exists capacity_snapshot (business_date text, object_type text, object_name text, measure integer, taken_ts text, primary key (business_date, object_type, object_name))"
        to migration-sql(145).
    move 146 to migration-version(146).
    move "create table if not exists capacity_threshold (object_name text primary key, max_bytes integer, changed_by text, changed_ts text)"
        to migration-sql(146).
    move 147 to migration-version(147).
    move "insert or ignore into capacity_threshold (object_name, max_bytes, changed_by) values ('DATABASE', 2147483648, 'schema-migrate'), ('AUDIT-ARCHIVE', 4294967296, 'schema-migrate'), ('REPORT-ARCHIVE', 4294967296, 'schema-migrate'), ('DAILY-ARCHIVES', 53687091200, 'schema-migrate')"
        to migration-sql(147).
    move 148 to migration-version(148).
    move "insert or ignore into run_schedule (entry_name, run_command, frequency, run_dow, db_style) select 'capacity-snapshot', 'capacity-snapshot', 'DAILY', 0, 'F' from run_schedule where entry_name = 'nightly' union all select 'capacity-trend', 'capacity-trend', 'DAILY', 0, 'F' from run_schedule where entry_name = 'nightly'"
        to migration-sql(148).
    move 149 to migration-version(149).
    move "insert or ignore into schedule_dependency (entry_name, dep_type, prereq_name) select 'capacity-snapshot', 'JOB', 'nightly' from run_schedule where entry_name = 'capacity-snapshot' union all select 'capacity-trend', 'JOB', 'capacity-snapshot' from run_schedule where entry_name = 'capacity-trend'"
        to migration-sql(149).
    *> operational log retention: per table, the dating column, days
    *> kept and ARCHIVE (to ops-archive.sdb) or DELETE, and the nightly
    *> housekeeping step that applies it ahead of roll-date
    move 150 to migration-version(150).
    move "create table if not exists retention_policy (table_name text primary key, date_column text, keep_days integer, action text default 'DELETE', enabled integer default 1, changed_by text, changed_ts text)"
        to migration-sql(150).
    move 151 to migration-version(151).
    move "insert or ignore into retention_policy (table_name, date_column, keep_days, action, changed_by) values ('perf_log', 'ts', 35, 'DELETE', 'schema-migrate'), ('batch_run_log', 'start_ts', 400, 'ARCHIVE', 'schema-migrate'), ('batch_progress', 'heartbeat_ts', 35, 'DELETE', 'schema-migrate'), ('dispatch_log', 'business_date', 400, 'ARCHIVE', 'schema-migrate')"
        to migration-sql(151).
    move 152 to migration-version(152).
    move "insert or ignore into retention_policy (table_name, date_column, keep_days, action, changed_by) values ('alert_queue', 'created_ts', 90, 'ARCHIVE', 'schema-migrate'), ('interface_log', 'business_date', 400, 'ARCHIVE', 'schema-migrate'), ('report_registry', 'business_date', 400, 'ARCHIVE', 'schema-migrate'), ('feed_control', 'business_date', 400, 'ARCHIVE', 'schema-migrate')"
        to migration-sql(152).
    move 153 to migration-version(153).
    move "insert or ignore into job_step (stream_name, step_seq, step_name, step_type, step_sql) select 'nightly', 48, 'housekeeping', 'program', 'ops-housekeeping' where exists (select 1 from job_step where stream_name = 'nightly') and not exists (select 1 from job_step where stream_name = 'nightly' and step_name = 'housekeeping')"
        to migration-sql(153).
    *> effective-dated business rules (param-utils.cob): what used to
    *> be literals in the programs, seeded from the beginning of time
    *> at the values those literals carried
    move 154 to migration-version(154).
    move "create table if not exists business_parameter (param_name text, eff_date text, param_value text, description text, changed_by text, changed_ts text, primary key (param_name, eff_date))"
        to migration-sql(154).
    move 155 to migration-version(155).
    move "insert or ignore into business_parameter (param_name, eff_date, param_value, description, changed_by) values ('OT-WEEKLY-HOURS', '1900-01-01', '40', 'weekly hours before overtime', 'schema-migrate'), ('OT-MULTIPLIER', '1900-01-01', '1.5', 'overtime rate multiplier', 'schema-migrate'), ('PURGE-RETENTION-YEARS', '1900-01-01', '7', 'years kept after termination', 'schema-migrate')"
        to migration-sql(155).
    move 156 to migration-version(156).
    move "insert or ignore into business_parameter (param_name, eff_date, param_value, description, changed_by) values ('PASSWORD-MAX-AGE-DAYS', '1900-01-01', '90', 'days before a password must change', 'schema-migrate'), ('COMPANY-FOUNDED-DATE', '1900-01-01', '19750101', 'earliest credible hire date', 'schema-migrate')"
        to migration-sql(156).
    move 157 to migration-version(157).
    move "insert or ignore into business_parameter (param_name, eff_date, param_value, description, changed_by) values ('DURATION-SLOW-FACTOR', '1900-01-01', '2', 'slow at this multiple of the baseline', 'schema-migrate'), ('DURATION-MIN-SECS', '1900-01-01', '30', 'steps shorter than this never slow', 'schema-migrate')"
        to migration-sql(157).
    *> report bursting (report-burst.cob): who gets which department's
    *> slice of which report and how, and one row per slice per
    *> recipient tracking it from delivery to pick-up
    move 158 to migration-version(158).
    move "create table if not exists report_distribution_list (id INTEGER PRIMARY KEY AUTOINCREMENT, report_name text, dept_code text, recipient text, method text, destination text, active integer default 1, changed_by text, changed_ts text, unique (report_name, dept_code, recipient, method))"
        to migration-sql(158).
    move 159 to migration-version(159).
    move "create table if not exists report_slice_delivery (id INTEGER PRIMARY KEY AUTOINCREMENT, registry_id integer, slice_id integer, report_name text, business_date text, dept_code text, recipient text, method text, destination text, delivered_file text, status text, queued_ts text, delivered_ts text, picked_up_ts text, picked_up_by text)"
        to migration-sql(159).
    *> table-driven fixed-width extracts (extract-run.cob): the named
    *> extract with its source query and record shape, and its fields
    *> in order with position, length and formatting
    move 160 to migration-version(160).
    move "create table if not exists extract_definition (extract_name text primary key, description text, file_id text, query_name text, sql_text text, param_names text, record_length integer, header_flag text default 'N', trailer_flag text default 'N', hash_field text, changed_by text, changed_ts text)"
        to migration-sql(160).
    move 161 to migration-version(161).
    move "create table if not exists extract_field (extract_name text, field_seq integer, field_name text, source_column text, start_pos integer, field_length integer, field_type text, align text, fill text, date_format text, literal_value text, primary key (extract_name, field_seq))"
        to migration-sql(161).
    *> employee dossier productions (person-dossier.cob): who asked for
    *> everything held on a person, why, and exactly what was handed over
    move 162 to migration-version(162).
    move "create table if not exists dossier_production (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, ext_id text, requester text, purpose text, business_date text, produced_by text, produced_ts text, output_file text, page_count integer, line_count integer, documents_exported integer default 0, document_dir text, report_id integer, status text default 'STARTED')"
        to migration-sql(162).
    *> workplace injury and illness cases (incident-maintenance.cob):
    *> the case itself, and the scanned forms filed against it through
    *> person-document
    move 163 to migration-version(163).
    move "create table if not exists incident (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, incident_date text, location text, dept_code text, description text, injury_type text, body_part text, days_away integer default 0, days_restricted integer default 0, recordable text default 'Y', leave_placed_by text, leave_placed_ts text, entered_by text, entered_ts text, changed_by text, changed_ts text)"
        to migration-sql(163).
    move 164 to migration-version(164).
    move "create table if not exists incident_document (incident_id integer, document_id integer, attached_by text, attached_ts text, primary key (incident_id, document_id))"
        to migration-sql(164).
    *> employment verification requests (verification-maintenance.cob):
    *> who asked about whom, what they asked, whether the employee's
    *> consent was on file, and what was actually disclosed
    move 165 to migration-version(165).
    move "create table if not exists verification_request (id INTEGER PRIMARY KEY AUTOINCREMENT, request_date text, person_id integer, requester text, org_name text, requester_type text, answer_mode text, ask_dates text, ask_title text, ask_pay text, consent_doc_id integer, consent_on_file text, disclosed_dates text, disclosed_title text, disclosed_pay text, override_reason text, answered_by text, answered_ts text, letter_file text, status text default 'OPEN', logged_by text, logged_ts text)"
        to migration-sql(165).
    *> the share of a department out on one day before absence-calendar
    *> highlights it
    move 166 to migration-version(166).
    move "insert or ignore into business_parameter (param_name, eff_date, param_value, description, changed_by) values ('ABSENCE-ALERT-PCT', '1900-01-01', '20', 'percent of a department out before the day is flagged', 'schema-migrate')"
        to migration-sql(166).

*> The way back, one entry per migration, run newest first by a
*> supervisor's -rollback-to.  A blank reverse means the migration
*> cannot be undone and a rollback will not cross it: the base person
*> and audit_log tables (1-2), and the leave earning codes (120) that
*> posted pay lines refer to.  A table or column dropped here takes
*> its data with it -- the pre-rollback backup is the way to that.
init-reverse-steps.
    perform varying migration-ix from 1 by 1 until migration-ix > 250
        move spaces to migration-reverse(migration-ix)
    end-perform.
    move "alter table person drop column hire_date"
        to migration-reverse(3).
    move "drop table if exists app_lock"
        to migration-reverse(4).
    move "alter table audit_log drop column rows_changed"
        to migration-reverse(5).
    move "drop table if exists feed_control"
        to migration-reverse(6).
    move "drop table if exists department"
        to migration-reverse(7).
    move "alter table person drop column dept_code"
        to migration-reverse(8).
    move "alter table person drop column birth_date"
        to migration-reverse(9).
    move "alter table person drop column status"
        to migration-reverse(10).
    move "alter table person drop column term_date"
        to migration-reverse(11).
    move "alter table person drop column pay_rate"
        to migration-reverse(12).
    move "drop table if exists person_address"
        to migration-reverse(13).
    move "drop table if exists person_document"
        to migration-reverse(14).
    move "drop table if exists person_history"
        to migration-reverse(15).
    move "drop table if exists batch_run_log"
        to migration-reverse(16).
    move "drop table if exists job_step"
        to migration-reverse(17).
    move "drop table if exists business_date"
        to migration-reverse(18).
    move "drop table if exists holiday_calendar"
        to migration-reverse(19).
    move "drop table if exists archive_manifest"
        to migration-reverse(20).
    move "drop table if exists change_log"
        to migration-reverse(21).
    move "alter table person drop column src_system"
        to migration-reverse(22).
    move "drop table if exists id_map"
        to migration-reverse(23).
    move "drop table if exists operator"
        to migration-reverse(24).
    move "drop table if exists headcount_snapshot"
        to migration-reverse(25).
    move "drop table if exists perf_log"
        to migration-reverse(26).
    move "drop index if exists ix_person_last_name"
        to migration-reverse(27).
    move "drop index if exists ix_person_dupe"
        to migration-reverse(28).
    move "drop index if exists ix_audit_log_ts"
        to migration-reverse(29).
    move "drop index if exists ix_change_log_extracted"
        to migration-reverse(30).
    move "drop table if exists report_registry"
        to migration-reverse(31).
    move "drop index if exists ix_person_dupe; create index if not exists ix_person_dupe on person (first_name, last_name, age)"
        to migration-reverse(32).
    move "drop table if exists offboard_template"
        to migration-reverse(33).
    move "drop table if exists offboard_task"
        to migration-reverse(34).
    move "drop table if exists leave_ledger"
        to migration-reverse(35).
    move "drop table if exists pay_grade"
        to migration-reverse(36).
    move "alter table person drop column grade_code"
        to migration-reverse(37).
    move "alter table person drop column grade_step"
        to migration-reverse(38).
    move "drop table if exists pending_change"
        to migration-reverse(39).
    move "drop table if exists timesheet"
        to migration-reverse(40).
    move "drop table if exists gross_pay"
        to migration-reverse(41).
    move "drop table if exists deduction_code"
        to migration-reverse(42).
    move "drop table if exists person_deduction"
        to migration-reverse(43).
    move "drop table if exists pay_period"
        to migration-reverse(44).
    move "drop table if exists pay_run_control"
        to migration-reverse(45).
    move "drop table if exists position_budget"
        to migration-reverse(46).
    move "alter table person drop column service_date"
        to migration-reverse(47).
    move "drop table if exists rehire_log"
        to migration-reverse(48).
    move "drop table if exists purge_tombstone"
        to migration-reverse(49).
    move "alter table person drop column ext_id"
        to migration-reverse(50).
    move "drop index if exists ux_person_ext_id_active"
        to migration-reverse(51).
    move "alter table person drop column phon_key"
        to migration-reverse(52).
    move "drop index if exists ix_person_phon_key"
        to migration-reverse(53).
    move "drop table if exists zip_reference"
        to migration-reverse(54).
    move "drop table if exists person_document_segment"
        to migration-reverse(55).
    move "alter table person_document drop column total_bytes"
        to migration-reverse(56).
    move "alter table person_document drop column content_hash"
        to migration-reverse(57).
    move "drop table if exists query_library"
        to migration-reverse(58).
    move "drop table if exists run_schedule"
        to migration-reverse(59).
    move "drop table if exists dispatch_log"
        to migration-reverse(60).
    move "drop table if exists batch_step_baseline"
        to migration-reverse(61).
    move "drop table if exists batch_progress"
        to migration-reverse(62).
    move "drop table if exists alert_queue"
        to migration-reverse(63).
    move "drop table if exists expected_feed"
        to migration-reverse(64).
    move "drop table if exists interface_log"
        to migration-reverse(65).
    move "alter table report_registry drop column archived"
        to migration-reverse(66).
    move "drop table if exists db_role"
        to migration-reverse(67).
    move "alter table operator drop column pass_hash"
        to migration-reverse(68).
    move "alter table operator drop column pass_changed"
        to migration-reverse(69).
    move "alter table operator drop column fail_count"
        to migration-reverse(70).
    move "alter table operator drop column locked"
        to migration-reverse(71).
    move "alter table run_schedule drop column db_style"
        to migration-reverse(72).
    move "alter table purge_tombstone drop column ext_id"
        to migration-reverse(73).
    move "drop table if exists net_pay"
        to migration-reverse(74).
    move "drop table if exists pay_deduction"
        to migration-reverse(75).
    move "drop table if exists person_bank_account"
        to migration-reverse(76).
    move "drop table if exists ach_payment"
        to migration-reverse(77).
    move "drop table if exists tax_rule"
        to migration-reverse(78).
    move "drop table if exists tax_bracket"
        to migration-reverse(79).
    move "drop table if exists person_tax"
        to migration-reverse(80).
    move "drop table if exists pay_tax"
        to migration-reverse(81).
    move "drop table if exists pay_ytd"
        to migration-reverse(82).
    move "drop table if exists pay_year_close"
        to migration-reverse(83).
    move "alter table pay_run_control drop column locked"
        to migration-reverse(84).
    move "drop table if exists pay_void"
        to migration-reverse(85).
    move "drop table if exists pay_adjustment"
        to migration-reverse(86).
    move "drop table if exists garnish_order"
        to migration-reverse(87).
    move "drop table if exists pay_garnish"
        to migration-reverse(88).
    move "drop table if exists earnings_code"
        to migration-reverse(89).
    move "drop table if exists timesheet_earning"
        to migration-reverse(90).
    move "drop table if exists gross_pay_earning"
        to migration-reverse(91).
    move "alter table gross_pay drop column premium_pay"
        to migration-reverse(92).
    move "drop table if exists pay_variance"
        to migration-reverse(93).
    move "alter table pay_run_control drop column hold_flag"
        to migration-reverse(94).
    move "drop table if exists cost_center"
        to migration-reverse(95).
    move "drop table if exists person_cost_split"
        to migration-reverse(96).
    move "drop table if exists labor_distribution"
        to migration-reverse(97).
    move "alter table person drop column reports_to"
        to migration-reverse(98).
    move "alter table person_history drop column reports_to"
        to migration-reverse(99).
    move "drop table if exists job_code"
        to migration-reverse(100).
    move "alter table person drop column job_code"
        to migration-reverse(101).
    move "alter table person_history drop column job_code"
        to migration-reverse(102).
    move "drop table if exists certification"
        to migration-reverse(103).
    move "drop table if exists cert_requirement"
        to migration-reverse(104).
    move "drop table if exists person_certification"
        to migration-reverse(105).
    move "delete from job_step where stream_name = 'nightly' and step_name = 'cert-check'"
        to migration-reverse(106).
    move "drop table if exists merit_cycle"
        to migration-reverse(107).
    move "drop table if exists merit_matrix"
        to migration-reverse(108).
    move "drop table if exists merit_rating"
        to migration-reverse(109).
    move "drop table if exists benefit_plan"
        to migration-reverse(110).
    move "drop table if exists benefit_plan_tier"
        to migration-reverse(111).
    move "drop table if exists benefit_enrollment"
        to migration-reverse(112).
    move "drop table if exists benefit_dependent"
        to migration-reverse(113).
    move "drop table if exists requisition"
        to migration-reverse(114).
    move "drop index if exists requisition_dept"
        to migration-reverse(115).
    move "drop table if exists shift_pattern"
        to migration-reverse(116).
    move "drop table if exists shift_assignment"
        to migration-reverse(117).
    move "drop table if exists attendance_exception"
        to migration-reverse(118).
    move "drop table if exists final_pay"
        to migration-reverse(119).
    move "alter table person drop column worker_type"
        to migration-reverse(121).
    move "drop table if exists contract"
        to migration-reverse(122).
    move "drop table if exists person_assignment"
        to migration-reverse(123).
    move "alter table timesheet drop column assign_no"
        to migration-reverse(124).
    move "alter table timesheet_earning drop column assign_no"
        to migration-reverse(125).
    move "drop table if exists gross_pay_assignment"
        to migration-reverse(126).
    move "drop table if exists badge_feed_control"
        to migration-reverse(127).
    move "drop table if exists badge_state"
        to migration-reverse(128).
    move "drop table if exists badge_feed_log"
        to migration-reverse(129).
    move "drop table if exists portal_intake"
        to migration-reverse(130).
    move "drop table if exists portal_change_detail"
        to migration-reverse(131).
    move "drop table if exists person_emergency_contact"
        to migration-reverse(132).
    move "alter table operator drop column last_signon"
        to migration-reverse(133).
    move "alter table operator drop column person_id"
        to migration-reverse(134).
    move "alter table person drop column added_by"
        to migration-reverse(135).
    move "alter table person drop column added_ts"
        to migration-reverse(136).
    move "drop table if exists access_recert"
        to migration-reverse(137).
    move "drop table if exists operator_session"
        to migration-reverse(138).
    move "drop table if exists field_sensitivity"
        to migration-reverse(139).
    move "delete from field_sensitivity where table_name || '.' || column_name in ('person.birth_date', 'person.pay_rate', 'person.ext_id', 'person_bank_account.account_no', 'person_bank_account.routing_no')"
        to migration-reverse(140).
    move "alter table run_schedule drop column latest_start"
        to migration-reverse(141).
    move "alter table dispatch_log drop column note"
        to migration-reverse(142).
    move "drop table if exists schedule_dependency"
        to migration-reverse(143).
    move "delete from schedule_dependency where dep_type = 'JOB' and prereq_name = 'nightly' and entry_name in ('monthend-stream', 'headcount-snapshot')"
        to migration-reverse(144).
    move "drop table if exists capacity_snapshot"
        to migration-reverse(145).
    move "drop table if exists capacity_threshold"
        to migration-reverse(146).
    move "delete from capacity_threshold where object_name in ('DATABASE', 'AUDIT-ARCHIVE', 'REPORT-ARCHIVE', 'DAILY-ARCHIVES')"
        to migration-reverse(147).
    move "delete from run_schedule where entry_name in ('capacity-snapshot', 'capacity-trend')"
        to migration-reverse(148).
    move "delete from schedule_dependency where dep_type = 'JOB' and ((entry_name = 'capacity-snapshot' and prereq_name = 'nightly') or (entry_name = 'capacity-trend' and prereq_name = 'capacity-snapshot'))"
        to migration-reverse(149).
    move "drop table if exists retention_policy"
        to migration-reverse(150).
    move "delete from retention_policy where table_name in ('perf_log', 'batch_run_log', 'batch_progress', 'dispatch_log')"
        to migration-reverse(151).
    move "delete from retention_policy where table_name in ('alert_queue', 'interface_log', 'report_registry', 'feed_control')"
        to migration-reverse(152).
    move "delete from job_step where stream_name = 'nightly' and step_name = 'housekeeping'"
        to migration-reverse(153).
    move "drop table if exists business_parameter"
        to migration-reverse(154).
    move "delete from business_parameter where eff_date = '1900-01-01' and param_name in ('OT-WEEKLY-HOURS', 'OT-MULTIPLIER', 'PURGE-RETENTION-YEARS')"
        to migration-reverse(155).
    move "delete from business_parameter where eff_date = '1900-01-01' and param_name in ('PASSWORD-MAX-AGE-DAYS', 'COMPANY-FOUNDED-DATE')"
        to migration-reverse(156).
    move "delete from business_parameter where eff_date = '1900-01-01' and param_name in ('DURATION-SLOW-FACTOR', 'DURATION-MIN-SECS')"
        to migration-reverse(157).
    move "drop table if exists report_distribution_list"
        to migration-reverse(158).
    move "drop table if exists report_slice_delivery"
        to migration-reverse(159).
    move "drop table if exists extract_definition"
        to migration-reverse(160).
    move "drop table if exists extract_field"
        to migration-reverse(161).
    move "drop table if exists dossier_production"
        to migration-reverse(162).
    move "drop table if exists incident"
        to migration-reverse(163).
    move "drop table if exists incident_document"
        to migration-reverse(164).
    move "drop table if exists verification_request"
        to migration-reverse(165).
    move "delete from business_parameter where eff_date = '1900-01-01' and param_name = 'ABSENCE-ALERT-PCT'"
        to migration-reverse(166).

end program schema-migrate.
