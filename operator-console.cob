*> audit_log under the operator id -- the command line actually run --
*> so authority is enforced and recorded in one place instead of
*> per-program.  "-db" names the database everything launches against.
*>
*> The sign-on also opens an operator_session row, and its token goes
*> to every launched program in the OPERATOR_SESSION environment
*> variable -- the batch reports and extracts have no sign-on of their
*> own, and that token is how mask-utils knows whose role to check
*> before it prints a birth date, pay rate or ext_id in the clear.  X
*> closes the session; a program run outside the console has no
*> session and prints the restricted fields masked.
identification division.
    program-id. operator-console.
    REMARKS. Single sign-on menu console that launches the suite's programs.
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    FUNCTION PASSWORD-HASH
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    01 audit-note pic x(200).
    01 audit-bool pic 9.
    01 rows-one pic s9(9) comp value 1.
    01 error-message pic x(256).
    01 session-ts pic x(26).
    01 session-salt pic x(40).
    01 session-random pic 9(9).
    01 session-hash pic x(10).
    01 session-token pic x(40).
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
    01 close-status pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.

    *> the catalog: every launchable function, who may run it, and
    *> how it takes the database -- 'F' as a -db flag, 'P' as the old
    *> positional filename (the interactive screens), 'N' not at all
    *> (clerk-inquiry reads the keyed bridge file, mirror-promote
    *> names its own files)
    01 num-entries pic 99 value 74.
    01 entry-ix pic 99.
    01 shown-ix pic 99.
    01 console-catalog.
        05 catalog-entry occurs 80 times.
            10 ce-program pic x(26).
            10 ce-title pic x(38).
            10 ce-role pic x(5).
            10 ce-db-flag pic x.
    01 menu-map.
        05 menu-entry-ix pic 99 occurs 80 times.
    01 shown-count pic 99.

procedure division.
    display "signed on: ", trim(operator-name), " (", trim(operator-role),
        "), business date ", business-date.

    perform open-session.
    perform load-catalog.

    move spaces to menu-input.
        end-if
    end-perform.

    perform close-session.
    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> the session every launched program takes its operator and role
*> from; the token is the sign-on time plus a hash nobody can derive
*> from the operator id alone
open-session.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists operator_session (token text primary key, op_id text, role text, started_ts text, ended_ts text)",
        error-message) to db-status.
    move function current-date to session-ts.
    compute session-random = function random(numval(session-ts(9:8))) * 999999999.
    move spaces to session-salt.
    string session-ts session-random delimited by size into session-salt end-string.
    move PASSWORD-HASH(operator-id, session-salt) to session-hash.
    move spaces to session-token.
    string session-ts(1:16) session-hash
        delimited by size into session-token
    end-string.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into operator_session (token, op_id, role, started_ts) values (?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, session-token) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(operator-role)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, session-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    set environment "OPERATOR_SESSION" to session-token.

close-session.
    move SQLITE3-STMT-OPEN(db-handle,
        "update operator_session set ended_ts = ? where token = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move function current-date to session-ts
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, session-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, session-token) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    set environment "OPERATOR_SESSION" to space.

*> authority is the filter: supervisor-only rows are simply never
*> offered to a clerk, so there is nothing to mistype into
show-menu.
    move "DR cutover checklist / drill"    to ce-title(24).
    move "SUP  " to ce-role(24).
    move "N" to ce-db-flag(24).
    move "earnings-statement"   to ce-program(25).
    move "employee earnings statements"    to ce-title(25).
    move "CLERK" to ce-role(25).
    move "F" to ce-db-flag(25).
    move "ach-payment"          to ce-program(26).
    move "direct deposit ACH file"         to ce-title(26).
    move "SUP  " to ce-role(26).
    move "F" to ce-db-flag(26).
    move "tax-maintenance"      to ce-program(27).
    move "tax tables and withholding"      to ce-title(27).
    move "CLERK" to ce-role(27).
    move "P" to ce-db-flag(27).
    move "tax-liability"        to ce-program(28).
    move "employer tax liability report"   to ce-title(28).
    move "CLERK" to ce-role(28).
    move "F" to ce-db-flag(28).
    move "year-end-wage"        to ce-program(29).
    move "year-end wage statements / close" to ce-title(29).
    move "SUP  " to ce-role(29).
    move "F" to ce-db-flag(29).
    move "pay-void"             to ce-program(30).
    move "void / reissue one person's pay" to ce-title(30).
    move "SUP  " to ce-role(30).
    move "F" to ce-db-flag(30).
    move "garnishment-maintenance" to ce-program(31).
    move "garnishment / court orders"      to ce-title(31).
    move "CLERK" to ce-role(31).
    move "P" to ce-db-flag(31).
    move "garnish-remittance"   to ce-program(32).
    move "court-order remittance register" to ce-title(32).
    move "CLERK" to ce-role(32).
    move "F" to ce-db-flag(32).
    move "earnings-code-maintenance" to ce-program(33).
    move "earnings codes (premium pay)"    to ce-title(33).
    move "CLERK" to ce-role(33).
    move "P" to ce-db-flag(33).
    move "payroll-variance"     to ce-program(34).
    move "pre-release payroll variance check" to ce-title(34).
    move "CLERK" to ce-role(34).
    move "F" to ce-db-flag(34).
    move "cost-split-maintenance" to ce-program(35).
    move "cost centers and labor cost splits" to ce-title(35).
    move "CLERK" to ce-role(35).
    move "P" to ce-db-flag(35).
    move "labor-distribution"   to ce-program(36).
    move "labor distribution by cost center" to ce-title(36).
    move "CLERK" to ce-role(36).
    move "F" to ce-db-flag(36).
    move "payroll-projection"   to ce-program(37).
    move "fiscal-year payroll projection/budget" to ce-title(37).
    move "CLERK" to ce-role(37).
    move "F" to ce-db-flag(37).
    move "org-chart"            to ce-program(38).
    move "org chart and span of control" to ce-title(38).
    move "CLERK" to ce-role(38).
    move "F" to ce-db-flag(38).
    move "job-code-maintenance" to ce-program(39).
    move "job code / FLSA catalog" to ce-title(39).
    move "CLERK" to ce-role(39).
    move "P" to ce-db-flag(39).
    move "cert-maintenance" to ce-program(40).
    move "certifications / completions" to ce-title(40).
    move "CLERK" to ce-role(40).
    move "P" to ce-db-flag(40).
    move "cert-compliance" to ce-program(41).
    move "certification compliance by dept" to ce-title(41).
    move "CLERK" to ce-role(41).
    move "F" to ce-db-flag(41).
    move "merit-maintenance" to ce-program(42).
    move "merit cycle / matrix / ratings" to ce-title(42).
    move "CLERK" to ce-role(42).
    move "P" to ce-db-flag(42).
    move "merit-worksheet" to ce-program(43).
    move "merit review worksheet" to ce-title(43).
    move "CLERK" to ce-role(43).
    move "F" to ce-db-flag(43).
    move "benefit-maintenance" to ce-program(44).
    move "benefits plans and enrollment" to ce-title(44).
    move "CLERK" to ce-role(44).
    move "P" to ce-db-flag(44).
    move "benefit-eligibility" to ce-program(45).
    move "benefits carrier eligibility file" to ce-title(45).
    move "CLERK" to ce-role(45).
    move "F" to ce-db-flag(45).
    move "benefit-cost" to ce-program(46).
    move "benefits premium cost report" to ce-title(46).
    move "CLERK" to ce-role(46).
    move "F" to ce-db-flag(46).
    move "requisition-maintenance" to ce-program(47).
    move "position requisitions" to ce-title(47).
    move "CLERK" to ce-role(47).
    move "P" to ce-db-flag(47).
    move "requisition-aging" to ce-program(48).
    move "open requisition aging report" to ce-title(48).
    move "CLERK" to ce-role(48).
    move "F" to ce-db-flag(48).
    move "shift-maintenance" to ce-program(49).
    move "shift patterns and assignments" to ce-title(49).
    move "CLERK" to ce-role(49).
    move "P" to ce-db-flag(49).
    move "schedule-roster" to ce-program(50).
    move "shift schedule roster" to ce-title(50).
    move "CLERK" to ce-role(50).
    move "F" to ce-db-flag(50).
    move "attendance-exception" to ce-program(51).
    move "attendance exceptions vs timesheet" to ce-title(51).
    move "CLERK" to ce-role(51).
    move "F" to ce-db-flag(51).
    move "final-pay" to ce-program(52).
    move "final pay worksheet for terminations" to ce-title(52).
    move "CLERK" to ce-role(52).
    move "F" to ce-db-flag(52).
    move "contract-maintenance" to ce-program(53).
    move "contractor and temp contracts" to ce-title(53).
    move "CLERK" to ce-role(53).
    move "P" to ce-db-flag(53).
    move "contract-expiry" to ce-program(54).
    move "contracts expiring in 30 days" to ce-title(54).
    move "CLERK" to ce-role(54).
    move "F" to ce-db-flag(54).
    move "assignment-maintenance" to ce-program(55).
    move "concurrent job assignments" to ce-title(55).
    move "CLERK" to ce-role(55).
    move "P" to ce-db-flag(55).
    move "access-recert" to ce-program(56).
    move "quarterly operator access recertify" to ce-title(56).
    move "SUP" to ce-role(56).
    move "P" to ce-db-flag(56).
    move "sod-conflicts" to ce-program(57).
    move "segregation-of-duties conflicts" to ce-title(57).
    move "SUP" to ce-role(57).
    move "F" to ce-db-flag(57).
    move "sqlite3-export-csv" to ce-program(58).
    move "person CSV extract" to ce-title(58).
    move "CLERK" to ce-role(58).
    move "P" to ce-db-flag(58).
    move "dispatch-chain" to ce-program(59).
    move "dispatch chain / what is holding" to ce-title(59).
    move "CLERK" to ce-role(59).
    move "F" to ce-db-flag(59).
    move "capacity-trend" to ce-program(60).
    move "database growth / capacity forecast" to ce-title(60).
    move "CLERK" to ce-role(60).
    move "F" to ce-db-flag(60).
    move "param-maintenance" to ce-program(61).
    move "business parameters (rules)" to ce-title(61).
    move "SUP" to ce-role(61).
    move "P" to ce-db-flag(61).
    move "param-history" to ce-program(62).
    move "business rules in force on a date" to ce-title(62).
    move "CLERK" to ce-role(62).
    move "F" to ce-db-flag(62).
    move "report-burst" to ce-program(63).
    move "burst / deliver department slices" to ce-title(63).
    move "CLERK" to ce-role(63).
    move "F" to ce-db-flag(63).
    move "distribution-maintenance" to ce-program(64).
    move "report distribution lists" to ce-title(64).
    move "SUP" to ce-role(64).
    move "P" to ce-db-flag(64).
    move "extract-maintenance" to ce-program(65).
    move "fixed-width extract definitions" to ce-title(65).
    move "SUP" to ce-role(65).
    move "P" to ce-db-flag(65).
    move "extract-run" to ce-program(66).
    move "run / lay out a defined extract" to ce-title(66).
    move "CLERK" to ce-role(66).
    move "F" to ce-db-flag(66).
    move "person-dossier" to ce-program(67).
    move "employee dossier for legal / SAR" to ce-title(67).
    move "SUP" to ce-role(67).
    move "F" to ce-db-flag(67).
    move "incident-maintenance" to ce-program(68).
    move "injury and incident cases" to ce-title(68).
    move "CLERK" to ce-role(68).
    move "P" to ce-db-flag(68).
    move "incident-log" to ce-program(69).
    move "annual injury log and summary" to ce-title(69).
    move "CLERK" to ce-role(69).
    move "F" to ce-db-flag(69).
    move "verification-maintenance" to ce-program(70).
    move "employment verification requests" to ce-title(70).
    move "CLERK" to ce-role(70).
    move "P" to ce-db-flag(70).
    move "verification-letter" to ce-program(71).
    move "employment verification letters" to ce-title(71).
    move "CLERK" to ce-role(71).
    move "F" to ce-db-flag(71).
    move "verification-report" to ce-program(72).
    move "monthly verification requests" to ce-title(72).
    move "SUP" to ce-role(72).
    move "F" to ce-db-flag(72).
    move "absence-calendar" to ce-program(73).
    move "department absence calendar" to ce-title(73).
    move "CLERK" to ce-role(73).
    move "F" to ce-db-flag(73).
    move "leave-charge-check" to ce-program(74).
    move "leave charged on days off" to ce-title(74).
    move "CLERK" to ce-role(74).
    move "F" to ce-db-flag(74).

end program operator-console.
