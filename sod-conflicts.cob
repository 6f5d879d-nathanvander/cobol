GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 sod-conflicts.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> Segregation-of-duties conflicts: the operator ids that sat on both
*> sides of something they shouldn't have, out of pending_change, the
*> person row's added_by (person-maintenance stamps who keyed a hire),
*> person_history's changed_by and the bank accounts' added_by, over
*> the last "-days" (default 92, a quarter) before the business date.
*>
*>   MAKER=CHECKER      the same id requested and decided a pending
*>                      change (change-approval refuses it, so one of
*>                      these means a change reached the table some
*>                      other way)
*>   HIRE+PAY           the id that keyed a hire also keyed, approved,
*>                      or directly edited that person's pay rate
*>   HIRE/PAY SAME DAY  a different id keyed a rate change for a new
*>                      hire on the day of the hire -- the pattern of a
*>                      clerk finishing the job under a supervisor's
*>                      sign-on; a review item, not proof
*>   SELF-EDIT          the id linked to a person (operator.person_id,
*>                      person-maintenance option K) touched that
*>                      person's own record, pay or bank accounts
*>   DORMANT            an active id with no successful sign-on in
*>                      "-dormant-days" (default 90), or none at all
*>
*> Output goes to "-out" (default sod-conflicts.rpt), registered in
*> report_registry; each line names the rule, the operator, the person
*> and the pending change or history row behind it.  RETURN-CODE 1
*> when anything is listed.  access-recert is where a supervisor acts
*> on the report, keeping or revoking each id for the quarter.
identification division.
    program-id. sod-conflicts.
    REMARKS. Segregation-of-duties conflicts and dormant operator ids.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(120).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "sod-conflicts.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 sql-text pic x(4096).

    01 business-date pic 9(8).
    01 busdate-day-num pic s9(9) comp.
    01 lookback-days pic 9(3) value 92.
    01 dormant-days pic 9(3) value 90.
    01 since-date pic 9(8).
    01 since-text pic x(8).
    01 dormant-cutoff pic 9(8).
    01 dormant-text pic x(8).

    01 out-rule pic x(18).
    01 out-op-id pic x(20).
    01 out-person-id PIC 9(18) COMP.
    01 out-ref PIC 9(18) COMP.
    01 out-when pic x(8).
    01 out-detail pic x(50).
    01 last-rule pic x(18) value spaces.

    01 record-count pic 9(9) value 0.
    01 rule-count pic 9(9) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-2.
        05 filler pic x(19) value "RULE".
        05 filler pic x(21) value "OPERATOR".
        05 filler pic x(9)  value "  PERSON".
        05 filler pic x(9)  value "     REF".
        05 filler pic x(10) value "  WHEN".
        05 filler pic x(50) value "DETAIL".
    01 detail-line.
        05 det-rule pic x(18).
        05 filler pic x value spaces.
        05 det-op-id pic x(20).
        05 filler pic x value spaces.
        05 det-person pic zzzzzzz9.
        05 filler pic x value spaces.
        05 det-ref pic zzzzzzz9.
        05 filler pic xx value spaces.
        05 det-when pic x(8).
        05 filler pic xx value spaces.
        05 det-detail pic x(50).
    01 rule-total-line.
        05 filler pic x(4) value spaces.
        05 rule-total-name pic x(18).
        05 filler pic x(3) value ":  ".
        05 rule-total-out pic zzzzz9.
    01 total-line.
        05 filler pic x(18) value "TOTAL CONFLICTS: ".
        05 total-out pic zzzzz9.

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
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to lookback-days
    end-if.
    move ARGPARSE-GET-FLAG("dormant-days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to dormant-days
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "sod-conflicts: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table operator add column last_signon text",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    compute busdate-day-num = function integer-of-date(business-date).
    compute since-date = function date-of-integer(busdate-day-num - lookback-days).
    compute dormant-cutoff = function date-of-integer(busdate-day-num - dormant-days).
    move since-date to since-text.
    move dormant-cutoff to dormant-text.

    open output report-file.
    move spaces to report-line.
    string "SEGREGATION-OF-DUTIES CONFLICTS -- since " since-date
        ", business date " business-date
        ", dormant after " dormant-days " days"
        into report-line
    end-string.
    write report-line.
    write report-line from hdr-line-2.

*> one branch per rule, ?1 = start of the look-back, ?2 = the dormant
*> cut-off; audit_log, pending_change and person_history stamps are
*> current-date images, so their first eight characters are yyyymmdd
    move spaces to sql-text.
    string
        "select 1, 'MAKER=CHECKER', c.requested_by, coalesce(c.person_id, 0), c.id, substr(c.reviewed_ts, 1, 8), "
        "c.change_type || ' ' || coalesce(c.status, '') || ' ' || coalesce(c.new_value, '') "
        "from pending_change c where c.requested_by = c.reviewed_by and substr(c.reviewed_ts, 1, 8) >= ?1 "
        "union all "
        "select 2, 'HIRE+PAY', p.added_by, p.id, c.id, substr(coalesce(c.reviewed_ts, c.requested_ts), 1, 8), "
        "'hired ' || substr(p.added_ts, 1, 8) || ', ' || case when c.requested_by = p.added_by then 'keyed' else 'approved' end || ' RATE ' || coalesce(c.new_value, '') "
        "from person p join pending_change c on c.person_id = p.id and c.change_type = 'RATE' "
        "and (c.requested_by = p.added_by or c.reviewed_by = p.added_by) "
        "where coalesce(p.added_by, '') <> '' and substr(coalesce(c.reviewed_ts, c.requested_ts), 1, 8) >= ?1 "
        "union all "
        "select 2, 'HIRE+PAY', p.added_by, p.id, h.hist_id, substr(h.valid_to, 1, 8), "
        "'hired ' || substr(p.added_ts, 1, 8) || ', edited pay rate ' || coalesce(h.pay_rate, 0) || ' to ' || "
        "coalesce((select h2.pay_rate from person_history h2 where h2.person_id = h.person_id and h2.hist_id > h.hist_id order by h2.hist_id limit 1), p.pay_rate, 0) "
        "from person p join person_history h on h.person_id = p.id and h.changed_by = p.added_by "
        "where coalesce(p.added_by, '') <> '' and substr(h.valid_to, 1, 8) >= ?1 "
        "and coalesce(h.pay_rate, 0) <> coalesce((select h2.pay_rate from person_history h2 where h2.person_id = h.person_id and h2.hist_id > h.hist_id order by h2.hist_id limit 1), p.pay_rate, 0) "
        "union all "
        "select 3, 'HIRE/PAY SAME DAY', c.requested_by, p.id, c.id, substr(c.requested_ts, 1, 8), "
        "'hire keyed by ' || p.added_by || ' the same day, RATE ' || coalesce(c.new_value, '') "
        "from person p join pending_change c on c.person_id = p.id and c.change_type = 'RATE' "
        "and c.requested_by <> p.added_by and substr(c.requested_ts, 1, 8) = substr(p.added_ts, 1, 8) "
        "where coalesce(p.added_by, '') <> '' and substr(c.requested_ts, 1, 8) >= ?1 "
        "union all "
        "select 4, 'SELF-EDIT', o.op_id, o.person_id, c.id, substr(coalesce(c.reviewed_ts, c.requested_ts), 1, 8), "
        "case when c.requested_by = o.op_id then 'requested ' else 'decided ' end || c.change_type || ' on own record' "
        "from operator o join pending_change c on c.person_id = o.person_id and (c.requested_by = o.op_id or c.reviewed_by = o.op_id) "
        "where coalesce(o.person_id, 0) <> 0 and substr(coalesce(c.reviewed_ts, c.requested_ts), 1, 8) >= ?1 "
        "union all "
        "select 4, 'SELF-EDIT', o.op_id, o.person_id, h.hist_id, substr(h.valid_to, 1, 8), 'updated own person record' "
        "from operator o join person_history h on h.person_id = o.person_id and h.changed_by = o.op_id "
        "where coalesce(o.person_id, 0) <> 0 and substr(h.valid_to, 1, 8) >= ?1 "
        "union all "
        "select 4, 'SELF-EDIT', o.op_id, o.person_id, b.id, substr(b.added_ts, 1, 8), 'added own bank account ****' || substr(b.account_no, -4) "
        "from operator o join person_bank_account b on b.person_id = o.person_id and b.added_by = o.op_id "
        "where coalesce(o.person_id, 0) <> 0 and substr(b.added_ts, 1, 8) >= ?1 "
        "union all "
        "select 5, 'DORMANT', o.op_id, coalesce(o.person_id, 0), 0, substr(coalesce(o.last_signon, ''), 1, 8), "
        "case when coalesce(o.last_signon, '') = '' then 'active, never signed on' else 'active, last signed on ' || substr(o.last_signon, 1, 8) end "
        "from operator o where coalesce(o.active, 1) = 1 and substr(coalesce(o.last_signon, ''), 1, 8) < ?2 "
        "order by 1, 3, 4, 5"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "sod-conflicts: select failed, status ", db-status
        close report-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, since-text) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, dormant-text) to db-status.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-rule) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-op-id) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-person-id
        move 4 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-ref
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-when) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-detail) to bool
        perform write-one-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    perform write-rule-total.

    move spaces to report-line.
    write report-line.
    move record-count to total-out.
    write report-line from total-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "sod-conflicts: ", record-count, " conflict(s) since ", since-date,
        " -- report in ", trim(report-file-name).
    if record-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -days " lookback-days
        " -dormant-days " dormant-days
        " -out " trim(report-file-name)
        into registry-params end-string.
    move record-count to registry-lines.
    move REPORT-REGISTER(db-handle, "sod-conflicts", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

*> the rows come in rule order; a count closes each rule's block
write-one-line.
    if out-rule not = last-rule then
        perform write-rule-total
        move out-rule to last-rule
        move 0 to rule-count
    end-if.
    add 1 to record-count.
    add 1 to rule-count.
    move out-rule to det-rule.
    move out-op-id to det-op-id.
    move out-person-id to det-person.
    move out-ref to det-ref.
    move out-when to det-when.
    move out-detail to det-detail.
    write report-line from detail-line.

write-rule-total.
    if last-rule not = spaces then
        move last-rule to rule-total-name
        move rule-count to rule-total-out
        write report-line from rule-total-line
        move spaces to report-line
        write report-line
    end-if.

end program sod-conflicts.
