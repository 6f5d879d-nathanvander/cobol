GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Role-based masking of the sensitive person fields.  Reaching a menu
*> entry in operator-console used to be the only control between a
*> clerk and everyone's birth date, pay rate and full ext_id.  The
*> field_sensitivity table (schema-migrate migrations 138-140) names
*> each restricted table/column, how it is masked, and the roles that
*> may see it in the clear; the reporting and extract programs ask
*> these functions before they print a value.
*>
*> The batch programs have no sign-on of their own, so the role comes
*> from the console session: operator-console opens an operator_session
*> row at sign-on and hands its token to every program it launches in
*> the OPERATOR_SESSION environment variable.  No token, a closed or
*> stale session (not opened today), or an operator deactivated or
*> locked since, and the run is treated as nobody's -- everything
*> restricted prints masked.  Every unmasked read of a restricted field
*> is audited under the session's operator id.
*>
*> Methods:
*>    <bool> FIELD-ACCESS-ROLE(<db-handle>, <op-id-out>, <role-out>)
*>        Looks up the OPERATOR_SESSION token.  Returns 1 with the
*>        operator id (x20) and role (x10) of a live console session,
*>        0 with both blank when there is none.
*>
*>    <access> FIELD-ACCESS(<db-handle>, <table>, <column>, <role>, <style-out>)
*>        access is PIC 9: 0 the field is restricted and the role may
*>        not see it (style-out, x8, says how to mask it), 1 the field
*>        is not restricted, 2 restricted but this role is authorised
*>        -- the case that must be audited.  table "*" matches the
*>        column under any table, the way query-dump's generic output
*>        only knows the column name.
*>
*>    <bool> MASK-VALUE(<style>, <value>, <masked-out>)
*>        masked-out is x40.  ID keeps the last four ("***-**-1234"),
*>        DATE keeps the year of a yyyy-mm-dd or yyyymmdd date
*>        ("**/**/1985"), MONEY hides it all ("****.**"), anything
*>        else is asterisks.  A blank value stays blank -- there is
*>        nothing to hide and the report shouldn't imply otherwise.
*>
*>    <bool> FIELD-ACCESS-LOG(<db-handle>, <op-id>, <program>, <field>, <rows>)
*>        One audit_log row per restricted field a program printed in
*>        the clear, rows (s9(9) comp) = how many values.
*>***************************************************************************
identification division. function-id. FIELD-ACCESS-ROLE.
environment division. configuration section.
    repository.
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-COLUMN-TEXT
    function all intrinsic.
data division.
working-storage section.
    01 fa-stmt-handle PIC 9(18) COMP.
    01 redefines fa-stmt-handle.
        05 fa-stmt-object-ptr usage pointer.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  FA-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 fa-param-1 pic s9(9) comp value 1.
    01 fa-param-2 pic s9(9) comp value 2.
    01 text-bool pic 9.
    01 session-token pic x(40).
    01 today-text pic x(8).
linkage section.
    01 bool pic 9.
    copy sqlite3-handles.
    01 op-id-out pic x(20).
    01 role-out pic x(10).

procedure division using db-handle, op-id-out, role-out returning bool.
    move 0 to bool.
    move spaces to op-id-out.
    move spaces to role-out.
    move spaces to session-token.
    accept session-token from environment "OPERATOR_SESSION".
    if session-token = spaces or session-token = low-value then
        goback returning bool
    end-if.
    move function current-date(1:8) to today-text.
    move SQLITE3-STMT-OPEN(db-handle,
        "select s.op_id, upper(s.role) from operator_session s where s.token = ? and s.ended_ts is null and substr(s.started_ts, 1, 8) = ? and not exists (select 1 from operator o where o.op_id = s.op_id and (coalesce(o.active, 1) = 0 or coalesce(o.locked, 0) = 1))",
        fa-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(fa-stmt-handle, fa-param-1, session-token) to open-status
        move SQLITE3-STMT-BIND-TEXT(fa-stmt-handle, fa-param-2, today-text) to open-status
        move SQLITE3-STMT-STEP(fa-stmt-handle) to step-result
        if FA-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(fa-stmt-handle,col-idx,op-id-out) to text-bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(fa-stmt-handle,col-idx,role-out) to text-bool
            move 1 to bool
        end-if
        move SQLITE3-STMT-CLOSE(fa-stmt-handle) to open-status
    end-if.
    goback returning bool.
end function FIELD-ACCESS-ROLE.
*>***************************************************************************
*> USAGE: <access> FIELD-ACCESS(<db-handle>, <table>, <column>, <role>, <style-out>)
*>***************************************************************************
identification division. function-id. FIELD-ACCESS.
environment division. configuration section.
    repository.
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-COLUMN-TEXT
    function all intrinsic.
data division.
working-storage section.
    01 fs-stmt-handle PIC 9(18) COMP.
    01 redefines fs-stmt-handle.
        05 fs-stmt-object-ptr usage pointer.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  FS-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 fs-param-1 pic s9(9) comp value 1.
    01 fs-param-2 pic s9(9) comp value 2.
    01 text-bool pic 9.
    01 unmask-roles pic x(60).
    01 padded-roles pic x(64).
    01 padded-role pic x(12).
    01 role-hits pic 9(4) comp.
linkage section.
    01 access-out pic 9.
    copy sqlite3-handles.
    01 table-name pic x any length.
    01 column-name pic x any length.
    01 role-in pic x(10).
    01 style-out pic x(8).

procedure division using db-handle, table-name, column-name, role-in,
        style-out returning access-out.
    move 1 to access-out.
    move spaces to style-out.
    move SQLITE3-STMT-OPEN(db-handle,
        "select upper(coalesce(mask_style, '')), upper(coalesce(unmask_roles, '')) from field_sensitivity where lower(column_name) = lower(?2) and (?1 = '*' or lower(table_name) = lower(?1)) order by table_name limit 1",
        fs-stmt-handle) to open-status.
    if open-status not = 0 then
        *> no classification table on this file yet: nothing restricted
        goback returning access-out
    end-if.
    move SQLITE3-STMT-BIND-TEXT(fs-stmt-handle, fs-param-1, table-name) to open-status.
    move SQLITE3-STMT-BIND-TEXT(fs-stmt-handle, fs-param-2, column-name) to open-status.
    move SQLITE3-STMT-STEP(fs-stmt-handle) to step-result.
    if FS-ROW then
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(fs-stmt-handle,col-idx,style-out) to text-bool
        move 1 to col-idx
        move spaces to unmask-roles
        move SQLITE3-COLUMN-TEXT(fs-stmt-handle,col-idx,unmask-roles) to text-bool
        *> roles are a blank- or comma-separated list; a blank role
        *> (no live session) never matches
        move 0 to access-out
        if role-in not = spaces then
            inspect unmask-roles replacing all "," by space
            move spaces to padded-roles
            string " " unmask-roles " " delimited by size into padded-roles end-string
            move spaces to padded-role
            string " " trim(role-in) " " delimited by size into padded-role end-string
            move 0 to role-hits
            inspect padded-roles tallying role-hits
                for all padded-role(1:length(trim(role-in)) + 2)
            if role-hits > 0 then
                move 2 to access-out
            end-if
        end-if
    end-if.
    move SQLITE3-STMT-CLOSE(fs-stmt-handle) to open-status.
    goback returning access-out.
end function FIELD-ACCESS.
*>***************************************************************************
*> USAGE: <bool> MASK-VALUE(<style>, <value>, <masked-out>)
*>***************************************************************************
identification division. function-id. MASK-VALUE.
environment division. configuration section.
    repository.
    function all intrinsic.
data division.
working-storage section.
    01 value-len pic 9(4) comp.
    01 trimmed-value pic x(64).
linkage section.
    01 bool pic 9.
    01 style-in pic x(8).
    01 value-in pic x any length.
    01 masked-out pic x(40).

procedure division using style-in, value-in, masked-out returning bool.
    move 1 to bool.
    move spaces to masked-out.
    move trim(value-in) to trimmed-value.
    if trimmed-value = spaces then
        goback returning bool
    end-if.
    move length(trim(value-in)) to value-len.
    evaluate style-in
        when "ID"
            if value-len > 4 then
                string "***-**-" trimmed-value(value-len - 3:4)
                    delimited by size into masked-out
                end-string
            else
                move "***-**-****" to masked-out
            end-if
        when "DATE"
            *> the year is the part a roster legitimately shows
            if trimmed-value(1:4) numeric then
                string "**/**/" trimmed-value(1:4)
                    delimited by size into masked-out
                end-string
            else
                move "**/**/****" to masked-out
            end-if
        when "MONEY"
            move "****.**" to masked-out
        when other
            move all "*" to masked-out(1:8)
    end-evaluate.
    goback returning bool.
end function MASK-VALUE.
*>***************************************************************************
*> USAGE: <bool> FIELD-ACCESS-LOG(<db-handle>, <op-id>, <program>, <field>, <rows>)
*>***************************************************************************
identification division. function-id. FIELD-ACCESS-LOG.
environment division. configuration section.
    repository.
    function SQLITE3-AUDIT-LOG
    function all intrinsic.
data division.
working-storage section.
    01 access-note pic x(200).
    01 ok-status pic s9(9) comp value 0.
linkage section.
    01 bool pic 9.
    copy sqlite3-handles.
    01 op-id pic x(20).
    01 program-name pic x any length.
    01 field-name pic x any length.
    01 rows-shown pic s9(9) comp.

procedure division using db-handle, op-id, program-name, field-name,
        rows-shown returning bool.
    move spaces to access-note.
    string "unmasked access: " trim(field-name) " in " trim(program-name)
        delimited by size into access-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, access-note, op-id, ok-status,
        rows-shown) to bool.
    goback returning bool.
end function FIELD-ACCESS-LOG.
