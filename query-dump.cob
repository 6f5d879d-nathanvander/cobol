GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 query-dump.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob mask-utils.cob
*>***************************************
*> Ad hoc query-dump utility: runs any SELECT against person.sdb and
*> prints the result as a column-headed table, without knowing ahead of
*> missing, and bound through SQLITE3-STMT-BIND-TEXT -- never edited
*> into the SQL text.  Each run stamps the entry's last_run_ts and
*> bumps its run_count, so the library shows what actually gets used.
*>
*> Output is masked by column NAME against the field_sensitivity
*> classification (mask-utils): a result column called birth_date,
*> pay_rate, ext_id ... prints masked whatever table it came from,
*> unless the run was launched from an operator-console session whose
*> role may see that field.  Each restricted column an authorised run
*> prints in the clear gets one audit_log row under that operator
*> with the row count.
identification division.
    program-id. query-dump.
    REMARKS. Generic column-count/column-name-driven ad hoc query dump.
    FUNCTION SQLITE3-COLUMN-NAME
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    FUNCTION MASK-VALUE
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.
    01 head-table.
        05 head-entry occurs 32 times.
            10 head-name pic x(24).
            10 head-access pic 9.
                88 HEAD-MASKED value 0.
                88 HEAD-UNMASKED-AUDIT value 2.
            10 head-style pic x(8).
    01 col-value pic x(64).
    01 masked-value pic x(40).
    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.
    01 rows-shown pic s9(9) comp.
    01 heading-line pic x(768).
    01 detail-line   pic x(768).
    01 line-pos pic 9(4) comp.
        move 1 to return-code
        stop run
    end-if.
    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    perform get-column-headings
        varying col-idx from 0 by 1 until col-idx >= num-cols.
    perform print-heading-line.
    end-perform.

    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    perform log-unmasked-column
        varying head-ix from 1 by 1 until head-ix > num-heads.
    if query-name not = spaces then
        perform stamp-library-run
    end-if.
    add 1 to num-heads.
    move num-heads to head-ix.
    move SQLITE3-COLUMN-NAME(stmt-handle, col-idx, head-name(head-ix)) to bool.
    move FIELD-ACCESS(db-handle, "*", trim(head-name(head-ix)), session-role,
        head-style(head-ix)) to head-access(head-ix).

log-unmasked-column.
    if HEAD-UNMASKED-AUDIT(head-ix) and row-count > 0 then
        move row-count to rows-shown
        move FIELD-ACCESS-LOG(db-handle, session-op-id, "query-dump",
            trim(head-name(head-ix)), rows-shown) to session-bool
    end-if.

print-heading-line.
    move spaces to heading-line.
print-one-column.
    move spaces to col-value.
    move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-value) to bool.
    compute head-ix = col-idx + 1.
    if HEAD-MASKED(head-ix) then
        move MASK-VALUE(head-style(head-ix), col-value, masked-value) to bool
        move masked-value to col-value
    end-if.
    move col-value to detail-line(line-pos:24).
    add 24 to line-pos.

