GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 sqlite3-export-csv.cob sqlite3-connection.cob sqlite3-statement.cob mask-utils.cob
*>***************************************
*> Selects every person row -- department code included, so the extracts
*> we hand departments are already filtered/filterable -- and writes a
*> the result set in one call via SQLITE3-GET-TABLE rather than a hand
*> rolled STEP/COLUMN-* loop, since the select is a fixed, narrow shape
*> (4 columns) well inside that wrapper's OCCURS 200 x OCCURS 10 table.
*>
*> birth_date goes out masked ("**/**/1985") unless the run was
*> launched from an operator-console session whose role the
*> field_sensitivity classification authorises (mask-utils); an
*> authorised extract is audited under that operator with the number
*> of birth dates it wrote in the clear.
identification division.
    program-id. SQLITE3-EXPORT-CSV.
    REMARKS. Exports the person table to a CSV sequential file.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-GET-TABLE
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    FUNCTION MASK-VALUE
    function all intrinsic.

    input-output section.
    01 row-ix pic s9(9) comp.
    01 record-count pic 9(9) value 0.

    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.
    01 birth-access pic 9.
        88 BIRTH-MASKED value 0.
        88 BIRTH-UNMASKED-AUDIT value 2.
    01 mask-style pic x(8).
    01 masked-cell pic x(40).
    01 rows-shown pic s9(9) comp.

procedure division.
main section.
    accept db-file-name from command-line.
        stop run
    end-if.

    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    move FIELD-ACCESS(db-handle, "person", "birth_date", session-role,
        mask-style) to birth-access.

    open output csv-file.
    move "id,first_name,last_name,birth_date,dept_code" to csv-line.
    write csv-line.
    end-if.

    perform varying row-ix from 1 by 1 until row-ix > num-rows
        if BIRTH-MASKED then
            move MASK-VALUE(mask-style, export-cell(row-ix,4), masked-cell)
                to session-bool
            move masked-cell to export-cell(row-ix,4)
        end-if
        move spaces to csv-line
        string
            trim(export-cell(row-ix,1)) ","
    end-perform.

    close csv-file.
    if BIRTH-UNMASKED-AUDIT then
        move record-count to rows-shown
        move FIELD-ACCESS-LOG(db-handle, session-op-id, "sqlite3-export-csv",
            "person.birth_date", rows-shown) to session-bool
    end-if.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "sqlite3-export-csv: wrote ", record-count, " records to ", trim(csv-file-name).
    move 0 to return-code.
