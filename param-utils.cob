GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Effective-dated business parameters.  The rules that used to sit in
*> literals -- the overtime threshold and multiplier, the retention
*> years, the tolerance numbers -- live in business_parameter
*> (migration 154), one row per parameter per effective date, so a
*> policy change is a row keyed in param-maintenance from the date it
*> takes effect, not a recompile, and param-history can say what was in
*> force on any date a register ran.
*>
*> Every caller keeps its old literal as the VALUE of the item it reads
*> into and only overwrites it when a row is found, so an unmigrated
*> file (no table, or the parameter never seeded) runs on the rule it
*> always had.
*>
*> Method:
*>    <found> BUSINESS-PARAM(<db-handle>, <param-name>, <as-of-iso>, <value-out>)
*>        found is PIC 9, 1 when a row is in force on as-of-iso
*>        (yyyy-mm-dd) -- the one with the latest eff_date not after
*>        it -- and value-out (x40) holds its value; 0 and value-out
*>        spaces otherwise.  Numeric parameters come back as text for
*>        the caller to NUMVAL.
*>***************************************************************************
identification division. function-id. BUSINESS-PARAM.
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
    01 bp-stmt-handle PIC 9(18) COMP.
    01 redefines bp-stmt-handle.
        05 bp-stmt-object-ptr usage pointer.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  BP-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bp-param-1 pic s9(9) comp value 1.
    01 bp-param-2 pic s9(9) comp value 2.
    01 text-bool pic 9.
linkage section.
    01 found-out pic 9.
    copy sqlite3-handles.
    01 param-name pic x any length.
    01 as-of-iso pic x(10).
    01 value-out pic x(40).

procedure division using db-handle, param-name, as-of-iso, value-out
        returning found-out.
    move 0 to found-out.
    move spaces to value-out.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(param_value, '') from business_parameter where param_name = ? and eff_date <= ? order by eff_date desc limit 1",
        bp-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(bp-stmt-handle, bp-param-1, trim(param-name)) to open-status
        move SQLITE3-STMT-BIND-TEXT(bp-stmt-handle, bp-param-2, as-of-iso) to open-status
        move SQLITE3-STMT-STEP(bp-stmt-handle) to step-result
        if BP-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(bp-stmt-handle,col-idx,value-out) to text-bool
            if value-out not = spaces then
                move 1 to found-out
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(bp-stmt-handle) to open-status
    end-if.
    goback returning found-out.
end function BUSINESS-PARAM.
