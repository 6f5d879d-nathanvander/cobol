*> shows the extract timestamp and row count keyed-bridge mirrors into
*> the <file>.ctl side file, so the clerk always sees how fresh the
*> data is.  "-file" names the keyed file (default person.keyed).
*>
*> Birth dates show as "**/**/yyyy".  birth_date is a restricted field
*> (field_sensitivity, see mask-utils), and a screen with no sign-on
*> and no database connection has no role that could be authorised to
*> see it -- the unmasked date is in person-maintenance, behind a
*> sign-on and the audit trail.
identification division.
    program-id. clerk-inquiry.
    REMARKS. Read-only clerk lookup/browse over the person.keyed bridge file.

display-record.
    display kb-person-id, "  ", kb-last-name, " ", kb-first-name,
        " born **/**/", kb-birth-date(1:4), " hired ", kb-hire-date,
        " dept ", kb-dept, " status ", kb-status.

end program clerk-inquiry.
