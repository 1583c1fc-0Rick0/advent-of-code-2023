data division.
file section.
fd audit-trail.
01 audit-record PIC X(100).
fd report-params.
01 rpt-param-record.
       05 rpt-param-top-n PIC 9(4).
