data division.
file section.
fd audit-trail.
01 audit-record PIC X(100).
fd archive-generation.
01 archive-record PIC X(100).
fd gen-control.
01 gen-control-header.
       05 gc-next-gen PIC 9(4).
