       05 FILLER PIC X(1).
       05 xc-movement-filename PIC X(20).
fd archive-generation.
01 archive-record PIC X(100).
fd audit-trail.
01 audit-trail-record PIC X(100).
fd extract-file.
01 extract-record PIC X(100).
working-storage section.
01 total-generation-slots PIC S9(9) value 100.

01 ws-select-movement PIC X(20) value spaces.
01 ws-any-criteria PIC X(1) value 'N'.

01 ws-audit-work PIC X(100).
01 audit-step-number PIC 9(15).
01 audit-path-id PIC 9(4).
01 audit-movement-file PIC X(20).
