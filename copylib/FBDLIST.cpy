      *-------------------------------------------------------------
      *    FBDLIST - one record of the report recipient list: who
      *    gets a copy of the night's FBRPT, where it goes, and
      *    which sections of it they are sent. FBDIST reads it.
      *
      *    sections are named in up to ten 3-column slots from
      *    column 35: a range number as two digits ("01" to "50",
      *    the number on the report's RANGE header), GRD for the
      *    grand-total section, ADH for the ad-hoc section, or ALL.
      *    slots all blank means ALL. every copy carries the report
      *    header line whatever its sections, so the reader always
      *    sees the rule set and business date it came from.
      *
      *    maintained by operations - one record per recipient,
      *    any order. a recipient is stopped with an I in column 66
      *    rather than removed, so the distribution log still finds
      *    who they were.
      *
      *    positions:  1-  8  recipient id
      *               10- 33  deliver-to: printer destination or
      *                       mailbox the distribution writer routes
      *                       the copy to
      *               35- 64  sections, ten 3-column slots
      *               66      status: A or blank active, I inactive
      *               67- 80  filler
      *-------------------------------------------------------------
       01  DLIST-RECORD.
           05  DL-RECIPIENT                    PIC X(08).
           05  FILLER                          PIC X(01).
           05  DL-DELIVER-TO                   PIC X(24).
           05  FILLER                          PIC X(01).
           05  DL-SECTIONS.
               10  DL-SECTION OCCURS 10 TIMES  PIC X(03).
           05  FILLER                          PIC X(01).
           05  DL-STATUS                       PIC X(01).
               88  DL-INACTIVE                 VALUE "I".
           05  FILLER                          PIC X(14).
