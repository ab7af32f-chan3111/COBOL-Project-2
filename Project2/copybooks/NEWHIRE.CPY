      *STATE NEW-HIRE REPORTING RECORD - FIXED 150-BYTE LAYOUT OF THE
      *NEWHIRE.<DATE>.TXT FILE WRITTEN BY EMPMAINT FOR THE STATE
      *NEW-HIRE REGISTRY. THE FILE IS GROUPED BY WORK STATE
      *(EM-WORK-JURISDICTION): EACH GROUP IS ONE 'H' HEADER RECORD
      *CARRYING OUR EMPLOYER IDENTIFICATION, ONE 'D' DETAIL RECORD
      *PER NEW HIRE OR REHIRE, AND ONE 'T' TRAILER RECORD WITH THE
      *COUNT OF DETAIL RECORDS IN THE GROUP. THE EMPLOYER FEIN AND
      *NAME COME FROM NEWHIREPARM.TXT. A LATER EMPMAINT RUN ON THE
      *SAME DATE APPENDS ITS GROUPS TO THE SAME FILE, SO A STATE MAY
      *APPEAR IN MORE THAN ONE GROUP.
       01  NEW-HIRE-RECORD.
           05  NH-RECORD-TYPE          PIC X(1).
               88  NH-HEADER-RECORD        VALUE 'H'.
               88  NH-DETAIL-RECORD        VALUE 'D'.
               88  NH-TRAILER-RECORD       VALUE 'T'.
           05  NH-STATE-CODE           PIC X(3).
           05  NH-RECORD-BODY          PIC X(146).
           05  NH-HEADER-BODY REDEFINES NH-RECORD-BODY.
               10  NH-EMPLOYER-FEIN        PIC 9(9).
               10  NH-EMPLOYER-NAME        PIC X(30).
               10  NH-FILE-DATE            PIC 9(8).
               10  FILLER                  PIC X(99).
           05  NH-DETAIL-BODY REDEFINES NH-RECORD-BODY.
               10  NH-EMPLOYEE-NUMBER      PIC 9(9).
               10  NH-EMPLOYEE-SSN         PIC 9(9).
               10  NH-LAST-NAME            PIC X(13).
               10  NH-INITIALS             PIC X(2).
               10  NH-STREET-ADDRESS       PIC X(30).
               10  NH-CITY                 PIC X(20).
               10  NH-ADDRESS-STATE        PIC X(2).
               10  NH-ZIP-CODE             PIC X(9).
               10  NH-HIRE-DATE            PIC 9(8).
               10  NH-HIRE-TYPE            PIC X(1).
               10  NH-DETAIL-FEIN          PIC 9(9).
               10  FILLER                  PIC X(34).
           05  NH-TRAILER-BODY REDEFINES NH-RECORD-BODY.
               10  NH-TRAILER-FEIN         PIC 9(9).
               10  NH-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(130).
