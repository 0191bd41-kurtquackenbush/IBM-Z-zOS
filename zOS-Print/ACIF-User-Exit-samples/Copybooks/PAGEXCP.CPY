      *****************************************************************
      *  PAGEXCP - RECORD LAYOUT FOR THE PAGE-STRUCTURE EXCEPTIONS    *
      *  FILE WRITTEN BY ACIFOTX.  ONE RECORD PER FAULT FOUND IN THE  *
      *  PAGE STRUCTURE OF THE AFP BEING ARCHIVED:                    *
      *    'B'  BPG WITHOUT EPG - A PAGE STILL OPEN AT THE NEXT BPG   *
      *         OR AT END OF FILE                                     *
      *    'E'  EPG WITHOUT BPG - AN END PAGE WITH NO PAGE OPEN       *
      *    'M'  EMPTY PAGE - NOTHING PRESENTED BETWEEN BPG AND EPG    *
      *    'O'  OUTSIDE PAGE - A PAGE-LEVEL STRUCTURED FIELD WITH NO  *
      *         PAGE OPEN                                             *
      *    'I'  INDEX TAG INSIDE A PAGE                               *
      *    'D'  DOCUMENT TAG INSIDE A PAGE                            *
      *  DIVISION/STORE ARE THOSE OF THE SEGMENT THE FAULT LIES IN.   *
      *  FOR 'B' AND 'M' THE PAGE NUMBER, EXTENT AND RELATIVE RECORD  *
      *  ARE THOSE OF THE PAGE'S BPG; FOR THE OTHERS THEY ARE WHERE   *
      *  THE OFFENDING RECORD WAS (OR, FOR A TAG, WOULD HAVE BEEN)    *
      *  ARCHIVED, WITH THE PAGE OPEN THERE OR THE LAST PAGE BEGUN IN *
      *  THE EXTENT.  PAGEXCP-SF-TYPE IS THE OFFENDING RECORD'S SFI   *
      *  (SPACES FOR 'B' AND 'M').  THE PAGES ARE STILL ARCHIVED;     *
      *  THE STRMCTL CARD'S LIMITS DECIDE WHETHER THE RUN ONLY WARNS  *
      *  OR WITHHOLDS THE GENERATION FROM THE CATALOG.                *
      *****************************************************************
       01  PAGEXCP-RECORD.
           05  PAGEXCP-STREAM-CODE            PIC 9.
           05  PAGEXCP-RUN-DATE               PIC 9(6).
           05  PAGEXCP-RUN-TIME               PIC 9(8).
           05  PAGEXCP-REASON                 PIC X.
               88  PAGEXCP-BPG-NO-EPG         VALUE 'B'.
               88  PAGEXCP-EPG-NO-BPG         VALUE 'E'.
               88  PAGEXCP-EMPTY-PAGE         VALUE 'M'.
               88  PAGEXCP-OUTSIDE-PAGE       VALUE 'O'.
               88  PAGEXCP-INDEX-TAG-IN-PAGE  VALUE 'I'.
               88  PAGEXCP-DOC-TAG-IN-PAGE    VALUE 'D'.
           05  PAGEXCP-DIVISION-CODE          PIC 99.
           05  PAGEXCP-STORE-CODE             PIC 99.
           05  PAGEXCP-DDNAME                 PIC X(8).
           05  PAGEXCP-PAGE-NUMBER            PIC S9(8) BINARY.
           05  PAGEXCP-REC                    PIC 9(8) BINARY.
           05  PAGEXCP-SF-TYPE                PIC X(3).
