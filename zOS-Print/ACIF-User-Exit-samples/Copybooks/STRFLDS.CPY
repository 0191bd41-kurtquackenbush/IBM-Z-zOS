      *  STRFLDS - AFP STRUCTURED FIELD IDENTIFIER (SFI) CONSTANTS    *
      *  USED TO CLASSIFY OUT-SFTYPE IN THE ACIF OUTPUT EXIT.         *
      *  ONLY THE SFI VALUES ACTUALLY TESTED BY THE EXIT ARE LISTED.  *
      *  SF-PTX AND SF-CC-BYTE ARE TESTED BY THE ARCHIVE CONTENT      *
      *  SEARCH (ACIFOTXT): A RECORD WHOSE CARRIAGE-CONTROL BYTE IS   *
      *  SF-CC-BYTE IS A STRUCTURED FIELD, ANY OTHER IS LINE DATA.    *
      *  THE PAGE-LEVEL SFIS FROM SF-BAG ON ARE TESTED BY THE EXIT'S  *
      *  PAGE-STRUCTURE CHECK: THE ACTIVE ENVIRONMENT GROUP AND       *
      *  DESCRIPTORS (BAG, EAG, PGD, PTD) AND THE DATA THAT PUTS      *
      *  SOMETHING ON THE PAGE (PTX, BPT, EPT, IPS, IPO, IOB, IPD,    *
      *  IRD, GAD, BDA) BELONG ONLY BETWEEN A BPG AND ITS EPG.        *
      *****************************************************************
       01  SF-NOP                      PIC X(3) VALUE X'D3EEEE'.
       01  SF-BPG                      PIC X(3) VALUE X'D3A8AF'.
       01  SF-EPG                      PIC X(3) VALUE X'D3A9AF'.
       01  SF-PTX                      PIC X(3) VALUE X'D3EE9B'.
       01  SF-CC-BYTE                  PIC X    VALUE X'5A'.
       01  SF-BAG                      PIC X(3) VALUE X'D3A8C9'.
       01  SF-EAG                      PIC X(3) VALUE X'D3A9C9'.
       01  SF-PGD                      PIC X(3) VALUE X'D3A6AF'.
       01  SF-PTD                      PIC X(3) VALUE X'D3B19B'.
       01  SF-BPT                      PIC X(3) VALUE X'D3A89B'.
       01  SF-EPT                      PIC X(3) VALUE X'D3A99B'.
       01  SF-IPS                      PIC X(3) VALUE X'D3AF5F'.
       01  SF-IPO                      PIC X(3) VALUE X'D3AFD8'.
       01  SF-IOB                      PIC X(3) VALUE X'D3AFC3'.
       01  SF-IPD                      PIC X(3) VALUE X'D3EEFB'.
       01  SF-IRD                      PIC X(3) VALUE X'D3EE7B'.
       01  SF-GAD                      PIC X(3) VALUE X'D3EEBB'.
       01  SF-BDA                      PIC X(3) VALUE X'D3EEEB'.
