      *****************************************************************
      *  STOREXCP - RECORD LAYOUT FOR THE STORE-MASTER EXCEPTIONS     *
      *  FILE WRITTEN BY ACIFOTX.  ONE RECORD PER INDEX NOP TAG THAT  *
      *  DID NOT AGREE WITH THE DIVISION/STORE MASTER (STORMAST):     *
      *    'U'  UNKNOWN STORE - NO MASTER ROW FOR THE CODES           *
      *    'C'  CLOSED STORE  - THE RUN IS DATED AFTER THE MASTER     *
      *         ROW'S CLOSE DATE                                      *
      *    'N'  NAME MISMATCH - THE FEED'S DIVISION OR STORE NAME     *
      *         DIFFERS FROM THE OFFICIAL NAME                        *
      *  THE FEED NAMES ARE KEPT AS RECEIVED, AND THE MASTER NAMES    *
      *  (SPACES FOR AN UNKNOWN STORE) ALONGSIDE, WITH THE EXTENT AND *
      *  RELATIVE RECORD WHERE THE SEGMENT BEGINS, SO THE FEED OWNER  *
      *  CAN BE SHOWN EXACTLY WHAT ARRIVED AND WHERE IT WAS ARCHIVED. *
      *  THE SEGMENT IS STILL ARCHIVED - NOTHING IS LOST - BUT THE    *
      *  RUN ENDS WITH A WARNING RETURN CODE.                         *
      *****************************************************************
       01  STOREXCP-RECORD.
           05  STOREXCP-STREAM-CODE           PIC 9.
           05  STOREXCP-RUN-DATE              PIC 9(6).
           05  STOREXCP-RUN-TIME              PIC 9(8).
           05  STOREXCP-REASON                PIC X.
               88  STOREXCP-UNKNOWN-STORE     VALUE 'U'.
               88  STOREXCP-CLOSED-STORE      VALUE 'C'.
               88  STOREXCP-NAME-MISMATCH     VALUE 'N'.
           05  STOREXCP-DIVISION-CODE         PIC 99.
           05  STOREXCP-STORE-CODE            PIC 99.
           05  STOREXCP-FEED-DIVISION-NAME    PIC X(12).
           05  STOREXCP-FEED-STORE-NAME       PIC X(12).
           05  STOREXCP-MAST-DIVISION-NAME    PIC X(12).
           05  STOREXCP-MAST-STORE-NAME       PIC X(12).
           05  STOREXCP-CLOSE-DATE            PIC 9(6).
           05  STOREXCP-DDNAME                PIC X(8).
           05  STOREXCP-START-REC             PIC 9(8) BINARY.
