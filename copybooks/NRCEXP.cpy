000100*================================================================*
000200* NRCEXP.CPY
000300* PURPOSE.  The fixed-width record of the monthly submission to
000400*           the national biological records centre.  A header
000500*           opens the file with the submission number and the
000600*           load dates it covers, one detail follows for each
000700*           sighting new, changed or deleted since the previous
000800*           submission, and a trailer closes it with the counts
000900*           the centre reconciles against.  A sighting is known
001000*           to the centre by its date, observer ID, site code and
001100*           standardized scientific name - the archive prime key
001200*           - so a changed detail also carries the key of the
001300*           record it replaces.  Determination is V for a
001400*           sighting signed off by SGTVERIF, R for a rarity
001500*           accepted by RARREVW, N for any other.  The CSV file
001600*           carries the same three record types, field for field
001700*           in the same order.  Held in working storage: NRCEXP
001800*           builds each record here.
001900* AUTHOR.   D. OKAFOR
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL COPYBOOK
002400*================================================================*
002500 01  NRC-RECORD.
002600     05  NRC-RECORD-TYPE          PIC X(01).
002700         88  NRC-IS-HEADER        VALUE "H".
002800         88  NRC-IS-DETAIL        VALUE "D".
002900         88  NRC-IS-TRAILER       VALUE "T".
003000     05  NRC-RECORD-DATA          PIC X(185).
003100     05  NRC-HEADER-DATA REDEFINES NRC-RECORD-DATA.
003200         10  NRC-HDR-SENDER       PIC X(08).
003300         10  NRC-HDR-SUBMISSION   PIC 9(05).
003400         10  NRC-HDR-EXTRACT-DATE PIC 9(08).
003500         10  NRC-HDR-FROM-DATE    PIC 9(08).
003600         10  NRC-HDR-TO-DATE      PIC 9(08).
003700         10  FILLER               PIC X(148).
003800     05  NRC-TRAILER-DATA REDEFINES NRC-RECORD-DATA.
003900         10  NRC-TRL-SUBMISSION   PIC 9(05).
004000         10  NRC-TRL-DETAIL-COUNT PIC 9(07).
004100         10  NRC-TRL-NEW-COUNT    PIC 9(07).
004200         10  NRC-TRL-CHANGED-COUNT
004300                                  PIC 9(07).
004400         10  NRC-TRL-DELETED-COUNT
004500                                  PIC 9(07).
004600         10  NRC-TRL-BIRD-TOTAL   PIC 9(09).
004700         10  FILLER               PIC X(143).
004800     05  NRC-DETAIL-DATA REDEFINES NRC-RECORD-DATA.
004900         10  NRC-DTL-ACTION       PIC X(01).
005000             88  NRC-DTL-NEW      VALUE "N".
005100             88  NRC-DTL-CHANGED  VALUE "C".
005200             88  NRC-DTL-DELETED  VALUE "D".
005300         10  NRC-DTL-SIGHT-DATE   PIC 9(08).
005400         10  NRC-DTL-OBSERVER-ID  PIC X(06).
005500         10  NRC-DTL-OBSERVER-NAME
005600                                  PIC X(30).
005700         10  NRC-DTL-SITE-CODE    PIC X(06).
005800         10  NRC-DTL-SITE-NAME    PIC X(30).
005900         10  NRC-DTL-GRID-REFERENCE
006000                                  PIC X(08).
006100         10  NRC-DTL-SCIENTIFIC-NAME
006200                                  PIC X(30).
006300         10  NRC-DTL-COUNT        PIC 9(05).
006400         10  NRC-DTL-BREEDING-CODE
006500                                  PIC X(02).
006600         10  NRC-DTL-DETERMINATION
006700                                  PIC X(01).
006800             88  NRC-DTL-VERIFIED VALUE "V".
006900             88  NRC-DTL-ACCEPTED-RARITY
007000                                  VALUE "R".
007100             88  NRC-DTL-NORMAL   VALUE "N".
007200         10  NRC-DTL-LOAD-DATE    PIC 9(08).
007300         10  NRC-DTL-PRIOR-KEY.
007400             15  NRC-DTL-PRIOR-DATE
007500                                  PIC 9(08).
007600             15  NRC-DTL-PRIOR-OBSERVER
007700                                  PIC X(06).
007800             15  NRC-DTL-PRIOR-SITE
007900                                  PIC X(06).
008000             15  NRC-DTL-PRIOR-NAME
008100                                  PIC X(30).
