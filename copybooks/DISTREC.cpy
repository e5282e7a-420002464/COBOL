      ******************************************************************
      * DISTREC - branch banner distribution package record.
      * One outbound package per site group (DISTgggg.DAT, or
      * DISTDEFAULT.DAT for the sites that carry no group code),
      * rebuilt by distribucion_banners for the current cycle. A
      * header opens the package and a trailer closes it; both
      * carry the cycle, the process date and the number of detail
      * records between them, so the receiving branch can prove it
      * got the whole package. Each detail carries one site's
      * banner exactly as hola_mundo2 filed it on BANNHIST.DAT.
      ******************************************************************
       01  DIST-PACKAGE-RECORD.
           05  DP-RECORD-TYPE          PIC X(1).
               88  DP-HEADER           VALUE "H".
               88  DP-DETAIL           VALUE "D".
               88  DP-TRAILER          VALUE "T".
           05  DP-GROUP-CODE           PIC X(4).
           05  DP-CYCLE-NUMBER         PIC 9(3).
           05  DP-PROCESS-DATE         PIC X(10).
           05  DP-BODY                 PIC X(66).
           05  DP-DETAIL-BODY          REDEFINES DP-BODY.
               10  DP-SITE-ID          PIC X(4).
               10  DP-SALUDO           PIC A(22).
               10  DP-TITULO           PIC A(40).
           05  DP-CONTROL-BODY         REDEFINES DP-BODY.
               10  DP-RECORD-COUNT     PIC 9(5).
               10  FILLER              PIC X(61).
