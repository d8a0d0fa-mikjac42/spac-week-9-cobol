      * ultimodato via bankkalenderen (shared/bankdag.cob) og koerer
      * maanedstrinnene i afhaengighedsraekkefoelge med
      * RETURN-CODE-porte: rentetilskrivning, laaneopkraevning, nye
      * og lukkede konti, valutarevaluering, likviditetsstigen,
      * aarsrulningen af posteringshistorikken, belaaningsrapporten,
      * inkassobureauets afregning af afskrevne laan,
      * nedskrivningerne efter IFRS 9, frigivelsen af de
      * boerneopsparinger hvis ejer har naaet frigivelsesalderen og
      * oversigten over individuelle renteaftaler og deres udloeb
      * og kontofoeringsgebyret efter produkternes gebyrtabel og
      * listen over kunder hvis legitimation er udloebet eller
      * udloeber inden for 60 dage og maanedens kundehenvendelser
      * pr. emne.
      * Statusfilen baerer ogsaa hvor langt en afbrudt lukning kom
      * (periode + sidst fuldfoerte trin), saa en genkoersel
      * fortsaetter efter det fuldfoerte trin i stedet for at koere
       01  WS-STAT-PROGRAM     PIC X(20)  VALUE SPACES.

      * Maanedstrinnene i afhaengighedsraekkefoelge
       01  WS-TRIN-ANTAL       PIC 9(2)   VALUE 15.
       01  TRIN-TABEL.
           05  TRIN-ENTRY OCCURS 15 TIMES.
               10  TRIN-NAVN       PIC X(20).
               10  TRIN-KOMMANDO   PIC X(40).
       01  WS-TRIN-IDX         PIC 9(2)   VALUE 0.
       MOVE "batch/likviditets_rapport" TO TRIN-KOMMANDO(6).
       MOVE "HISTORIK-AARSRUL" TO TRIN-NAVN(7).
       MOVE "batch/historik_aarsrul" TO TRIN-KOMMANDO(7).
       MOVE "BELAANING-RAPPORT" TO TRIN-NAVN(8).
       MOVE "batch/belaaning_rapport" TO TRIN-KOMMANDO(8).
       MOVE "INKASSO-INDBETALING" TO TRIN-NAVN(9).
       MOVE "batch/inkasso_indbetaling" TO TRIN-KOMMANDO(9).
       MOVE "NEDSKRIVNING-IFRS9" TO TRIN-NAVN(10).
       MOVE "batch/nedskrivning_ifrs9" TO TRIN-KOMMANDO(10).
       MOVE "BOERNEOPSP-FRIGIV" TO TRIN-NAVN(11).
       MOVE "batch/boerneopsparing_frigiv" TO TRIN-KOMMANDO(11).
       MOVE "RENTEAFTALE-RAPPORT" TO TRIN-NAVN(12).
       MOVE "batch/renteaftale_rapport" TO TRIN-KOMMANDO(12).
       MOVE "KONTOFOERING-GEBYR" TO TRIN-NAVN(13).
       MOVE "batch/kontofoering_gebyr" TO TRIN-KOMMANDO(13).
       MOVE "ID-UDLOEB-RAPPORT" TO TRIN-NAVN(14).
       MOVE "batch/id_udloeb_rapport" TO TRIN-KOMMANDO(14).
       MOVE "HENVENDELSE-RAPPORT" TO TRIN-NAVN(15).
       MOVE "batch/henvendelse_rapport" TO TRIN-KOMMANDO(15).

       KOER-TRIN.
      * Allerede fuldfoerte trin fra en afbrudt lukning springes
