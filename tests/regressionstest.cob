      *
      * MOVIE-TOP-REPORT og MOVIE-FILTER-REPORT laeser kun linjeseks-
      * entielle filer og kan derfor koeres og verificeres direkte her.
      * Det samme goer MOVIE-USAGE-REPORT, som koeres mod en fast
      * fixture-requestlog i stedet for en rigtig servers log.
      * Opgave6/7/8-kaeden og MOVIE-LOOKUP bruger begge en indekseret
      * masterfil, saa de er skrevet paa samme maade, men kraever et
      * COBOL-runtime med understoettelse for ORGANIZATION INDEXED for
           PERFORM KOER-MOVIE-TOP-REPORT
           PERFORM KOER-MOVIE-FILTER-REPORT
           PERFORM KOER-MOVIE-GENRE-REPORT
           PERFORM KOER-MOVIE-USAGE-REPORT
           PERFORM KOER-OPGAVE-KAEDE
           PERFORM KOER-MOVIE-LOOKUP
           PERFORM VIS-RESULTAT
               TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO

           MOVE "cp tests/fixtures/movie_usage_params.txt _tests_bin/ "
               & "&& cp tests/fixtures/movie_request_log.txt "
               & "_tests_bin/files/" TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO

           MOVE "cp files/POSTNUMRE.txt files/KONTOTYPER.txt "
               & "_tests_bin/files/" TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO.
               PERFORM SAMMENLIGN-MED-GOLDEN
           END-IF.

      * Requestloggens fixture spaender over midnat paa begge sider
      * af rapportdagen og har baade fortsaettelsessider, store/smaa
      * bogstaver i samme soegning og et anfoerselstegn i en titel, saa
      * baade rapporten og hullisten til delta-loaderen bliver tjekket.
       KOER-MOVIE-USAGE-REPORT.
           MOVE "cd _tests_bin && ../rest_api/movie_usage_report"
               TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "REGRESSIONSTEST: MOVIE-USAGE-REPORT kunne "
                   & "ikke koeres, kode=" RETURN-CODE
               ADD 1 TO WS-FEJL-TAELLER
           ELSE
               MOVE "tests/golden/movie_usage_report.txt"
                   TO WS-GOLDEN-FIL
               MOVE "_tests_bin/movie_usage_report.txt"
                   TO WS-AKTUEL-FIL
               PERFORM SAMMENLIGN-MED-GOLDEN
               MOVE "tests/golden/movie_dataset_gaps.txt"
                   TO WS-GOLDEN-FIL
               MOVE "_tests_bin/movie_dataset_gaps.txt"
                   TO WS-AKTUEL-FIL
               PERFORM SAMMENLIGN-MED-GOLDEN
           END-IF.

      * Genopbygger masteren fra den flade fixture og koerer Opgave6,
      * Opgave7 og Opgave8 i raekkefoelge, samme raekkefoelge som
      * batch/dagligt_koersel. Standser kaeden ved foerste fejlende
               PERFORM SAMMENLIGN-MED-GOLDEN

      *        Opgave8 slaar kundernes konti op i den indekserede
      *        kontomaster, saa den skal konverteres fra fixture-
      *        kontofilen foerst. Det flade udtraek dannes derefter
      *        fra masteren, ligesom efter posteringsmotoren i
      *        batch/dagligt_koersel, og skal give fixturen tilbage.
               MOVE "cd _tests_bin && ../batch/kontoopl_genopbyg "
                   & "KONVERTER && ../batch/kontoopl_udtraek && "
                   & "../08_Flere_filer/opgave8"
                   TO WS-KOMMANDO
               CALL "SYSTEM" USING WS-KOMMANDO
                       & "koeres, kode=" RETURN-CODE
                   ADD 1 TO WS-FEJL-TAELLER
               ELSE
                   MOVE "tests/golden/KontoOpl-udtraek.txt"
                       TO WS-GOLDEN-FIL
                   MOVE "_tests_bin/files/KontoOpl.txt"
                       TO WS-AKTUEL-FIL
                   PERFORM SAMMENLIGN-MED-GOLDEN
                   MOVE "tests/golden/KUNDEKONTO.txt" TO WS-GOLDEN-FIL
                   MOVE "_tests_bin/files/KUNDEKONTO.txt"
                       TO WS-AKTUEL-FIL
