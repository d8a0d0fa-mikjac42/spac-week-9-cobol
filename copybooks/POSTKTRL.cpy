      ******************************************************************
      * Copybook til batchhoved og -trailer i files/POSTERINGER.txt.   *
      * Hvert program der foejer posteringer til filen, indrammer sin  *
      * blok med en hovedlinje foer foerste postering og en trailer    *
      * efter sidste, dannet af shared/postering_batch.cob. Trailerens *
      * antal og debet-/kredit-hashtotaler kontrolleres af             *
      * posteringsmotoren, foer noget fra blokken bogfoeres. Linjen er *
      * lige saa lang som POSTREC-linjen og kendes paa markoeren i     *
      * KONTO-ID'ets plads (et rigtigt KONTO-ID begynder aldrig med    *
      * en stjerne) - laeg layoutet som et ekstra 01-niveau under      *
      * posteringsfilens FD.                                           *
      ******************************************************************
           05 PK-MARKOER       PIC X(10).
               88 PK-ER-HOVED             VALUE "*BATCHSTRT".
               88 PK-ER-TRAILER           VALUE "*BATCHSLUT".
               88 PK-ER-KONTROL           VALUE "*BATCHSTRT"
                                                "*BATCHSLUT".
      *    Det program der skrev blokken.
           05 PK-PROGRAM       PIC X(20).
      *    Tidsstempel (AAAAMMDDTTMMSSHH) fra hovedlinjen, gentaget i
      *    traileren, saa hoved og trailer kan parres, og en blok der
      *    er foejet til filen to gange, kan kendes.
           05 PK-BATCH-ID      PIC X(16).
      *    Kun i traileren: antal posteringer samt summen af debet- og
      *    kreditbeloebene i blokken. Nul i hovedlinjen.
           05 PK-ANTAL         PIC 9(7).
           05 PK-DEBET-SUM     PIC 9(11)V99.
           05 PK-KREDIT-SUM    PIC 9(11)V99.
           05 FILLER           PIC X(8).
