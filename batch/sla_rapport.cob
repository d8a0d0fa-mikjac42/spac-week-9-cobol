      * trin hvis seneste varighed overskrider SLA-graensen i
      * files/SLA-GRAENSER.txt - saa et eroderende batch-vindue ses
      * foer det braender sammen, ikke efter. Rapporten skrives til
      * files/SLA-RAPPORT.txt og vises paa konsollen. Linjen
      * BATCHVINDUE-SLUT i SLA-GRAENSER.txt er batchvinduets
      * sluttidspunkt til kaedemonitoren (batch/kaede_monitor.cob) og
      * er ikke et trin; den matcher intet trin og ignoreres her.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
