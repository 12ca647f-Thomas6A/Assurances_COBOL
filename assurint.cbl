       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurint.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * CONTROLE NOCTURNE DE COHERENCE ENTRE LES MASTERS ET LES        *
      * REFERENTIELS                                                   *
      *                                                                *
      * A passer avant la chaine d'edition d'assur. Chaque programme   *
      * controle ses propres entrees ; celui-ci verifie que les        *
      * fichiers concordent entre eux et liste, par categorie, chaque  *
      * orphelin ou incoherence :                                      *
      *   1 police dont le client est absent de CLIREF      BLOQUANT   *
      *   2 produit du master absent du referentiel         BLOQUANT   *
      *     produits (PRODUITS.TXT)                                    *
      *   3 produit du master sans traite de reassurance    AVERTISS.  *
      *     (TRAITES.TXT)                                              *
      *   4 sinistre OUVERT dont la police n'existe plus    BLOQUANT   *
      *     au master (SINISTRES.MST, S-CODE-POLICE)                   *
      *   5 affectation courtier vers un contrat absent     AVERTISS.  *
      *     du master (AFFECTCOURT.TXT)                                *
      *   6 affectation vers un courtier absent du          BLOQUANT   *
      *     referentiel (COURTIERS.TXT)                                *
      *   7 avis de renouvellement emis (AVIS-EMIS.TXT)     AVERTISS.  *
      *     pour un contrat annule ou resilie depuis                   *
      *                                                                *
      * Les categories bloquantes sont celles qui faussent la chaine   *
      * d'edition (polices rejetees par 0075-CONTROLE-GESTION          *
      * d'assur, sinistres hors S/P, commissions a taux nul). Un       *
      * referentiel absent rend la categorie correspondante non        *
      * controlee, signalee comme telle dans l'etat.                   *
      *                                                                *
      * Les fichiers sont ceux d'assur, memes variables                *
      * d'environnement et memes valeurs par defaut. Etat :            *
      * ASSUR_FICHIER_RAPPORT_INTEGRITE (defaut                        *
      * INTEGRITE-AAAAMMJJ.TXT), detail par categorie puis             *
      * recapitulatif des nombres.                                     *
      *                                                                *
      * Code retour : 8 si une anomalie bloquante est trouvee ou si le *
      * master des polices est indisponible, 4 s'il n'y a que des      *
      * avertissements ou une categorie non controlee, 0 sinon.        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-MASTER
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-MASTER.

       SELECT OPTIONAL FICHIER-SINMASTER
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-SINMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS S-NUMERO
           FILE STATUS IS WS-STATUT-SINMASTER.

       SELECT OPTIONAL FICHIER-PRODUITS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRODUITS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-PRODUITS.

       SELECT OPTIONAL FICHIER-TRAITES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TRAITES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TRAITES.

       SELECT OPTIONAL FICHIER-CLIREF
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-CLIREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIREF.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-AFFECT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AFFECT.

       SELECT OPTIONAL FICHIER-COURTIERS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-COURTIERS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-COURTIERS.

       SELECT OPTIONAL FICHIER-AVIS-EMIS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-AVIS-EMIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AVIS-EMIS.

       SELECT FICHIER-RAPPORT-INTEGRITE
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-MASTER.
           COPY POLMAST.

       FD FICHIER-SINMASTER.
           COPY SINMAST.

       FD FICHIER-PRODUITS.
       01 F-PRODUIT                        PIC X(60).

       FD FICHIER-TRAITES.
       01 F-TRAITE                         PIC X(40).

       FD FICHIER-CLIREF.
       01 F-CLIREF                         PIC X(180).

       FD FICHIER-AFFECTATIONS.
       01 F-AFFECTATION                    PIC X(20).

       FD FICHIER-COURTIERS.
       01 F-COURTIER                       PIC X(70).

       FD FICHIER-AVIS-EMIS.
       01 F-AVIS-EMIS                      PIC X(150).

       FD FICHIER-RAPPORT-INTEGRITE.
       01 E-RAPPORT                        PIC X(132).


       WORKING-STORAGE SECTION.

      ******************************************************************
      * CATEGORIES D'ANOMALIES : LIBELLE, NIVEAU (B bloquant, A        *
      * avertissement), CONTROLE APPLIQUE (O/N) ET NOMBRE TROUVE       *
      ******************************************************************

       01 WS-CAT-TAB.
           05 WS-CAT-ENR                   OCCURS 7 TIMES.
               10 WS-CAT-LIBELLE           PIC X(45).
               10 WS-CAT-NIVEAU            PIC X.
               10 WS-CAT-CONTROLE          PIC X.
               10 WS-CAT-NB                PIC 9(7).

       77 WS-CAT-I                         PIC 9           VALUE 0.
       77 WS-CAT-MAX                       PIC 9           VALUE 7.
       77 WS-NB-BLOQUANTS                  PIC 9(7)        VALUE 0.
       77 WS-NB-AVERTISSEMENTS             PIC 9(7)        VALUE 0.
       77 WS-NB-NON-CONTROLES              PIC 9           VALUE 0.

      ******************************************************************
      * ANOMALIE EN COURS D'ECRITURE (0900-ANOMALIE-ECRITURE)          *
      ******************************************************************

       77 WS-ANO-CAT                       PIC 9           VALUE 0.
       77 WS-ANO-CLE                       PIC X(14)       VALUE SPACES.
       77 WS-ANO-DETAIL                    PIC X(90)       VALUE SPACES.

      ******************************************************************
      * REFERENTIELS CHARGES EN TABLE (memes formats et memes limites  *
      * qu'assur ; seules les zones utiles au controle sont gardees)   *
      ******************************************************************

       01 WS-REF-PRODUIT-TAB.
           05 WS-REF-PRODUIT-ENR           OCCURS 50 TIMES.
               10 WS-REF-PROD-NOM          PIC X(14).

       77 WS-REF-PROD-NB                   PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-MAX-TAB              PIC 9(4)        VALUE 0050.
       77 WS-REF-PROD-I                    PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-CHARGE               PIC X           VALUE 'N'.
       77 WS-REF-PROD-TROUVE               PIC X           VALUE 'N'.
       77 WS-REFP-NOM                      PIC X(14)       VALUE SPACES.

       01 WS-TRT-TAB.
           05 WS-TRT-ENR                   OCCURS 50 TIMES.
               10 WS-TRT-PRODUIT           PIC X(14).

       77 WS-TRT-NB                        PIC 9(4)        VALUE 0.
       77 WS-TRT-MAX-TAB                   PIC 9(4)        VALUE 0050.
       77 WS-TRT-I                         PIC 9(4)        VALUE 0.
       77 WS-TRT-CHARGE                    PIC X           VALUE 'N'.
       77 WS-TRT-TROUVE                    PIC X           VALUE 'N'.

       01 WS-TRT-SAISIE.
           05 WS-TRT-S-PRODUIT             PIC X(14).
           05 WS-TRT-S-REASSUREUR          PIC X(6).
           05 WS-TRT-S-TAUX-CESSION        PIC X(6).
           05 WS-TRT-S-TAUX-COMM           PIC X(6).

       77 WS-TRT-NB-CHAMPS                 PIC 9(2)        VALUE 0.

       01 WS-CLR-TAB.
           05 WS-CLR-ENR                   OCCURS 20000 TIMES.
               10 WS-CLR-NOM               PIC X(41).

       77 WS-CLR-NB                        PIC 9(5)        VALUE 0.
       77 WS-CLR-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-CLR-I                         PIC 9(5)        VALUE 0.
       77 WS-CLR-CHARGE                    PIC X           VALUE 'N'.
       77 WS-CLR-TROUVE                    PIC X           VALUE 'N'.

       01 WS-CLR-SAISIE.
           05 WS-CLR-S-NUMERO              PIC X(6).
           05 WS-CLR-S-NOM                 PIC X(41).

       77 WS-CLR-NB-CHAMPS                 PIC 9(2)        VALUE 0.

       01 WS-CRT-TAB.
           05 WS-CRT-ENR                   OCCURS 100 TIMES.
               10 WS-CRT-CODE              PIC X(6).

       77 WS-CRT-NB                        PIC 9(4)        VALUE 0.
       77 WS-CRT-MAX-TAB                   PIC 9(4)        VALUE 0100.
       77 WS-CRT-I                         PIC 9(4)        VALUE 0.
       77 WS-CRT-CHARGE                    PIC X           VALUE 'N'.
       77 WS-CRT-TROUVE                    PIC X           VALUE 'N'.

       01 WS-CRT-SAISIE.
           05 WS-CRT-S-CODE                PIC X(6).
           05 WS-CRT-S-NOM                 PIC X(30).
           05 WS-CRT-S-PRODUIT             PIC X(14).
           05 WS-CRT-S-TAUX                PIC X(6).

       77 WS-CRT-NB-CHAMPS                 PIC 9(2)        VALUE 0.

       01 WS-AFC-SAISIE.
           05 WS-AFC-S-CODE                PIC X(8).
           05 WS-AFC-S-COURTIER            PIC X(6).

       77 WS-AFC-NB-CHAMPS                 PIC 9(2)        VALUE 0.
       77 WS-AFC-LUES                      PIC 9(7)        VALUE 0.

       77 WS-AVE-CODE                      PIC X(8)        VALUE SPACES.
       77 WS-AVE-LUES                      PIC 9(7)        VALUE 0.

      ******************************************************************
      * PRODUITS DU MASTER EN ANOMALIE (categories 2 et 3) : un        *
      * produit n'est liste qu'une fois, avec le nombre de polices     *
      ******************************************************************

       01 WS-PRA-TAB.
           05 WS-PRA-ENR                   OCCURS 100 TIMES.
               10 WS-PRA-CAT               PIC 9.
               10 WS-PRA-PRODUIT           PIC X(14).
               10 WS-PRA-NB-POLICES        PIC 9(7).

       77 WS-PRA-NB                        PIC 9(4)        VALUE 0.
       77 WS-PRA-MAX-TAB                   PIC 9(4)        VALUE 0100.
       77 WS-PRA-I                         PIC 9(4)        VALUE 0.
       77 WS-PRA-IDX                       PIC 9(4)        VALUE 0.
       77 WS-PRA-TROUVE                    PIC X           VALUE 'N'.
       77 WS-PRA-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-PRA-CAT-CHERCHE               PIC 9           VALUE 0.
       77 WS-PRA-NB-ED                     PIC Z(6)9.

       77 WS-POL-LUES                      PIC 9(7)        VALUE 0.
       77 WS-SIN-LUS                       PIC 9(7)        VALUE 0.
       77 WS-SIN-OUVERTS                   PIC 9(7)        VALUE 0.
       77 WS-LIGNES-ILLISIBLES             PIC 9(7)        VALUE 0.
       77 WS-CODE-ED                       PIC 9(8).

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
           05 WS-SYS-JOUR                  PIC 99.
       01 WS-DATE-SYSTEME-N REDEFINES WS-DATE-SYSTEME
                                            PIC 9(8).

       77 WS-NOM-FICHIER-MASTER            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-SINMASTER         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRODUITS          PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TRAITES           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-CLIREF            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-AFFECT            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-COURTIERS         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-AVIS-EMIS         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-RAPPORT           PIC X(100)      VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.
       77 WS-STATUT-SINMASTER              PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-PRODUITS       PIC XX          VALUE SPACES.
       77 WS-STATUT-TRAITES                PIC XX          VALUE SPACES.
       77 WS-STATUT-CLIREF                 PIC XX          VALUE SPACES.
       77 WS-STATUT-AFFECT                 PIC XX          VALUE SPACES.
       77 WS-STATUT-COURTIERS              PIC XX          VALUE SPACES.
       77 WS-STATUT-AVIS-EMIS              PIC XX          VALUE SPACES.
       77 WS-FIN-MASTER                    PIC X           VALUE 'F'.
       77 WS-FIN-SINMASTER                 PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-PRODUITS          PIC X           VALUE 'F'.
       77 WS-FIN-TRAITES                   PIC X           VALUE 'F'.
       77 WS-FIN-CLIREF                    PIC X           VALUE 'F'.
       77 WS-FIN-AFFECT                    PIC X           VALUE 'F'.
       77 WS-FIN-COURTIERS                 PIC X           VALUE 'F'.
       77 WS-FIN-AVIS-EMIS                 PIC X           VALUE 'F'.

      ******************************************************************
      * LIGNES D'EDITION DE L'ETAT DE COHERENCE                        *
      ******************************************************************

       01 INT-LIGNE-TITRE.
           05 FILLER                   PIC X(44)
               VALUE "===== CONTROLE DE COHERENCE DES FICHIERS DU ".
           05 INT-LT-JOUR              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 INT-LT-MOIS              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 INT-LT-ANNEE             PIC 9(4).
           05 FILLER                   PIC X(6)   VALUE " =====".

       01 INT-LIGNE-CATEGORIE.
           05 FILLER                   PIC X(6)   VALUE "----- ".
           05 INT-LC-NUMERO            PIC 9.
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LC-LIBELLE           PIC X(45).
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LC-NIVEAU            PIC X(13).
           05 FILLER                   PIC X(6)   VALUE " -----".

       01 INT-LIGNE-ANOMALIE.
           05 FILLER                   PIC X(2)   VALUE SPACES.
           05 INT-LA-CLE               PIC X(14).
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LA-DETAIL            PIC X(90).

       01 INT-LIGNE-RECAP.
           05 INT-LR-NUMERO            PIC 9.
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LR-LIBELLE           PIC X(45).
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LR-NIVEAU            PIC X(13).
           05 FILLER                   PIC X      VALUE " ".
           05 INT-LR-NB                PIC X(14).

       01 INT-LIGNE-TOTAL.
           05 INT-LT-LIBELLE           PIC X(61).
           05 INT-LT-NB                PIC Z(6)9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

           PERFORM 0100-INITIALISATION THRU 0100-INITIALISATION-END.

           MOVE 'F' TO WS-FIN-MASTER.
           OPEN INPUT FICHIER-MASTER.

           IF WS-STATUT-MASTER NOT = "00"
               IF WS-STATUT-MASTER = "05"
                   CLOSE FICHIER-MASTER
               END-IF
               DISPLAY "ERREUR : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-MASTER)
                   " indisponible (statut " WS-STATUT-MASTER
                   "), controle de coherence non etabli"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FICHIER-RAPPORT-INTEGRITE

               MOVE WS-SYS-JOUR  TO INT-LT-JOUR
               MOVE WS-SYS-MOIS  TO INT-LT-MOIS
               MOVE WS-SYS-ANNEE TO INT-LT-ANNEE
               WRITE E-RAPPORT FROM INT-LIGNE-TITRE

               PERFORM 0200-CONTROLE-POLICES
                   THRU 0200-CONTROLE-POLICES-END

               PERFORM 0300-CONTROLE-SINISTRES
                   THRU 0300-CONTROLE-SINISTRES-END

               PERFORM 0400-CONTROLE-AFFECTATIONS
                   THRU 0400-CONTROLE-AFFECTATIONS-END

               PERFORM 0500-CONTROLE-AVIS-EMIS
                   THRU 0500-CONTROLE-AVIS-EMIS-END

               CLOSE FICHIER-MASTER

               PERFORM 0800-RECAPITULATIF THRU 0800-RECAPITULATIF-END

               CLOSE FICHIER-RAPPORT-INTEGRITE

               DISPLAY "Polices lues              : " WS-POL-LUES
               DISPLAY "Sinistres lus             : " WS-SIN-LUS
               DISPLAY "Affectations lues         : " WS-AFC-LUES
               DISPLAY "Avis emis lus             : " WS-AVE-LUES
               DISPLAY "Anomalies bloquantes      : " WS-NB-BLOQUANTS
               DISPLAY "Avertissements            : "
                   WS-NB-AVERTISSEMENTS
               DISPLAY "Categories non controlees : "
                   WS-NB-NON-CONTROLES
               DISPLAY "Etat de coherence enregistre dans "
                   WS-NOM-FICHIER-RAPPORT

               IF WS-PRA-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-PRA-DEBORDEMENT
                       " produit(s) en anomalie non liste(s), table "
                       "pleine (limite " WS-PRA-MAX-TAB ")"
               END-IF

               IF WS-NB-BLOQUANTS > 0
                   DISPLAY "ERREUR : " WS-NB-BLOQUANTS
                       " anomalie(s) bloquante(s), a corriger avant "
                       "la chaine d'edition"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NB-AVERTISSEMENTS > 0
                       OR WS-NB-NON-CONTROLES > 0
                       OR WS-LIGNES-ILLISIBLES > 0
                       OR WS-PRA-DEBORDEMENT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN.

      ******************************************************************
      * NOMS DES FICHIERS, CATEGORIES ET CHARGEMENT DES REFERENTIELS   *
      ******************************************************************

       0100-INITIALISATION.
           ACCEPT WS-NOM-FICHIER-MASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-MASTER = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-MASTER
           END-IF.

           ACCEPT WS-NOM-FICHIER-SINMASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_SINMASTER".
           IF WS-NOM-FICHIER-SINMASTER = SPACES
               MOVE "SINISTRES.MST" TO WS-NOM-FICHIER-SINMASTER
           END-IF.

           ACCEPT WS-NOM-FICHIER-PRODUITS FROM ENVIRONMENT
               "ASSUR_FICHIER_PRODUITS".
           IF WS-NOM-FICHIER-PRODUITS = SPACES
               MOVE "PRODUITS.TXT" TO WS-NOM-FICHIER-PRODUITS
           END-IF.

           ACCEPT WS-NOM-FICHIER-TRAITES FROM ENVIRONMENT
               "ASSUR_FICHIER_TRAITES".
           IF WS-NOM-FICHIER-TRAITES = SPACES
               MOVE "TRAITES.TXT" TO WS-NOM-FICHIER-TRAITES
           END-IF.

           ACCEPT WS-NOM-FICHIER-CLIREF FROM ENVIRONMENT
               "ASSUR_FICHIER_CLIREF".
           IF WS-NOM-FICHIER-CLIREF = SPACES
               MOVE "CLIREF.TXT" TO WS-NOM-FICHIER-CLIREF
           END-IF.

           ACCEPT WS-NOM-FICHIER-AFFECT FROM ENVIRONMENT
               "ASSUR_FICHIER_AFFECTATIONS".
           IF WS-NOM-FICHIER-AFFECT = SPACES
               MOVE "AFFECTCOURT.TXT" TO WS-NOM-FICHIER-AFFECT
           END-IF.

           ACCEPT WS-NOM-FICHIER-COURTIERS FROM ENVIRONMENT
               "ASSUR_FICHIER_COURTIERS".
           IF WS-NOM-FICHIER-COURTIERS = SPACES
               MOVE "COURTIERS.TXT" TO WS-NOM-FICHIER-COURTIERS
           END-IF.

           ACCEPT WS-NOM-FICHIER-AVIS-EMIS FROM ENVIRONMENT
               "ASSUR_FICHIER_AVIS_EMIS".
           IF WS-NOM-FICHIER-AVIS-EMIS = SPACES
               MOVE "AVIS-EMIS.TXT" TO WS-NOM-FICHIER-AVIS-EMIS
           END-IF.

           ACCEPT WS-NOM-FICHIER-RAPPORT FROM ENVIRONMENT
               "ASSUR_FICHIER_RAPPORT_INTEGRITE".
           IF WS-NOM-FICHIER-RAPPORT = SPACES
               STRING "INTEGRITE-"          DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-RAPPORT
           END-IF.

           MOVE "POLICE : CLIENT ABSENT DE CLIREF" TO WS-CAT-LIBELLE(1).
           MOVE "POLICE : PRODUIT ABSENT DU REFERENTIEL"
               TO WS-CAT-LIBELLE(2).
           MOVE "POLICE : PRODUIT SANS TRAITE DE REASSURANCE"
               TO WS-CAT-LIBELLE(3).
           MOVE "SINISTRE OUVERT SANS POLICE AU MASTER"
               TO WS-CAT-LIBELLE(4).
           MOVE "AFFECTATION : CONTRAT ABSENT DU MASTER"
               TO WS-CAT-LIBELLE(5).
           MOVE "AFFECTATION : COURTIER INCONNU"
               TO WS-CAT-LIBELLE(6).
           MOVE "AVIS EMIS : CONTRAT ANNULE OU RESILIE"
               TO WS-CAT-LIBELLE(7).

           MOVE 'B' TO WS-CAT-NIVEAU(1).
           MOVE 'B' TO WS-CAT-NIVEAU(2).
           MOVE 'A' TO WS-CAT-NIVEAU(3).
           MOVE 'B' TO WS-CAT-NIVEAU(4).
           MOVE 'A' TO WS-CAT-NIVEAU(5).
           MOVE 'B' TO WS-CAT-NIVEAU(6).
           MOVE 'A' TO WS-CAT-NIVEAU(7).

           PERFORM 0110-CATEGORIE-INIT THRU 0110-CATEGORIE-INIT-END
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-MAX.

           PERFORM 0600-CHARGEMENT-PRODUITS
               THRU 0600-CHARGEMENT-PRODUITS-END.

           PERFORM 0620-CHARGEMENT-TRAITES
               THRU 0620-CHARGEMENT-TRAITES-END.

           PERFORM 0640-CHARGEMENT-CLIREF
               THRU 0640-CHARGEMENT-CLIREF-END.

           PERFORM 0660-CHARGEMENT-COURTIERS
               THRU 0660-CHARGEMENT-COURTIERS-END.

           IF WS-CLR-CHARGE = 'N'
               MOVE 'N' TO WS-CAT-CONTROLE(1)
           END-IF.
           IF WS-REF-PROD-CHARGE = 'N'
               MOVE 'N' TO WS-CAT-CONTROLE(2)
           END-IF.
           IF WS-TRT-CHARGE = 'N'
               MOVE 'N' TO WS-CAT-CONTROLE(3)
           END-IF.
           IF WS-CRT-CHARGE = 'N'
               MOVE 'N' TO WS-CAT-CONTROLE(6)
           END-IF.
       .

       0100-INITIALISATION-END.
           EXIT
       .

       0110-CATEGORIE-INIT.
           MOVE 'O' TO WS-CAT-CONTROLE(WS-CAT-I).
           MOVE 0   TO WS-CAT-NB(WS-CAT-I).
       .

       0110-CATEGORIE-INIT-END.
           EXIT
       .

      ******************************************************************
      * PASSAGE SEQUENTIEL DU MASTER DES POLICES : CLIENT DANS CLIREF  *
      * (detail par police), PRODUIT DANS LE REFERENTIEL ET DANS LES   *
      * TRAITES (liste des produits apres le passage)                  *
      ******************************************************************

       0200-CONTROLE-POLICES.
           MOVE 1 TO WS-CAT-I.
           PERFORM 0910-CATEGORIE-ENTETE
               THRU 0910-CATEGORIE-ENTETE-END.

           PERFORM UNTIL WS-FIN-MASTER = 'T'
               READ FICHIER-MASTER NEXT RECORD
                   AT END
                       MOVE 'T' TO WS-FIN-MASTER
                   NOT AT END
                       PERFORM 0210-POLICE-CONTROLE
                           THRU 0210-POLICE-CONTROLE-END
               END-READ
           END-PERFORM.

           MOVE 2 TO WS-CAT-I.
           PERFORM 0910-CATEGORIE-ENTETE
               THRU 0910-CATEGORIE-ENTETE-END.
           MOVE 2 TO WS-PRA-CAT-CHERCHE.
           PERFORM 0230-PRODUITS-EDITION THRU 0230-PRODUITS-EDITION-END
               VARYING WS-PRA-I FROM 1 BY 1
               UNTIL WS-PRA-I > WS-PRA-NB.

           MOVE 3 TO WS-CAT-I.
           PERFORM 0910-CATEGORIE-ENTETE
               THRU 0910-CATEGORIE-ENTETE-END.
           MOVE 3 TO WS-PRA-CAT-CHERCHE.
           PERFORM 0230-PRODUITS-EDITION THRU 0230-PRODUITS-EDITION-END
               VARYING WS-PRA-I FROM 1 BY 1
               UNTIL WS-PRA-I > WS-PRA-NB.
       .

       0200-CONTROLE-POLICES-END.
           EXIT
       .

       0210-POLICE-CONTROLE.
           ADD 1 TO WS-POL-LUES.

           IF WS-CLR-CHARGE = 'O'
               MOVE 'N' TO WS-CLR-TROUVE
               PERFORM 0211-CLIENT-RECHERCHE
                   THRU 0211-CLIENT-RECHERCHE-END
                   VARYING WS-CLR-I FROM 1 BY 1
                   UNTIL WS-CLR-I > WS-CLR-NB
                   OR WS-CLR-TROUVE = 'O'
               IF WS-CLR-TROUVE = 'N'
                   MOVE 1 TO WS-ANO-CAT
                   MOVE M-CODE TO WS-CODE-ED
                   MOVE WS-CODE-ED TO WS-ANO-CLE
                   STRING "client "             DELIMITED BY SIZE
                          M-NOM-CLIENT          DELIMITED BY SIZE
                          " statut "            DELIMITED BY SIZE
                          M-STATUT              DELIMITED BY SIZE
                       INTO WS-ANO-DETAIL
                   PERFORM 0900-ANOMALIE-ECRITURE
                       THRU 0900-ANOMALIE-ECRITURE-END
               END-IF
           END-IF.

           IF WS-REF-PROD-CHARGE = 'O'
               MOVE 'N' TO WS-REF-PROD-TROUVE
               PERFORM 0212-PRODUIT-RECHERCHE
                   THRU 0212-PRODUIT-RECHERCHE-END
                   VARYING WS-REF-PROD-I FROM 1 BY 1
                   UNTIL WS-REF-PROD-I > WS-REF-PROD-NB
                   OR WS-REF-PROD-TROUVE = 'O'
               IF WS-REF-PROD-TROUVE = 'N'
                   MOVE 2 TO WS-PRA-CAT-CHERCHE
                   PERFORM 0220-PRODUIT-CUMUL
                       THRU 0220-PRODUIT-CUMUL-END
               END-IF
           END-IF.

           IF WS-TRT-CHARGE = 'O'
               MOVE 'N' TO WS-TRT-TROUVE
               PERFORM 0213-TRAITE-RECHERCHE
                   THRU 0213-TRAITE-RECHERCHE-END
                   VARYING WS-TRT-I FROM 1 BY 1
                   UNTIL WS-TRT-I > WS-TRT-NB
                   OR WS-TRT-TROUVE = 'O'
               IF WS-TRT-TROUVE = 'N'
                   MOVE 3 TO WS-PRA-CAT-CHERCHE
                   PERFORM 0220-PRODUIT-CUMUL
                       THRU 0220-PRODUIT-CUMUL-END
               END-IF
           END-IF.
       .

       0210-POLICE-CONTROLE-END.
           EXIT
       .

       0211-CLIENT-RECHERCHE.
           IF WS-CLR-NOM(WS-CLR-I) = M-NOM-CLIENT
               MOVE 'O' TO WS-CLR-TROUVE
           END-IF.
       .

       0211-CLIENT-RECHERCHE-END.
           EXIT
       .

       0212-PRODUIT-RECHERCHE.
           IF WS-REF-PROD-NOM(WS-REF-PROD-I) = M-NOM-PRODUIT
               MOVE 'O' TO WS-REF-PROD-TROUVE
           END-IF.
       .

       0212-PRODUIT-RECHERCHE-END.
           EXIT
       .

       0213-TRAITE-RECHERCHE.
           IF WS-TRT-PRODUIT(WS-TRT-I) = M-NOM-PRODUIT
               MOVE 'O' TO WS-TRT-TROUVE
           END-IF.
       .

       0213-TRAITE-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * PRODUIT EN ANOMALIE : AJOUT OU CUMUL DU NOMBRE DE POLICES      *
      ******************************************************************

       0220-PRODUIT-CUMUL.
           MOVE 0 TO WS-PRA-IDX.
           MOVE 'N' TO WS-PRA-TROUVE.
           PERFORM 0221-PRODUIT-ANOMALIE-RECHERCHE
               THRU 0221-PRODUIT-ANOMALIE-RECHERCHE-END
               VARYING WS-PRA-I FROM 1 BY 1
               UNTIL WS-PRA-I > WS-PRA-NB
               OR WS-PRA-TROUVE = 'O'.

           IF WS-PRA-TROUVE = 'N'
               IF WS-PRA-NB < WS-PRA-MAX-TAB
                   ADD 1 TO WS-PRA-NB
                   MOVE WS-PRA-NB TO WS-PRA-IDX
                   MOVE WS-PRA-CAT-CHERCHE TO WS-PRA-CAT(WS-PRA-IDX)
                   MOVE M-NOM-PRODUIT TO WS-PRA-PRODUIT(WS-PRA-IDX)
                   MOVE 0 TO WS-PRA-NB-POLICES(WS-PRA-IDX)
               ELSE
                   ADD 1 TO WS-PRA-DEBORDEMENT
               END-IF
           END-IF.

           IF WS-PRA-IDX > 0
               ADD 1 TO WS-PRA-NB-POLICES(WS-PRA-IDX)
           END-IF.
       .

       0220-PRODUIT-CUMUL-END.
           EXIT
       .

       0221-PRODUIT-ANOMALIE-RECHERCHE.
           IF WS-PRA-CAT(WS-PRA-I) = WS-PRA-CAT-CHERCHE
               AND WS-PRA-PRODUIT(WS-PRA-I) = M-NOM-PRODUIT
               MOVE 'O' TO WS-PRA-TROUVE
               MOVE WS-PRA-I TO WS-PRA-IDX
           END-IF.
       .

       0221-PRODUIT-ANOMALIE-RECHERCHE-END.
           EXIT
       .

       0230-PRODUITS-EDITION.
           IF WS-PRA-CAT(WS-PRA-I) = WS-PRA-CAT-CHERCHE
               MOVE WS-PRA-CAT-CHERCHE TO WS-ANO-CAT
               MOVE WS-PRA-PRODUIT(WS-PRA-I) TO WS-ANO-CLE
               MOVE WS-PRA-NB-POLICES(WS-PRA-I) TO WS-PRA-NB-ED
               STRING "produit porte par"   DELIMITED BY SIZE
                      WS-PRA-NB-ED          DELIMITED BY SIZE
                      " police(s) du master"
                          DELIMITED BY SIZE
                   INTO WS-ANO-DETAIL
               PERFORM 0900-ANOMALIE-ECRITURE
                   THRU 0900-ANOMALIE-ECRITURE-END
           END-IF.
       .

       0230-PRODUITS-EDITION-END.
           EXIT
       .

      ******************************************************************
      * SINISTRES OUVERTS DONT LA POLICE N'EST PLUS AU MASTER          *
      ******************************************************************

       0300-CONTROLE-SINISTRES.
           MOVE 4 TO WS-CAT-I.
           MOVE 'F' TO WS-FIN-SINMASTER.
           OPEN INPUT FICHIER-SINMASTER.

           IF WS-STATUT-SINMASTER NOT = "00"
               IF WS-STATUT-SINMASTER = "05"
                   CLOSE FICHIER-SINMASTER
               END-IF
               MOVE 'N' TO WS-CAT-CONTROLE(4)
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END
           ELSE
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END

               PERFORM UNTIL WS-FIN-SINMASTER = 'T'
                   READ FICHIER-SINMASTER
                       AT END
                           MOVE 'T' TO WS-FIN-SINMASTER
                       NOT AT END
                           PERFORM 0310-SINISTRE-CONTROLE
                               THRU 0310-SINISTRE-CONTROLE-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SINMASTER
           END-IF.
       .

       0300-CONTROLE-SINISTRES-END.
           EXIT
       .

       0310-SINISTRE-CONTROLE.
           ADD 1 TO WS-SIN-LUS.

           IF S-STATUT = "OUVERT"
               ADD 1 TO WS-SIN-OUVERTS
               MOVE S-CODE-POLICE TO M-CODE
               READ FICHIER-MASTER
                   INVALID KEY
                       MOVE 4 TO WS-ANO-CAT
                       MOVE S-NUMERO TO WS-CODE-ED
                       MOVE WS-CODE-ED TO WS-ANO-CLE
                       STRING "police "             DELIMITED BY SIZE
                              S-CODE-POLICE         DELIMITED BY SIZE
                              " absente, survenance "
                                  DELIMITED BY SIZE
                              S-DATE-SURVENANCE     DELIMITED BY SIZE
                              " devise "            DELIMITED BY SIZE
                              S-DEVISE              DELIMITED BY SIZE
                           INTO WS-ANO-DETAIL
                       PERFORM 0900-ANOMALIE-ECRITURE
                           THRU 0900-ANOMALIE-ECRITURE-END
               END-READ
           END-IF.
       .

       0310-SINISTRE-CONTROLE-END.
           EXIT
       .

      ******************************************************************
      * AFFECTATIONS COURTIERS : CONTRAT AU MASTER ET COURTIER AU      *
      * REFERENTIEL DES COURTIERS                                      *
      ******************************************************************

       0400-CONTROLE-AFFECTATIONS.
           MOVE 'F' TO WS-FIN-AFFECT.
           OPEN INPUT FICHIER-AFFECTATIONS.

           IF WS-STATUT-AFFECT NOT = "00"
               IF WS-STATUT-AFFECT = "05"
                   CLOSE FICHIER-AFFECTATIONS
               END-IF
               MOVE 'N' TO WS-CAT-CONTROLE(5)
               MOVE 'N' TO WS-CAT-CONTROLE(6)
               MOVE 5 TO WS-CAT-I
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END
               MOVE 6 TO WS-CAT-I
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END
           ELSE
               MOVE 5 TO WS-CAT-I
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END

               PERFORM UNTIL WS-FIN-AFFECT = 'T'
                   READ FICHIER-AFFECTATIONS
                       AT END
                           MOVE 'T' TO WS-FIN-AFFECT
                       NOT AT END
                           MOVE 5 TO WS-ANO-CAT
                           PERFORM 0410-AFFECTATION-CONTROLE
                               THRU 0410-AFFECTATION-CONTROLE-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-AFFECTATIONS

               MOVE 6 TO WS-CAT-I
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END

               IF WS-CRT-CHARGE = 'O'
                   MOVE 'F' TO WS-FIN-AFFECT
                   OPEN INPUT FICHIER-AFFECTATIONS
                   PERFORM UNTIL WS-FIN-AFFECT = 'T'
                       READ FICHIER-AFFECTATIONS
                           AT END
                               MOVE 'T' TO WS-FIN-AFFECT
                           NOT AT END
                               MOVE 6 TO WS-ANO-CAT
                               PERFORM 0410-AFFECTATION-CONTROLE
                                   THRU 0410-AFFECTATION-CONTROLE-END
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-AFFECTATIONS
               END-IF
           END-IF.
       .

       0400-CONTROLE-AFFECTATIONS-END.
           EXIT
       .

      ******************************************************************
      * UNE LIGNE D'AFFECTATION CODE*COURTIER, CONTROLEE POUR LA       *
      * CATEGORIE WS-ANO-CAT (5 contrat, 6 courtier) ; les lignes      *
      * illisibles sont signalees au premier passage seulement         *
      ******************************************************************

       0410-AFFECTATION-CONTROLE.
           MOVE SPACES TO WS-AFC-SAISIE.
           MOVE 0 TO WS-AFC-NB-CHAMPS.

           UNSTRING F-AFFECTATION DELIMITED BY "*"
               INTO WS-AFC-S-CODE
                    WS-AFC-S-COURTIER
               TALLYING IN WS-AFC-NB-CHAMPS.

           IF WS-AFC-NB-CHAMPS NOT = 2
               OR WS-AFC-S-CODE NOT NUMERIC
               IF WS-ANO-CAT = 5
                   ADD 1 TO WS-AFC-LUES
                   ADD 1 TO WS-LIGNES-ILLISIBLES
                   DISPLAY "ATTENTION : ligne d'affectation courtier "
                       "illisible : " F-AFFECTATION
               END-IF
           ELSE
               IF WS-ANO-CAT = 5
                   ADD 1 TO WS-AFC-LUES
                   MOVE WS-AFC-S-CODE TO M-CODE
                   READ FICHIER-MASTER
                       INVALID KEY
                           MOVE WS-AFC-S-CODE TO WS-ANO-CLE
                           STRING "contrat affecte au courtier "
                                      DELIMITED BY SIZE
                                  WS-AFC-S-COURTIER
                                      DELIMITED BY SIZE
                               INTO WS-ANO-DETAIL
                           PERFORM 0900-ANOMALIE-ECRITURE
                               THRU 0900-ANOMALIE-ECRITURE-END
                   END-READ
               ELSE
                   MOVE 'N' TO WS-CRT-TROUVE
                   PERFORM 0411-COURTIER-RECHERCHE
                       THRU 0411-COURTIER-RECHERCHE-END
                       VARYING WS-CRT-I FROM 1 BY 1
                       UNTIL WS-CRT-I > WS-CRT-NB
                       OR WS-CRT-TROUVE = 'O'
                   IF WS-CRT-TROUVE = 'N'
                       MOVE WS-AFC-S-CODE TO WS-ANO-CLE
                       STRING "courtier "           DELIMITED BY SIZE
                              WS-AFC-S-COURTIER     DELIMITED BY SIZE
                              " absent du referentiel des courtiers"
                                  DELIMITED BY SIZE
                           INTO WS-ANO-DETAIL
                       PERFORM 0900-ANOMALIE-ECRITURE
                           THRU 0900-ANOMALIE-ECRITURE-END
                   END-IF
               END-IF
           END-IF.
       .

       0410-AFFECTATION-CONTROLE-END.
           EXIT
       .

       0411-COURTIER-RECHERCHE.
           IF WS-CRT-CODE(WS-CRT-I) = WS-AFC-S-COURTIER
               MOVE 'O' TO WS-CRT-TROUVE
           END-IF.
       .

       0411-COURTIER-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * AVIS DE RENOUVELLEMENT EMIS (index 0242-AVIS-INDEX d'assur)    *
      * POUR UN CONTRAT ANNULE (absent du master) OU RESILIE DEPUIS    *
      ******************************************************************

       0500-CONTROLE-AVIS-EMIS.
           MOVE 7 TO WS-CAT-I.
           MOVE 'F' TO WS-FIN-AVIS-EMIS.
           OPEN INPUT FICHIER-AVIS-EMIS.

           IF WS-STATUT-AVIS-EMIS NOT = "00"
               IF WS-STATUT-AVIS-EMIS = "05"
                   CLOSE FICHIER-AVIS-EMIS
               END-IF
               MOVE 'N' TO WS-CAT-CONTROLE(7)
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END
           ELSE
               PERFORM 0910-CATEGORIE-ENTETE
                   THRU 0910-CATEGORIE-ENTETE-END

               PERFORM UNTIL WS-FIN-AVIS-EMIS = 'T'
                   READ FICHIER-AVIS-EMIS
                       AT END
                           MOVE 'T' TO WS-FIN-AVIS-EMIS
                       NOT AT END
                           PERFORM 0510-AVIS-CONTROLE
                               THRU 0510-AVIS-CONTROLE-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-AVIS-EMIS
           END-IF.
       .

       0500-CONTROLE-AVIS-EMIS-END.
           EXIT
       .

       0510-AVIS-CONTROLE.
           ADD 1 TO WS-AVE-LUES.
           MOVE SPACES TO WS-AVE-CODE.
           UNSTRING F-AVIS-EMIS DELIMITED BY "*"
               INTO WS-AVE-CODE.

           IF WS-AVE-CODE NOT NUMERIC
               ADD 1 TO WS-LIGNES-ILLISIBLES
               DISPLAY "ATTENTION : ligne d'avis emis illisible : "
                   F-AVIS-EMIS
           ELSE
               MOVE 7 TO WS-ANO-CAT
               MOVE WS-AVE-CODE TO M-CODE
               READ FICHIER-MASTER
                   INVALID KEY
                       MOVE WS-AVE-CODE TO WS-ANO-CLE
                       MOVE "avis emis, contrat annule depuis (absent "
                           & "du master)" TO WS-ANO-DETAIL
                       PERFORM 0900-ANOMALIE-ECRITURE
                           THRU 0900-ANOMALIE-ECRITURE-END
                   NOT INVALID KEY
                       IF M-STATUT = "RESILIE"
                           MOVE WS-AVE-CODE TO WS-ANO-CLE
                           MOVE "avis emis, contrat resilie depuis"
                               TO WS-ANO-DETAIL
                           PERFORM 0900-ANOMALIE-ECRITURE
                               THRU 0900-ANOMALIE-ECRITURE-END
                       END-IF
               END-READ
           END-IF.
       .

       0510-AVIS-CONTROLE-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES PRODUITS (nom en premier champ)  *
      ******************************************************************

       0600-CHARGEMENT-PRODUITS.
           MOVE 'F' TO WS-FIN-FICHIER-PRODUITS.
           OPEN INPUT FICHIER-PRODUITS.

           IF WS-STATUT-FICHIER-PRODUITS = "00"
               MOVE 'O' TO WS-REF-PROD-CHARGE

               PERFORM UNTIL WS-FIN-FICHIER-PRODUITS = 'T'
                   READ FICHIER-PRODUITS
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER-PRODUITS
                       NOT AT END
                           PERFORM 0610-PRODUIT-RANGEMENT
                               THRU 0610-PRODUIT-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PRODUITS
           ELSE
               IF WS-STATUT-FICHIER-PRODUITS = "05"
                   CLOSE FICHIER-PRODUITS
               END-IF
               DISPLAY "Referentiel des produits absent, controle "
                   "des produits non applique"
           END-IF.
       .

       0600-CHARGEMENT-PRODUITS-END.
           EXIT
       .

       0610-PRODUIT-RANGEMENT.
           MOVE SPACES TO WS-REFP-NOM.
           UNSTRING F-PRODUIT DELIMITED BY "*"
               INTO WS-REFP-NOM.

           IF WS-REFP-NOM NOT = SPACES
               IF WS-REF-PROD-NB < WS-REF-PROD-MAX-TAB
                   ADD 1 TO WS-REF-PROD-NB
                   MOVE WS-REFP-NOM
                       TO WS-REF-PROD-NOM(WS-REF-PROD-NB)
               ELSE
                   DISPLAY "ATTENTION : referentiel des produits "
                       "tronque (limite " WS-REF-PROD-MAX-TAB ")"
               END-IF
           END-IF.
       .

       0610-PRODUIT-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES TRAITES DE REASSURANCE           *
      * (PRODUIT*REASSUREUR*TAUXCESSION*TAUXCOMM)                      *
      ******************************************************************

       0620-CHARGEMENT-TRAITES.
           MOVE 'F' TO WS-FIN-TRAITES.
           OPEN INPUT FICHIER-TRAITES.

           IF WS-STATUT-TRAITES = "00"
               MOVE 'O' TO WS-TRT-CHARGE

               PERFORM UNTIL WS-FIN-TRAITES = 'T'
                   READ FICHIER-TRAITES
                       AT END
                           MOVE 'T' TO WS-FIN-TRAITES
                       NOT AT END
                           PERFORM 0630-TRAITE-RANGEMENT
                               THRU 0630-TRAITE-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TRAITES
           ELSE
               IF WS-STATUT-TRAITES = "05"
                   CLOSE FICHIER-TRAITES
               END-IF
               DISPLAY "Referentiel des traites absent, controle "
                   "des traites non applique"
           END-IF.
       .

       0620-CHARGEMENT-TRAITES-END.
           EXIT
       .

       0630-TRAITE-RANGEMENT.
           MOVE SPACES TO WS-TRT-SAISIE.
           MOVE 0 TO WS-TRT-NB-CHAMPS.

           UNSTRING F-TRAITE DELIMITED BY "*"
               INTO WS-TRT-S-PRODUIT
                    WS-TRT-S-REASSUREUR
                    WS-TRT-S-TAUX-CESSION
                    WS-TRT-S-TAUX-COMM
               TALLYING IN WS-TRT-NB-CHAMPS.

           IF WS-TRT-NB-CHAMPS NOT = 4
               DISPLAY "ATTENTION : ligne du referentiel traites "
                   "illisible : " F-TRAITE
           ELSE
               IF WS-TRT-NB < WS-TRT-MAX-TAB
                   ADD 1 TO WS-TRT-NB
                   MOVE WS-TRT-S-PRODUIT
                       TO WS-TRT-PRODUIT(WS-TRT-NB)
               ELSE
                   DISPLAY "ATTENTION : referentiel des traites "
                       "tronque (limite " WS-TRT-MAX-TAB ")"
               END-IF
           END-IF.
       .

       0630-TRAITE-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES CLIENTS (NUMERO*NOM*ADRESSES...) *
      ******************************************************************

       0640-CHARGEMENT-CLIREF.
           MOVE 'F' TO WS-FIN-CLIREF.
           OPEN INPUT FICHIER-CLIREF.

           IF WS-STATUT-CLIREF = "00"
               MOVE 'O' TO WS-CLR-CHARGE

               PERFORM UNTIL WS-FIN-CLIREF = 'T'
                   READ FICHIER-CLIREF
                       AT END
                           MOVE 'T' TO WS-FIN-CLIREF
                       NOT AT END
                           PERFORM 0650-CLIREF-RANGEMENT
                               THRU 0650-CLIREF-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-CLIREF
           ELSE
               IF WS-STATUT-CLIREF = "05"
                   CLOSE FICHIER-CLIREF
               END-IF
               DISPLAY "Referentiel des clients absent, controle "
                   "des clients non applique"
           END-IF.
       .

       0640-CHARGEMENT-CLIREF-END.
           EXIT
       .

       0650-CLIREF-RANGEMENT.
           MOVE SPACES TO WS-CLR-SAISIE.
           MOVE 0 TO WS-CLR-NB-CHAMPS.

           UNSTRING F-CLIREF DELIMITED BY "*"
               INTO WS-CLR-S-NUMERO
                    WS-CLR-S-NOM
               TALLYING IN WS-CLR-NB-CHAMPS.

           IF WS-CLR-NB-CHAMPS < 2
               OR WS-CLR-S-NUMERO NOT NUMERIC
               DISPLAY "ATTENTION : ligne du referentiel clients "
                   "illisible : " F-CLIREF
           ELSE
               IF WS-CLR-NB < WS-CLR-MAX-TAB
                   ADD 1 TO WS-CLR-NB
                   MOVE WS-CLR-S-NOM
                       TO WS-CLR-NOM(WS-CLR-NB)
               ELSE
                   DISPLAY "ATTENTION : referentiel des clients "
                       "tronque (limite " WS-CLR-MAX-TAB ")"
               END-IF
           END-IF.
       .

       0650-CLIREF-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES COURTIERS                        *
      * (CODE*NOM*PRODUIT*TAUX, un courtier sur plusieurs lignes)      *
      ******************************************************************

       0660-CHARGEMENT-COURTIERS.
           MOVE 'F' TO WS-FIN-COURTIERS.
           OPEN INPUT FICHIER-COURTIERS.

           IF WS-STATUT-COURTIERS = "00"
               MOVE 'O' TO WS-CRT-CHARGE

               PERFORM UNTIL WS-FIN-COURTIERS = 'T'
                   READ FICHIER-COURTIERS
                       AT END
                           MOVE 'T' TO WS-FIN-COURTIERS
                       NOT AT END
                           PERFORM 0670-COURTIER-RANGEMENT
                               THRU 0670-COURTIER-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-COURTIERS
           ELSE
               IF WS-STATUT-COURTIERS = "05"
                   CLOSE FICHIER-COURTIERS
               END-IF
               DISPLAY "Referentiel des courtiers absent, controle "
                   "des courtiers non applique"
           END-IF.
       .

       0660-CHARGEMENT-COURTIERS-END.
           EXIT
       .

       0670-COURTIER-RANGEMENT.
           MOVE SPACES TO WS-CRT-SAISIE.
           MOVE 0 TO WS-CRT-NB-CHAMPS.

           UNSTRING F-COURTIER DELIMITED BY "*"
               INTO WS-CRT-S-CODE
                    WS-CRT-S-NOM
                    WS-CRT-S-PRODUIT
                    WS-CRT-S-TAUX
               TALLYING IN WS-CRT-NB-CHAMPS.

           IF WS-CRT-NB-CHAMPS NOT = 4
               DISPLAY "ATTENTION : ligne du referentiel courtiers "
                   "illisible : " F-COURTIER
           ELSE
               MOVE 'N' TO WS-CRT-TROUVE
               PERFORM 0671-COURTIER-DOUBLON
                   THRU 0671-COURTIER-DOUBLON-END
                   VARYING WS-CRT-I FROM 1 BY 1
                   UNTIL WS-CRT-I > WS-CRT-NB
                   OR WS-CRT-TROUVE = 'O'

               IF WS-CRT-TROUVE = 'N'
                   IF WS-CRT-NB < WS-CRT-MAX-TAB
                       ADD 1 TO WS-CRT-NB
                       MOVE WS-CRT-S-CODE TO WS-CRT-CODE(WS-CRT-NB)
                   ELSE
                       DISPLAY "ATTENTION : referentiel des courtiers "
                           "tronque (limite " WS-CRT-MAX-TAB ")"
                   END-IF
               END-IF
           END-IF.
       .

       0670-COURTIER-RANGEMENT-END.
           EXIT
       .

       0671-COURTIER-DOUBLON.
           IF WS-CRT-CODE(WS-CRT-I) = WS-CRT-S-CODE
               MOVE 'O' TO WS-CRT-TROUVE
           END-IF.
       .

       0671-COURTIER-DOUBLON-END.
           EXIT
       .

      ******************************************************************
      * RECAPITULATIF : NOMBRE D'ANOMALIES PAR CATEGORIE, TOTAUX       *
      * BLOQUANTS ET AVERTISSEMENTS                                    *
      ******************************************************************

       0800-RECAPITULATIF.
           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE "===== RECAPITULATIF PAR CATEGORIE =====" TO E-RAPPORT.
           WRITE E-RAPPORT.

           PERFORM 0810-RECAP-CATEGORIE THRU 0810-RECAP-CATEGORIE-END
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-MAX.

           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.

           MOVE "TOTAL ANOMALIES BLOQUANTES" TO INT-LT-LIBELLE.
           MOVE WS-NB-BLOQUANTS TO INT-LT-NB.
           WRITE E-RAPPORT FROM INT-LIGNE-TOTAL.

           MOVE "TOTAL AVERTISSEMENTS" TO INT-LT-LIBELLE.
           MOVE WS-NB-AVERTISSEMENTS TO INT-LT-NB.
           WRITE E-RAPPORT FROM INT-LIGNE-TOTAL.

           MOVE "LIGNES ILLISIBLES (affectations, avis emis)"
               TO INT-LT-LIBELLE.
           MOVE WS-LIGNES-ILLISIBLES TO INT-LT-NB.
           WRITE E-RAPPORT FROM INT-LIGNE-TOTAL.
       .

       0800-RECAPITULATIF-END.
           EXIT
       .

       0810-RECAP-CATEGORIE.
           MOVE WS-CAT-I TO INT-LR-NUMERO.
           MOVE WS-CAT-LIBELLE(WS-CAT-I) TO INT-LR-LIBELLE.

           IF WS-CAT-NIVEAU(WS-CAT-I) = 'B'
               MOVE "BLOQUANT" TO INT-LR-NIVEAU
           ELSE
               MOVE "AVERTISSEMENT" TO INT-LR-NIVEAU
           END-IF.

           IF WS-CAT-CONTROLE(WS-CAT-I) = 'N'
               MOVE "NON CONTROLE" TO INT-LR-NB
               ADD 1 TO WS-NB-NON-CONTROLES
           ELSE
               MOVE WS-CAT-NB(WS-CAT-I) TO WS-PRA-NB-ED
               MOVE WS-PRA-NB-ED TO INT-LR-NB
               IF WS-CAT-NIVEAU(WS-CAT-I) = 'B'
                   ADD WS-CAT-NB(WS-CAT-I) TO WS-NB-BLOQUANTS
               ELSE
                   ADD WS-CAT-NB(WS-CAT-I) TO WS-NB-AVERTISSEMENTS
               END-IF
           END-IF.

           WRITE E-RAPPORT FROM INT-LIGNE-RECAP.
       .

       0810-RECAP-CATEGORIE-END.
           EXIT
       .

      ******************************************************************
      * ECRITURE D'UNE ANOMALIE (categorie WS-ANO-CAT, cle et detail)  *
      ******************************************************************

       0900-ANOMALIE-ECRITURE.
           ADD 1 TO WS-CAT-NB(WS-ANO-CAT).
           MOVE WS-ANO-CLE TO INT-LA-CLE.
           MOVE WS-ANO-DETAIL TO INT-LA-DETAIL.
           WRITE E-RAPPORT FROM INT-LIGNE-ANOMALIE.
           MOVE SPACES TO WS-ANO-CLE.
           MOVE SPACES TO WS-ANO-DETAIL.
       .

       0900-ANOMALIE-ECRITURE-END.
           EXIT
       .

      ******************************************************************
      * ENTETE DE LA CATEGORIE WS-CAT-I, AVEC LA MENTION DU            *
      * REFERENTIEL ABSENT SI LA CATEGORIE N'EST PAS CONTROLEE         *
      ******************************************************************

       0910-CATEGORIE-ENTETE.
           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.

           MOVE WS-CAT-I TO INT-LC-NUMERO.
           MOVE WS-CAT-LIBELLE(WS-CAT-I) TO INT-LC-LIBELLE.
           IF WS-CAT-NIVEAU(WS-CAT-I) = 'B'
               MOVE "BLOQUANT" TO INT-LC-NIVEAU
           ELSE
               MOVE "AVERTISSEMENT" TO INT-LC-NIVEAU
           END-IF.
           WRITE E-RAPPORT FROM INT-LIGNE-CATEGORIE.

           IF WS-CAT-CONTROLE(WS-CAT-I) = 'N'
               MOVE "  controle non applique : fichier de reference "
                   & "absent" TO E-RAPPORT
               WRITE E-RAPPORT
           END-IF.
       .

       0910-CATEGORIE-ENTETE-END.
           EXIT
       .
