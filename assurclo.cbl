       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurclo.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * CLOTURE MENSUELLE : PROVISION POUR PRIMES NON ACQUISES (PPNA)  *
      * ET PRIMES ACQUISES DU PORTEFEUILLE EN VIGUEUR                  *
      *                                                                *
      * Parametre : ASSUR_DATE_CLOTURE (AAAAMMJJ), defaut dernier jour *
      * du mois precedant la date du jour.                             *
      *                                                                *
      * Source : le master des polices (ASSUR_FICHIER_MASTER, defaut   *
      * ASSURANCES.MST). Une police est en vigueur a la cloture si son *
      * statut est ACTIF (ou SUSPENDU pour impaye : la prime reste     *
      * quittancee) et si la date de cloture tombe entre sa date       *
      * de debut (incluse) et sa date de fin (exclue). Sa PPNA est la  *
      * part de M-PRIX restant a courir de la date de cloture a la     *
      * date de fin, au prorata des jours (meme calcul que la          *
      * ristourne de 1210-RISTOURNE-POLICE d'assur) ; la prime acquise *
      * en est le complement.                                          *
      *                                                                *
      * Etat (ASSUR_FICHIER_RAPPORT_CLOTURE, defaut                    *
      * RAPPORT-CLOTURE-AAAAMMJJ.TXT, date de cloture) : PPNA et       *
      * primes acquises par produit (EUR, via TAUXCHG), par devise     *
      * (montants en devise et contre-valeur EUR) et total EUR, avec   *
      * la variation par rapport a la cloture precedente.              *
      *                                                                *
      * Soldes de cloture : fichier permanent (ASSUR_FICHIER_SOLDES_   *
      * CLOTURE, defaut SOLDES-CLOTURE.TXT), une ligne par perimetre   *
      * et par cloture au format                                       *
      * DATECLOTURE*TYPE*CLE*NB*PPNA*ACQUISES, TYPE T (total EUR),     *
      * P (produit, EUR) ou D (devise, montants en devise). La         *
      * cloture precedente est la plus recente date anterieure a la    *
      * cloture traitee ; une cloture relancee a la meme date ajoute   *
      * ses soldes, la derniere ligne d'un perimetre faisant foi.      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-MASTER
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-MASTER.

       SELECT OPTIONAL FICHIER-TAUX
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAUX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-TAUX.

       SELECT OPTIONAL FICHIER-SOLDES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-SOLDES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SOLDES.

       SELECT FICHIER-RAPPORT-CLOTURE
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-MASTER.
           COPY POLMAST.

       FD FICHIER-TAUX.
       01 E-TAUX                           PIC X(9).

       FD FICHIER-SOLDES.
       01 F-SOLDE                          PIC X(100).

       FD FICHIER-RAPPORT-CLOTURE.
       01 E-RAPPORT                        PIC X(132).


       WORKING-STORAGE SECTION.

           COPY TAUXCHG.

      ******************************************************************
      * DATE DE CLOTURE ET CALCUL DU PRORATA                           *
      ******************************************************************

       01 WS-DATE-CLOTURE.
           05 WS-CLO-ANNEE                 PIC 9(4).
           05 WS-CLO-MOIS                  PIC 99.
           05 WS-CLO-JOUR                  PIC 99.
       01 WS-DATE-CLOTURE-N REDEFINES WS-DATE-CLOTURE
                                            PIC 9(8).

       77 WS-CLO-SAISIE                    PIC X(8)        VALUE SPACES.
       77 WS-CLO-VALIDE                    PIC X           VALUE 'O'.
       77 WS-CLO-INT                       PIC S9(9)       VALUE 0.
       77 WS-CLO-PREMIER-MOIS-N            PIC 9(8)        VALUE 0.

       77 WS-POL-DATE-N                    PIC 9(8)        VALUE 0.
       77 WS-POL-DEBUT-INT                 PIC S9(9)       VALUE 0.
       77 WS-POL-FIN-INT                   PIC S9(9)       VALUE 0.
       77 WS-POL-JOURS-TOTAL               PIC S9(5)       VALUE 0.
       77 WS-POL-JOURS-RESTANTS            PIC S9(5)       VALUE 0.
       77 WS-POL-PPNA                      PIC 9(6)V99     VALUE 0.
       77 WS-POL-ACQUISE                   PIC 9(6)V99     VALUE 0.
       77 WS-POL-PPNA-EUR                  PIC 9(11)V99    VALUE 0.
       77 WS-POL-ACQUISE-EUR               PIC 9(11)V99    VALUE 0.

       77 WS-POL-LUES                      PIC 9(7)        VALUE 0.
       77 WS-POL-EN-VIGUEUR                PIC 9(7)        VALUE 0.
       77 WS-POL-NON-ACTIVES               PIC 9(7)        VALUE 0.
       77 WS-POL-NON-COMMENCEES            PIC 9(7)        VALUE 0.
       77 WS-POL-ECHUES                    PIC 9(7)        VALUE 0.
       77 WS-POL-ANOMALIES                 PIC 9(7)        VALUE 0.

      ******************************************************************
      * TABLE DES PERIMETRES DE CLOTURE : T = ensemble du portefeuille *
      * (EUR), P = produit (EUR), D = devise (montants en devise et    *
      * contre-valeur EUR) ; les zones PREC portent les soldes de la   *
      * cloture precedente pour le calcul des variations               *
      ******************************************************************

       01 WS-PER-TAB.
           05 WS-PER-ENR                   OCCURS 80 TIMES.
               10 WS-PER-TYPE              PIC X.
               10 WS-PER-CLE               PIC X(14).
               10 WS-PER-NB                PIC 9(7).
               10 WS-PER-PPNA              PIC 9(11)V99.
               10 WS-PER-ACQUISE           PIC 9(11)V99.
               10 WS-PER-PPNA-EUR          PIC 9(11)V99.
               10 WS-PER-ACQUISE-EUR       PIC 9(11)V99.
               10 WS-PER-PREC-NB           PIC 9(7).
               10 WS-PER-PREC-PPNA         PIC 9(11)V99.
               10 WS-PER-PREC-ACQUISE      PIC 9(11)V99.

       77 WS-PER-NB-LIGNES                 PIC 99          VALUE 0.
       77 WS-PER-MAX-TAB                   PIC 99          VALUE 80.
       77 WS-PER-I                         PIC 99          VALUE 0.
       77 WS-PER-IDX                       PIC 99          VALUE 0.
       77 WS-PER-TROUVE                    PIC X           VALUE 'N'.
       77 WS-PER-TYPE-CHERCHE              PIC X           VALUE SPACE.
       77 WS-PER-CLE-CHERCHE               PIC X(14)       VALUE SPACES.
       77 WS-PER-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-PER-TYPE-EDITE                PIC X           VALUE SPACE.
       77 WS-PER-AJOUT-PPNA                PIC 9(11)V99    VALUE 0.
       77 WS-PER-AJOUT-ACQUISE             PIC 9(11)V99    VALUE 0.
       77 WS-VAR-PPNA                      PIC S9(11)V99   VALUE 0.
       77 WS-VAR-ACQUISE                   PIC S9(11)V99   VALUE 0.

      ******************************************************************
      * FICHIER DES SOLDES DE CLOTURE                                  *
      ******************************************************************

       01 WS-SOL-SAISIE.
           05 WS-SOL-DATE                  PIC X(8).
           05 WS-SOL-TYPE                  PIC X.
           05 WS-SOL-CLE                   PIC X(14).
           05 WS-SOL-NB                    PIC X(7).
           05 WS-SOL-PPNA                  PIC X(14).
           05 WS-SOL-ACQUISE               PIC X(14).

       77 WS-SOL-NB-CHAMPS                 PIC 9(2)        VALUE 0.
       77 WS-SOL-DATE-N                    PIC 9(8)        VALUE 0.
       77 WS-SOL-PREC-DATE-N               PIC 9(8)        VALUE 0.
       77 WS-SOL-MEME-DATE                 PIC 9(5)        VALUE 0.
       77 WS-SOL-ILLISIBLES                PIC 9(5)        VALUE 0.
       77 WS-SOL-ECRITS                    PIC 9(5)        VALUE 0.
       77 WS-SOL-PASSE                     PIC X           VALUE SPACE.
       77 WS-SOL-NB-ED                     PIC 9(7).
       77 WS-SOL-PPNA-ED                   PIC 9(11).99.
       77 WS-SOL-ACQUISE-ED                PIC 9(11).99.

       01 WS-PREC-DATE.
           05 WS-PREC-ANNEE                PIC 9(4).
           05 WS-PREC-MOIS                 PIC 99.
           05 WS-PREC-JOUR                 PIC 99.
       01 WS-PREC-DATE-N REDEFINES WS-PREC-DATE
                                            PIC 9(8).

       77 WS-TAUX-DEVISE-LIGNE             PIC X(3)        VALUE SPACES.
       77 WS-TAUX-VALEUR-LIGNE             PIC 9(3)V9999   VALUE 0.
       77 WS-TAUX-IDX                      PIC 99          VALUE 0.
       77 WS-TAUX-TROUVE                   PIC X           VALUE 'N'.
       77 WS-TAUX-COURANT                  PIC 9(3)V9999   VALUE 0.

       77 WS-CONV-DEVISE                   PIC X(3)        VALUE SPACES.
       77 WS-CONV-MONTANT                  PIC 9(11)V99    VALUE 0.
       77 WS-CONV-EUR                      PIC 9(11)V99    VALUE 0.

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
           05 WS-SYS-JOUR                  PIC 99.
       01 WS-DATE-SYSTEME-N REDEFINES WS-DATE-SYSTEME
                                            PIC 9(8).

       77 WS-NOM-FICHIER-MASTER            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TAUX              PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-SOLDES            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-RAPPORT           PIC X(100)      VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-TAUX           PIC XX          VALUE SPACES.
       77 WS-STATUT-SOLDES                 PIC XX          VALUE SPACES.
       77 WS-FIN-MASTER                    PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-TAUX              PIC X           VALUE 'F'.
       77 WS-FIN-SOLDES                    PIC X           VALUE 'F'.

      ******************************************************************
      * LIGNES D'EDITION DE L'ETAT DE CLOTURE                          *
      ******************************************************************

       01 CLO-LIGNE-TITRE.
           05 FILLER                   PIC X(17)
               VALUE "===== CLOTURE AU ".
           05 CLO-LT-JOUR              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CLO-LT-MOIS              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CLO-LT-ANNEE             PIC 9(4).
           05 FILLER                   PIC X(46)
               VALUE " - PROVISION POUR PRIMES NON ACQUISES =====".

       01 CLO-LIGNE-PRECEDENTE.
           05 FILLER                   PIC X(23)
               VALUE "Cloture precedente :   ".
           05 CLO-LP-JOUR              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CLO-LP-MOIS              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CLO-LP-ANNEE             PIC 9(4).

       01 CLO-LIGNE-ENTETE.
           05 FILLER                   PIC X(15)  VALUE "PERIMETRE".
           05 FILLER                   PIC X(8)   VALUE "     NB".
           05 FILLER                   PIC X(15)
               VALUE "          PPNA".
           05 FILLER                   PIC X(15)
               VALUE "      ACQUISES".
           05 FILLER                   PIC X(15)
               VALUE "     VAR. PPNA".
           05 FILLER                   PIC X(15)
               VALUE "  VAR. ACQUISES".
           05 CLO-LE-EUR               PIC X(30)  VALUE SPACES.

       01 CLO-LIGNE-DETAIL.
           05 CLO-LD-CLE               PIC X(14).
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LD-NB                PIC Z(6)9.
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LD-PPNA              PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LD-ACQUISE           PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LD-VAR-PPNA          PIC -(11)9.99.
           05 CLO-LD-VAR-ACQUISE       PIC -(11)9.99.

       01 CLO-LIGNE-DEVISE.
           05 CLO-LV-DETAIL            PIC X(83).
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LV-PPNA-EUR          PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CLO-LV-ACQUISE-EUR       PIC Z(10)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

           ACCEPT WS-NOM-FICHIER-MASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-MASTER = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-MASTER
           END-IF.

           ACCEPT WS-NOM-FICHIER-SOLDES FROM ENVIRONMENT
               "ASSUR_FICHIER_SOLDES_CLOTURE".
           IF WS-NOM-FICHIER-SOLDES = SPACES
               MOVE "SOLDES-CLOTURE.TXT" TO WS-NOM-FICHIER-SOLDES
           END-IF.

           PERFORM 0100-DATE-CLOTURE THRU 0100-DATE-CLOTURE-END.

           IF WS-CLO-VALIDE = 'N'
               DISPLAY "ERREUR : date de cloture ASSUR_DATE_CLOTURE "
                   "invalide : " WS-CLO-SAISIE
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-NOM-FICHIER-RAPPORT FROM ENVIRONMENT
                   "ASSUR_FICHIER_RAPPORT_CLOTURE"
               IF WS-NOM-FICHIER-RAPPORT = SPACES
                   STRING "RAPPORT-CLOTURE-"    DELIMITED BY SIZE
                          WS-DATE-CLOTURE-N     DELIMITED BY SIZE
                          ".TXT"                DELIMITED BY SIZE
                       INTO WS-NOM-FICHIER-RAPPORT
               END-IF

               PERFORM 0700-CHARGEMENT-TAUX
                   THRU 0700-CHARGEMENT-TAUX-END

               PERFORM 0200-PORTEFEUILLE THRU 0200-PORTEFEUILLE-END
           END-IF.

           STOP RUN.

      ******************************************************************
      * DATE DE CLOTURE : PARAMETRE ASSUR_DATE_CLOTURE OU, A DEFAUT,   *
      * DERNIER JOUR DU MOIS PRECEDENT                                 *
      ******************************************************************

       0100-DATE-CLOTURE.
           MOVE 'O' TO WS-CLO-VALIDE.
           ACCEPT WS-CLO-SAISIE FROM ENVIRONMENT
               "ASSUR_DATE_CLOTURE".

           IF WS-CLO-SAISIE = SPACES
               COMPUTE WS-CLO-PREMIER-MOIS-N =
                   WS-SYS-ANNEE * 10000 + WS-SYS-MOIS * 100 + 1
               COMPUTE WS-CLO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CLO-PREMIER-MOIS-N) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CLO-INT)
                   TO WS-DATE-CLOTURE-N
           ELSE
               IF WS-CLO-SAISIE NOT NUMERIC
                   MOVE 'N' TO WS-CLO-VALIDE
               ELSE
                   MOVE WS-CLO-SAISIE TO WS-DATE-CLOTURE
                   IF WS-CLO-ANNEE < 1900 OR WS-CLO-ANNEE > 2099
                       OR WS-CLO-MOIS < 01 OR WS-CLO-MOIS > 12
                       OR WS-CLO-JOUR < 01 OR WS-CLO-JOUR > 31
                       MOVE 'N' TO WS-CLO-VALIDE
                   ELSE
                       COMPUTE WS-CLO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-CLOTURE-N)
                       IF WS-CLO-INT = 0
                           MOVE 'N' TO WS-CLO-VALIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       0100-DATE-CLOTURE-END.
           EXIT
       .

      ******************************************************************
      * ENCHAINEMENT DE LA CLOTURE : SOLDES PRECEDENTS, LECTURE DU     *
      * MASTER, EDITION, ENREGISTREMENT DES NOUVEAUX SOLDES            *
      ******************************************************************

       0200-PORTEFEUILLE.
           MOVE 'F' TO WS-FIN-MASTER.
           OPEN INPUT FICHIER-MASTER.

           IF WS-STATUT-MASTER NOT = "00"
               IF WS-STATUT-MASTER = "05"
                   CLOSE FICHIER-MASTER
               END-IF
               DISPLAY "ERREUR : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-MASTER)
                   " indisponible (statut " WS-STATUT-MASTER
                   "), cloture non etablie"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'T'              TO WS-PER-TYPE-CHERCHE
               MOVE "PORTEFEUILLE"   TO WS-PER-CLE-CHERCHE
               PERFORM 0500-PERIMETRE-RECHERCHE
                   THRU 0500-PERIMETRE-RECHERCHE-END

               PERFORM 0300-SOLDES-PRECEDENTS
                   THRU 0300-SOLDES-PRECEDENTS-END

               PERFORM UNTIL WS-FIN-MASTER = 'T'
                   READ FICHIER-MASTER
                       AT END
                           MOVE 'T' TO WS-FIN-MASTER
                       NOT AT END
                           PERFORM 0210-POLICE-TRAITEMENT
                               THRU 0210-POLICE-TRAITEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MASTER

               PERFORM 0400-EDITION THRU 0400-EDITION-END

               PERFORM 0600-SOLDES-ENREGISTREMENT
                   THRU 0600-SOLDES-ENREGISTREMENT-END

               DISPLAY "Cloture au " WS-DATE-CLOTURE-N
               DISPLAY "Polices lues              : " WS-POL-LUES
               DISPLAY "Polices en vigueur        : "
                   WS-POL-EN-VIGUEUR
               DISPLAY "Non actives               : "
                   WS-POL-NON-ACTIVES
               DISPLAY "Non commencees            : "
                   WS-POL-NON-COMMENCEES
               DISPLAY "Echues a la cloture       : " WS-POL-ECHUES
               DISPLAY "Periode incoherente       : "
                   WS-POL-ANOMALIES
               DISPLAY "PPNA totale EUR           : "
                   WS-PER-PPNA-EUR(1)
               DISPLAY "Primes acquises EUR       : "
                   WS-PER-ACQUISE-EUR(1)
               DISPLAY "Etat de cloture enregistre dans "
                   WS-NOM-FICHIER-RAPPORT
               DISPLAY WS-SOL-ECRITS " solde(s) ajoute(s) a "
                   WS-NOM-FICHIER-SOLDES

               IF WS-SOL-MEME-DATE > 0
                   DISPLAY "ATTENTION : cloture deja enregistree au "
                       WS-DATE-CLOTURE-N ", les nouveaux soldes "
                       "remplacent les precedents"
               END-IF

               IF WS-PER-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-PER-DEBORDEMENT
                       " cumul(s) perdu(s), table des perimetres "
                       "pleine (limite " WS-PER-MAX-TAB ")"
               END-IF

               IF (WS-POL-ANOMALIES > 0 OR WS-PER-DEBORDEMENT > 0
                   OR WS-SOL-ILLISIBLES > 0 OR WS-SOL-MEME-DATE > 0)
                   AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       .

       0200-PORTEFEUILLE-END.
           EXIT
       .

      ******************************************************************
      * PPNA D'UNE POLICE ET CUMUL PAR PERIMETRE                       *
      ******************************************************************

       0210-POLICE-TRAITEMENT.
           ADD 1 TO WS-POL-LUES.

           IF M-STATUT NOT = "ACTIF"
               AND M-STATUT NOT = "SUSPENDU"
               ADD 1 TO WS-POL-NON-ACTIVES
           ELSE
               MOVE M-DATE-DEBUT TO WS-POL-DATE-N
               COMPUTE WS-POL-DEBUT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N)
               MOVE M-DATE-FIN TO WS-POL-DATE-N
               COMPUTE WS-POL-FIN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N)
               COMPUTE WS-POL-JOURS-TOTAL =
                   WS-POL-FIN-INT - WS-POL-DEBUT-INT

               EVALUATE TRUE
                   WHEN WS-POL-JOURS-TOTAL <= 0
                       ADD 1 TO WS-POL-ANOMALIES
                       DISPLAY "ATTENTION : police " M-CODE
                           " periode incoherente, ignoree"
                   WHEN WS-CLO-INT < WS-POL-DEBUT-INT
                       ADD 1 TO WS-POL-NON-COMMENCEES
                   WHEN WS-CLO-INT >= WS-POL-FIN-INT
                       ADD 1 TO WS-POL-ECHUES
                   WHEN OTHER
                       PERFORM 0220-POLICE-PPNA
                           THRU 0220-POLICE-PPNA-END
               END-EVALUATE
           END-IF.
       .

       0210-POLICE-TRAITEMENT-END.
           EXIT
       .

       0220-POLICE-PPNA.
           ADD 1 TO WS-POL-EN-VIGUEUR.

           COMPUTE WS-POL-JOURS-RESTANTS =
               WS-POL-FIN-INT - WS-CLO-INT.
           COMPUTE WS-POL-PPNA ROUNDED =
               M-PRIX * WS-POL-JOURS-RESTANTS / WS-POL-JOURS-TOTAL.
           COMPUTE WS-POL-ACQUISE = M-PRIX - WS-POL-PPNA.

           MOVE M-DEVISE TO WS-CONV-DEVISE.
           MOVE WS-POL-PPNA TO WS-CONV-MONTANT.
           PERFORM 9100-CONVERSION-EUR THRU 9100-CONVERSION-EUR-END.
           MOVE WS-CONV-EUR TO WS-POL-PPNA-EUR.
           MOVE WS-POL-ACQUISE TO WS-CONV-MONTANT.
           PERFORM 9100-CONVERSION-EUR THRU 9100-CONVERSION-EUR-END.
           MOVE WS-CONV-EUR TO WS-POL-ACQUISE-EUR.

           MOVE WS-POL-PPNA-EUR    TO WS-PER-AJOUT-PPNA.
           MOVE WS-POL-ACQUISE-EUR TO WS-PER-AJOUT-ACQUISE.

           MOVE 1 TO WS-PER-IDX.
           PERFORM 0230-PERIMETRE-CUMUL THRU 0230-PERIMETRE-CUMUL-END.

           MOVE 'P'           TO WS-PER-TYPE-CHERCHE.
           MOVE M-NOM-PRODUIT TO WS-PER-CLE-CHERCHE.
           PERFORM 0500-PERIMETRE-RECHERCHE
               THRU 0500-PERIMETRE-RECHERCHE-END.
           PERFORM 0230-PERIMETRE-CUMUL THRU 0230-PERIMETRE-CUMUL-END.

           MOVE WS-POL-PPNA    TO WS-PER-AJOUT-PPNA.
           MOVE WS-POL-ACQUISE TO WS-PER-AJOUT-ACQUISE.

           MOVE 'D'           TO WS-PER-TYPE-CHERCHE.
           MOVE M-DEVISE      TO WS-PER-CLE-CHERCHE.
           PERFORM 0500-PERIMETRE-RECHERCHE
               THRU 0500-PERIMETRE-RECHERCHE-END.
           PERFORM 0230-PERIMETRE-CUMUL THRU 0230-PERIMETRE-CUMUL-END.
       .

       0220-POLICE-PPNA-END.
           EXIT
       .

      ******************************************************************
      * CUMUL DANS LE PERIMETRE WS-PER-IDX (0 = table pleine) : PPNA   *
      * ET PRIMES ACQUISES DANS LA MONNAIE DU PERIMETRE, CONTRE-VALEUR *
      * EUR DE LA POLICE EN COURS                                      *
      ******************************************************************

       0230-PERIMETRE-CUMUL.
           IF WS-PER-IDX = 0
               ADD 1 TO WS-PER-DEBORDEMENT
           ELSE
               ADD 1 TO WS-PER-NB(WS-PER-IDX)
               ADD WS-PER-AJOUT-PPNA TO WS-PER-PPNA(WS-PER-IDX)
               ADD WS-PER-AJOUT-ACQUISE TO WS-PER-ACQUISE(WS-PER-IDX)
               ADD WS-POL-PPNA-EUR TO WS-PER-PPNA-EUR(WS-PER-IDX)
               ADD WS-POL-ACQUISE-EUR
                   TO WS-PER-ACQUISE-EUR(WS-PER-IDX)
           END-IF.
       .

       0230-PERIMETRE-CUMUL-END.
           EXIT
       .

      ******************************************************************
      * SOLDES DE LA CLOTURE PRECEDENTE : UN PREMIER PASSAGE RETIENT   *
      * LA PLUS RECENTE DATE ANTERIEURE A LA CLOTURE TRAITEE, UN       *
      * SECOND CHARGE LES SOLDES DE CETTE DATE                         *
      ******************************************************************

       0300-SOLDES-PRECEDENTS.
           MOVE 0 TO WS-SOL-PREC-DATE-N.
           MOVE '1' TO WS-SOL-PASSE.
           PERFORM 0310-SOLDES-LECTURE THRU 0310-SOLDES-LECTURE-END.

           IF WS-SOL-PREC-DATE-N > 0
               MOVE '2' TO WS-SOL-PASSE
               PERFORM 0310-SOLDES-LECTURE
                   THRU 0310-SOLDES-LECTURE-END
           END-IF.
       .

       0300-SOLDES-PRECEDENTS-END.
           EXIT
       .

       0310-SOLDES-LECTURE.
           MOVE 'F' TO WS-FIN-SOLDES.
           OPEN INPUT FICHIER-SOLDES.

           IF WS-STATUT-SOLDES = "00"
               PERFORM UNTIL WS-FIN-SOLDES = 'T'
                   READ FICHIER-SOLDES
                       AT END
                           MOVE 'T' TO WS-FIN-SOLDES
                       NOT AT END
                           PERFORM 0320-SOLDE-LIGNE
                               THRU 0320-SOLDE-LIGNE-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SOLDES
           ELSE
               IF WS-STATUT-SOLDES = "05"
                   CLOSE FICHIER-SOLDES
               END-IF
               DISPLAY "Pas de soldes de cloture anterieurs ("
                   FUNCTION TRIM(WS-NOM-FICHIER-SOLDES) ")"
           END-IF.
       .

       0310-SOLDES-LECTURE-END.
           EXIT
       .

       0320-SOLDE-LIGNE.
           MOVE SPACES TO WS-SOL-SAISIE.
           MOVE 0 TO WS-SOL-NB-CHAMPS.

           UNSTRING F-SOLDE DELIMITED BY "*"
               INTO WS-SOL-DATE
                    WS-SOL-TYPE
                    WS-SOL-CLE
                    WS-SOL-NB
                    WS-SOL-PPNA
                    WS-SOL-ACQUISE
               TALLYING IN WS-SOL-NB-CHAMPS.

           IF WS-SOL-NB-CHAMPS NOT = 6
               OR WS-SOL-DATE NOT NUMERIC
               OR WS-SOL-NB NOT NUMERIC
               IF WS-SOL-PASSE = '1'
                   ADD 1 TO WS-SOL-ILLISIBLES
                   DISPLAY "ATTENTION : ligne de solde de cloture "
                       "illisible : " F-SOLDE
               END-IF
           ELSE
               MOVE WS-SOL-DATE TO WS-SOL-DATE-N
               IF WS-SOL-PASSE = '1'
                   IF WS-SOL-DATE-N < WS-DATE-CLOTURE-N
                       AND WS-SOL-DATE-N > WS-SOL-PREC-DATE-N
                       MOVE WS-SOL-DATE-N TO WS-SOL-PREC-DATE-N
                   END-IF
                   IF WS-SOL-DATE-N = WS-DATE-CLOTURE-N
                       ADD 1 TO WS-SOL-MEME-DATE
                   END-IF
               ELSE
                   IF WS-SOL-DATE-N = WS-SOL-PREC-DATE-N
                       MOVE WS-SOL-TYPE TO WS-PER-TYPE-CHERCHE
                       MOVE WS-SOL-CLE  TO WS-PER-CLE-CHERCHE
                       PERFORM 0500-PERIMETRE-RECHERCHE
                           THRU 0500-PERIMETRE-RECHERCHE-END
                       IF WS-PER-IDX = 0
                           ADD 1 TO WS-PER-DEBORDEMENT
                       ELSE
                           MOVE WS-SOL-NB
                               TO WS-PER-PREC-NB(WS-PER-IDX)
                           MOVE FUNCTION NUMVAL(WS-SOL-PPNA)
                               TO WS-PER-PREC-PPNA(WS-PER-IDX)
                           MOVE FUNCTION NUMVAL(WS-SOL-ACQUISE)
                               TO WS-PER-PREC-ACQUISE(WS-PER-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       0320-SOLDE-LIGNE-END.
           EXIT
       .

      ******************************************************************
      * EDITION DE L'ETAT DE CLOTURE : TOTAL EUR, PUIS PAR PRODUIT     *
      * (EUR), PUIS PAR DEVISE (EN DEVISE ET CONTRE-VALEUR EUR)        *
      ******************************************************************

       0400-EDITION.
           OPEN OUTPUT FICHIER-RAPPORT-CLOTURE.

           MOVE WS-CLO-JOUR  TO CLO-LT-JOUR.
           MOVE WS-CLO-MOIS  TO CLO-LT-MOIS.
           MOVE WS-CLO-ANNEE TO CLO-LT-ANNEE.
           WRITE E-RAPPORT FROM CLO-LIGNE-TITRE.

           IF WS-SOL-PREC-DATE-N > 0
               MOVE WS-SOL-PREC-DATE-N TO WS-PREC-DATE-N
               MOVE WS-PREC-JOUR  TO CLO-LP-JOUR
               MOVE WS-PREC-MOIS  TO CLO-LP-MOIS
               MOVE WS-PREC-ANNEE TO CLO-LP-ANNEE
               WRITE E-RAPPORT FROM CLO-LIGNE-PRECEDENTE
           ELSE
               MOVE "Cloture precedente :   aucune" TO E-RAPPORT
               WRITE E-RAPPORT
           END-IF.

           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE "----- TOTAL DU PORTEFEUILLE EN VIGUEUR (EUR) -----"
               TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE SPACES TO CLO-LE-EUR.
           WRITE E-RAPPORT FROM CLO-LIGNE-ENTETE.
           MOVE 'T' TO WS-PER-TYPE-EDITE.
           PERFORM 0410-EDITION-PERIMETRE
               THRU 0410-EDITION-PERIMETRE-END
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-PER-NB-LIGNES.

           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE "----- PAR PRODUIT (EUR) -----" TO E-RAPPORT.
           WRITE E-RAPPORT.
           WRITE E-RAPPORT FROM CLO-LIGNE-ENTETE.
           MOVE 'P' TO WS-PER-TYPE-EDITE.
           PERFORM 0410-EDITION-PERIMETRE
               THRU 0410-EDITION-PERIMETRE-END
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-PER-NB-LIGNES.

           MOVE SPACES TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE "----- PAR DEVISE (MONTANTS EN DEVISE) -----"
               TO E-RAPPORT.
           WRITE E-RAPPORT.
           MOVE "       PPNA EUR  ACQUISES EUR" TO CLO-LE-EUR.
           WRITE E-RAPPORT FROM CLO-LIGNE-ENTETE.
           MOVE 'D' TO WS-PER-TYPE-EDITE.
           PERFORM 0410-EDITION-PERIMETRE
               THRU 0410-EDITION-PERIMETRE-END
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-PER-NB-LIGNES.

           CLOSE FICHIER-RAPPORT-CLOTURE.
       .

       0400-EDITION-END.
           EXIT
       .

       0410-EDITION-PERIMETRE.
           IF WS-PER-TYPE(WS-PER-I) = WS-PER-TYPE-EDITE
               MOVE WS-PER-CLE(WS-PER-I)     TO CLO-LD-CLE
               MOVE WS-PER-NB(WS-PER-I)      TO CLO-LD-NB
               MOVE WS-PER-PPNA(WS-PER-I)    TO CLO-LD-PPNA
               MOVE WS-PER-ACQUISE(WS-PER-I) TO CLO-LD-ACQUISE
               COMPUTE WS-VAR-PPNA =
                   WS-PER-PPNA(WS-PER-I) - WS-PER-PREC-PPNA(WS-PER-I)
               COMPUTE WS-VAR-ACQUISE =
                   WS-PER-ACQUISE(WS-PER-I)
                   - WS-PER-PREC-ACQUISE(WS-PER-I)
               MOVE WS-VAR-PPNA    TO CLO-LD-VAR-PPNA
               MOVE WS-VAR-ACQUISE TO CLO-LD-VAR-ACQUISE

               IF WS-PER-TYPE-EDITE = 'D'
                   MOVE CLO-LIGNE-DETAIL TO CLO-LV-DETAIL
                   MOVE WS-PER-PPNA-EUR(WS-PER-I) TO CLO-LV-PPNA-EUR
                   MOVE WS-PER-ACQUISE-EUR(WS-PER-I)
                       TO CLO-LV-ACQUISE-EUR
                   WRITE E-RAPPORT FROM CLO-LIGNE-DEVISE
               ELSE
                   WRITE E-RAPPORT FROM CLO-LIGNE-DETAIL
               END-IF
           END-IF.
       .

       0410-EDITION-PERIMETRE-END.
           EXIT
       .

      ******************************************************************
      * RECHERCHE DU PERIMETRE (WS-PER-TYPE-CHERCHE, WS-PER-CLE-       *
      * CHERCHE), CREE S'IL N'EXISTE PAS ; WS-PER-IDX = 0 SI LA TABLE  *
      * EST PLEINE                                                     *
      ******************************************************************

       0500-PERIMETRE-RECHERCHE.
           MOVE 'N' TO WS-PER-TROUVE.
           MOVE 0 TO WS-PER-IDX.
           PERFORM 0510-PERIMETRE-COMPARAISON
               THRU 0510-PERIMETRE-COMPARAISON-END
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-PER-NB-LIGNES
               OR WS-PER-TROUVE = 'O'.

           IF WS-PER-TROUVE = 'N'
               IF WS-PER-NB-LIGNES < WS-PER-MAX-TAB
                   ADD 1 TO WS-PER-NB-LIGNES
                   MOVE WS-PER-NB-LIGNES TO WS-PER-IDX
                   MOVE WS-PER-TYPE-CHERCHE TO WS-PER-TYPE(WS-PER-IDX)
                   MOVE WS-PER-CLE-CHERCHE  TO WS-PER-CLE(WS-PER-IDX)
                   MOVE 0 TO WS-PER-NB(WS-PER-IDX)
                   MOVE 0 TO WS-PER-PPNA(WS-PER-IDX)
                   MOVE 0 TO WS-PER-ACQUISE(WS-PER-IDX)
                   MOVE 0 TO WS-PER-PPNA-EUR(WS-PER-IDX)
                   MOVE 0 TO WS-PER-ACQUISE-EUR(WS-PER-IDX)
                   MOVE 0 TO WS-PER-PREC-NB(WS-PER-IDX)
                   MOVE 0 TO WS-PER-PREC-PPNA(WS-PER-IDX)
                   MOVE 0 TO WS-PER-PREC-ACQUISE(WS-PER-IDX)
               END-IF
           END-IF.
       .

       0500-PERIMETRE-RECHERCHE-END.
           EXIT
       .

       0510-PERIMETRE-COMPARAISON.
           IF WS-PER-TYPE(WS-PER-I) = WS-PER-TYPE-CHERCHE
               AND WS-PER-CLE(WS-PER-I) = WS-PER-CLE-CHERCHE
               MOVE 'O' TO WS-PER-TROUVE
               MOVE WS-PER-I TO WS-PER-IDX
           END-IF.
       .

       0510-PERIMETRE-COMPARAISON-END.
           EXIT
       .

      ******************************************************************
      * ENREGISTREMENT DES SOLDES DE LA CLOTURE DANS LE FICHIER        *
      * PERMANENT (perimetres presents a cette cloture)                *
      ******************************************************************

       0600-SOLDES-ENREGISTREMENT.
           OPEN EXTEND FICHIER-SOLDES.

           IF WS-STATUT-SOLDES NOT = "00"
               AND WS-STATUT-SOLDES NOT = "05"
               DISPLAY "ERREUR : fichier des soldes de cloture "
                   FUNCTION TRIM(WS-NOM-FICHIER-SOLDES)
                   " inaccessible (statut " WS-STATUT-SOLDES ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0610-SOLDE-ECRITURE
                   THRU 0610-SOLDE-ECRITURE-END
                   VARYING WS-PER-I FROM 1 BY 1
                   UNTIL WS-PER-I > WS-PER-NB-LIGNES

               CLOSE FICHIER-SOLDES
           END-IF.
       .

       0600-SOLDES-ENREGISTREMENT-END.
           EXIT
       .

       0610-SOLDE-ECRITURE.
           IF WS-PER-NB(WS-PER-I) > 0 OR WS-PER-TYPE(WS-PER-I) = 'T'
               MOVE WS-PER-NB(WS-PER-I)      TO WS-SOL-NB-ED
               MOVE WS-PER-PPNA(WS-PER-I)    TO WS-SOL-PPNA-ED
               MOVE WS-PER-ACQUISE(WS-PER-I) TO WS-SOL-ACQUISE-ED

               MOVE SPACES TO F-SOLDE
               STRING WS-DATE-CLOTURE-N     DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-PER-TYPE(WS-PER-I) DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-PER-CLE(WS-PER-I)  DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-SOL-NB-ED          DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-SOL-PPNA-ED        DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-SOL-ACQUISE-ED     DELIMITED BY SIZE
                   INTO F-SOLDE
               WRITE F-SOLDE
               ADD 1 TO WS-SOL-ECRITS
           END-IF.
       .

       0610-SOLDE-ECRITURE-END.
           EXIT
       .

      ******************************************************************
      * RAFRAICHISSEMENT DE LA TABLE DES TAUX DE CHANGE (TAUXCHG)      *
      * Meme mecanique que 0050-CHARGEMENT-TAUX d'assur.               *
      ******************************************************************

       0700-CHARGEMENT-TAUX.
           ACCEPT WS-NOM-FICHIER-TAUX FROM ENVIRONMENT
               "ASSUR_FICHIER_TAUX".
           IF WS-NOM-FICHIER-TAUX = SPACES
               MOVE "TAUXCHG.TXT" TO WS-NOM-FICHIER-TAUX
           END-IF.

           MOVE 'F' TO WS-FIN-FICHIER-TAUX.
           OPEN INPUT FICHIER-TAUX.

           IF WS-STATUT-FICHIER-TAUX = "00"

               PERFORM UNTIL WS-FIN-FICHIER-TAUX = 'T'
                   READ FICHIER-TAUX
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER-TAUX
                       NOT AT END
                           PERFORM 0710-TAUX-MAJ THRU 0710-TAUX-MAJ-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TAUX
           ELSE
               IF WS-STATUT-FICHIER-TAUX = "05"
                   CLOSE FICHIER-TAUX
               END-IF
           END-IF.
       .

       0700-CHARGEMENT-TAUX-END.
           EXIT
       .

       0710-TAUX-MAJ.
           MOVE E-TAUX(1:3) TO WS-TAUX-DEVISE-LIGNE.
           MOVE E-TAUX(4:6) TO WS-TAUX-VALEUR-LIGNE.

           MOVE 'N' TO WS-TAUX-TROUVE.
           PERFORM 0711-TAUX-RECHERCHE THRU 0711-TAUX-RECHERCHE-END
               VARYING WS-TAUX-IDX FROM 1 BY 1
               UNTIL WS-TAUX-IDX > WS-TAUX-MAX
               OR WS-TAUX-TROUVE = 'O'.

           IF WS-TAUX-TROUVE = 'N'
               PERFORM 0712-TAUX-INSERTION THRU 0712-TAUX-INSERTION-END
                   VARYING WS-TAUX-IDX FROM 1 BY 1
                   UNTIL WS-TAUX-IDX > WS-TAUX-MAX
                   OR WS-TAUX-TROUVE = 'O'
           END-IF.
       .

       0710-TAUX-MAJ-END.
           EXIT
       .

       0711-TAUX-RECHERCHE.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-TAUX-DEVISE-LIGNE
               MOVE WS-TAUX-VALEUR-LIGNE TO WS-TAUX-VALEUR(WS-TAUX-IDX)
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       0711-TAUX-RECHERCHE-END.
           EXIT
       .

       0712-TAUX-INSERTION.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = SPACES
               MOVE WS-TAUX-DEVISE-LIGNE TO WS-TAUX-DEVISE(WS-TAUX-IDX)
               MOVE WS-TAUX-VALEUR-LIGNE TO WS-TAUX-VALEUR(WS-TAUX-IDX)
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       0712-TAUX-INSERTION-END.
           EXIT
       .

      ******************************************************************
      * CONVERSION GENERIQUE D'UN MONTANT EN EUR VIA LA TABLE TAUXCHG  *
      * Entree : WS-CONV-DEVISE, WS-CONV-MONTANT.                      *
      * Sortie : WS-CONV-EUR (taux 1.0000 si devise inconnue).         *
      ******************************************************************

       9100-CONVERSION-EUR.
           MOVE 1.0000 TO WS-TAUX-COURANT.
           MOVE 'N' TO WS-TAUX-TROUVE.
           PERFORM 9110-CONVERSION-RECHERCHE
               THRU 9110-CONVERSION-RECHERCHE-END
               VARYING WS-TAUX-IDX FROM 1 BY 1
               UNTIL WS-TAUX-IDX > WS-TAUX-MAX
               OR WS-TAUX-TROUVE = 'O'.

           IF WS-TAUX-TROUVE = 'N'
               DISPLAY "ATTENTION : devise inconnue "
                   WS-CONV-DEVISE
                   " - taux 1.0000 applique par defaut"
           END-IF.

           COMPUTE WS-CONV-EUR ROUNDED =
               WS-CONV-MONTANT * WS-TAUX-COURANT.
       .

       9100-CONVERSION-EUR-END.
           EXIT
       .

       9110-CONVERSION-RECHERCHE.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-CONV-DEVISE
               MOVE WS-TAUX-VALEUR(WS-TAUX-IDX) TO WS-TAUX-COURANT
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       9110-CONVERSION-RECHERCHE-END.
           EXIT
       .
