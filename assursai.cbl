       IDENTIFICATION DIVISION.
       PROGRAM-ID. assursai.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * SAISIE A L'ECRAN DES MOUVEMENTS DE GESTION DES POLICES         *
      *                                                                *
      * L'operateur s'identifie (ASSUR_OPERATEUR propose par defaut),  *
      * choisit un type de mouvement et un code contrat, consulte la   *
      * police au master (ASSUR_FICHIER_MASTER, defaut ASSURANCES.MST, *
      * lu sans mise a jour) et saisit :                               *
      *   C creation      toutes les zones de la police               *
      *   M modification  zones pre-remplies depuis le master          *
      *   A annulation    confirmation de la police affichee           *
      *   V avenant       date d'effet et nouvelle prime annuelle      *
      *                                                                *
      * Les controles sont ceux d'assurmaj (0300-CONTROLE-SAISIE,      *
      * 0350-CONTROLE-GESTION, 0360-CONTROLE-AVENANT et periode de     *
      * couverture de 0450) sur les memes referentiels (STATUTS.TXT,   *
      * PRODUITS.TXT, TAUXCHG.TXT) ; chaque zone en erreur est         *
      * signalee sous la zone des la validation de l'ecran. Le code    *
      * doit etre absent du master pour C et present pour M, A et V.   *
      *                                                                *
      * Un mouvement accepte est ajoute au fichier des mouvements du   *
      * jour (ASSUR_FICHIER_MVT, defaut MVTASSUR.TXT) au format lu par *
      * assurmaj, suivi de l'identifiant de l'operateur :              *
      *   C/M/A  TYPE*CODE*CONTRAT*PRODUIT*CLIENT*STATUT*DATEDEBUT*    *
      *          DATEFIN*PRIX*DEVISE*FREQUENCE*OPERATEUR               *
      *   V      V*CODE*DATEEFFET*PRIX*OPERATEUR                       *
      * Le master n'est mis a jour que par le passage d'assurmaj. Les  *
      * mouvements deja saisis dans le fichier du jour pour le meme    *
      * code sont signales ; une seconde creation est refusee.         *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-MOUVEMENTS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MVT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MVT.

       SELECT OPTIONAL FICHIER-MASTER
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-MASTER.

       SELECT OPTIONAL FICHIER-TAUX
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAUX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-TAUX.

       SELECT OPTIONAL FICHIER-STATUTS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-STATUTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-STATUTS.

       SELECT OPTIONAL FICHIER-PRODUITS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRODUITS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-PRODUITS.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-MOUVEMENTS.
       01 F-MOUVEMENT                      PIC X(140).

       FD FICHIER-MASTER.
           COPY POLMAST.

       FD FICHIER-TAUX.
       01 E-TAUX                           PIC X(9).

       FD FICHIER-STATUTS.
       01 F-STATUT                         PIC X(20).

       FD FICHIER-PRODUITS.
       01 F-PRODUIT                        PIC X(60).


       WORKING-STORAGE SECTION.

           COPY TAUXCHG.

      ******************************************************************
      * ZONES SAISIES A L'ECRAN (memes zones que la ligne de mouvement *
      * decoupee par assurmaj) ET MESSAGE D'ERREUR DE CHAQUE ZONE      *
      ******************************************************************

       01 WS-LIGNE-SAISIE.
           05 WS-L-CODE                    PIC X(8).
           05 WS-L-NOM-CONTRAT             PIC X(14).
           05 WS-L-NOM-PRODUIT             PIC X(14).
           05 WS-L-NOM-CLIENT              PIC X(41).
           05 WS-L-STATUT                  PIC X(8).
           05 WS-L-DATE-DEBUT              PIC X(8).
           05 WS-L-DATE-FIN                PIC X(8).
           05 WS-L-PRIX                    PIC X(9).
           05 WS-L-DEVISE                  PIC X(3).
           05 WS-L-FREQUENCE               PIC X.

       01 WS-ERREURS-SAISIE.
           05 WS-E-NOM-CONTRAT             PIC X(50).
           05 WS-E-NOM-PRODUIT             PIC X(50).
           05 WS-E-NOM-CLIENT              PIC X(50).
           05 WS-E-STATUT                  PIC X(50).
           05 WS-E-DATE-DEBUT              PIC X(50).
           05 WS-E-DATE-FIN                PIC X(50).
           05 WS-E-PRIX                    PIC X(50).
           05 WS-E-DEVISE                  PIC X(50).
           05 WS-E-FREQUENCE               PIC X(50).
           05 WS-E-DATE-EFFET              PIC X(50).

       77 WS-M-TYPE                        PIC X           VALUE SPACE.
       77 WS-V-DATE-EFFET                  PIC X(8)        VALUE SPACES.
       77 WS-S-CONFIRME                    PIC X           VALUE SPACE.
       77 WS-S-MESSAGE                     PIC X(79)       VALUE SPACES.
       77 WS-S-TITRE                       PIC X(40)       VALUE SPACES.
       77 WS-S-PRIX-ED                     PIC 9(6).99.
       77 WS-S-FIN-ECRAN                   PIC X           VALUE 'N'.

       77 WS-L-VALIDE                      PIC X           VALUE 'O'.
       77 WS-L-ANNEE-NUM                   PIC 9(4)        VALUE 0.
       77 WS-L-MOIS-NUM                    PIC 99          VALUE 0.
       77 WS-L-JOUR-NUM                    PIC 99          VALUE 0.
       77 WS-L-PRIX-INT                    PIC X(7)        VALUE SPACES.
       77 WS-L-PRIX-DEC                    PIC X(3)        VALUE SPACES.
       77 WS-L-PRIX-NUM                    PIC 9(6)V99     VALUE 0.
       77 WS-L-PRIX-ED                     PIC 9(6).99.
       77 WS-L-DATE-NUM                    PIC 9(8)        VALUE 0.
       77 WS-L-DATE-CTL                    PIC X(8)        VALUE SPACES.
       77 WS-L-MOTIF-DATE                  PIC X(50)       VALUE SPACES.
       77 WS-L-DEBUT-INT                   PIC S9(9)       VALUE 0.
       77 WS-L-FIN-INT                     PIC S9(9)       VALUE 0.
       77 WS-L-DUREE                       PIC S9(5)       VALUE 0.
       77 WS-L-NB-ETOILES                  PIC 9(3)        VALUE 0.

      ******************************************************************
      * OPERATEUR, CHOIX DU MOUVEMENT ET MOUVEMENTS DEJA SAISIS DANS   *
      * LE FICHIER DU JOUR POUR LE MEME CODE                           *
      ******************************************************************

       77 WS-OPERATEUR                     PIC X(8)        VALUE SPACES.
       77 WS-FIN-SESSION                   PIC X           VALUE 'N'.
       77 WS-CHOIX-VALIDE                  PIC X           VALUE 'N'.
       77 WS-MVT-ENREGISTRES               PIC 9(4)        VALUE 0.

       77 WS-ATT-TYPE                      PIC X           VALUE SPACE.
       77 WS-ATT-CODE                      PIC X(8)        VALUE SPACES.
       77 WS-ATT-NB                        PIC 9(4)        VALUE 0.
       77 WS-ATT-CREATION                  PIC X           VALUE 'N'.
       77 WS-ATT-NB-ED                     PIC Z(3)9.
       77 WS-FIN-MVT                       PIC X           VALUE 'F'.

      ******************************************************************
      * REFERENTIELS DE VALIDATION DE GESTION (memes fichiers et memes *
      * tables qu'assurmaj)                                            *
      ******************************************************************

       01 WS-REF-STATUT-TAB.
           05 WS-REF-STATUT-ENR            OCCURS 20 TIMES.
               10 WS-REF-STATUT-VAL        PIC X(8).

       77 WS-REF-STATUT-NB                 PIC 9(4)        VALUE 0.
       77 WS-REF-STATUT-MAX                PIC 9(4)        VALUE 0020.
       77 WS-REF-STATUT-I                  PIC 9(4)        VALUE 0.
       77 WS-REF-STATUT-CHARGE             PIC X           VALUE 'N'.
       77 WS-REF-STATUT-TROUVE             PIC X           VALUE 'N'.

       01 WS-REF-PRODUIT-TAB.
           05 WS-REF-PRODUIT-ENR           OCCURS 50 TIMES.
               10 WS-REF-PROD-NOM          PIC X(14).
               10 WS-REF-PROD-PRIX-MIN     PIC 9(6)V99.
               10 WS-REF-PROD-PRIX-MAX     PIC 9(6)V99.
               10 WS-REF-PROD-DUREE-MIN    PIC 9(5).
               10 WS-REF-PROD-DUREE-MAX    PIC 9(5).

       77 WS-REF-PROD-NB                   PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-MAX-TAB              PIC 9(4)        VALUE 0050.
       77 WS-REF-PROD-I                    PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-IDX                  PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-CHARGE               PIC X           VALUE 'N'.
       77 WS-REF-PROD-TROUVE               PIC X           VALUE 'N'.

       01 WS-REFP-SAISIE.
           05 WS-REFP-NOM                  PIC X(14).
           05 WS-REFP-PRIX-MIN             PIC X(9).
           05 WS-REFP-PRIX-MAX             PIC X(9).
           05 WS-REFP-DUREE-MIN            PIC X(5).
           05 WS-REFP-DUREE-MAX            PIC X(5).

       77 WS-REFP-NB-CHAMPS                PIC 9(2)        VALUE 0.

       77 WS-NOM-FICHIER-TAUX              PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-STATUTS           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRODUITS          PIC X(100)      VALUE SPACES.
       77 WS-STATUT-FICHIER-TAUX           PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-STATUTS        PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-PRODUITS       PIC XX          VALUE SPACES.
       77 WS-FIN-FICHIER-TAUX              PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-STATUTS           PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-PRODUITS          PIC X           VALUE 'F'.
       77 WS-TAUX-DEVISE-LIGNE             PIC X(3)        VALUE SPACES.
       77 WS-TAUX-VALEUR-LIGNE             PIC 9(3)V9999   VALUE 0.
       77 WS-TAUX-IDX                      PIC 99          VALUE 0.
       77 WS-TAUX-TROUVE                   PIC X           VALUE 'N'.

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
           05 WS-SYS-JOUR                  PIC 99.
       01 WS-DATE-SYSTEME-N REDEFINES WS-DATE-SYSTEME
                                            PIC 9(8).

       77 WS-NOM-FICHIER-MVT               PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-MASTER            PIC X(100)      VALUE SPACES.
       77 WS-STATUT-MVT                    PIC XX          VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.


       SCREEN SECTION.

      ******************************************************************
      * ENTETE COMMUNE : EFFACEMENT, TITRE, OPERATEUR, MESSAGE         *
      ******************************************************************

       01 ECR-ENTETE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "GESTION DES POLICES - SAISIE DES MOUVEMENTS".
           05 LINE 1 COLUMN 58 VALUE "Operateur :".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATEUR.
           05 LINE 2 COLUMN 1 PIC X(40) FROM WS-S-TITRE.
           05 LINE 24 COLUMN 1 PIC X(79) FROM WS-S-MESSAGE
               HIGHLIGHT.

       01 ECR-OPERATEUR.
           05 LINE 4 COLUMN 2 VALUE "Identifiant operateur :".
           05 LINE 4 COLUMN 26 PIC X(8) USING WS-OPERATEUR
               UNDERLINE.
           05 LINE 6 COLUMN 2
               VALUE "(laisser a blanc pour quitter)".

       01 ECR-CHOIX.
           05 LINE 4 COLUMN 2 VALUE "Type de mouvement :".
           05 LINE 4 COLUMN 24 PIC X USING WS-M-TYPE UNDERLINE.
           05 LINE 5 COLUMN 4
               VALUE "C creation   M modification   A annulation".
           05 LINE 6 COLUMN 4
               VALUE "V avenant    F fin de saisie".
           05 LINE 8 COLUMN 2 VALUE "Code contrat :".
           05 LINE 8 COLUMN 24 PIC X(8) USING WS-L-CODE UNDERLINE.
           05 LINE 20 COLUMN 2 VALUE "Mouvements enregistres :".
           05 LINE 20 COLUMN 27 PIC Z(3)9 FROM WS-MVT-ENREGISTRES.

      ******************************************************************
      * CREATION / MODIFICATION : TOUTES LES ZONES, ERREUR SOUS LA     *
      * ZONE CONCERNEE                                                 *
      ******************************************************************

       01 ECR-POLICE.
           05 LINE 3 COLUMN 2 VALUE "Code contrat".
           05 LINE 3 COLUMN 20 PIC X(8) FROM WS-L-CODE.
           05 LINE 4 COLUMN 2 VALUE "Contrat".
           05 LINE 4 COLUMN 20 PIC X(14) USING WS-L-NOM-CONTRAT
               UNDERLINE.
           05 LINE 5 COLUMN 20 PIC X(50) FROM WS-E-NOM-CONTRAT
               HIGHLIGHT.
           05 LINE 6 COLUMN 2 VALUE "Produit".
           05 LINE 6 COLUMN 20 PIC X(14) USING WS-L-NOM-PRODUIT
               UNDERLINE.
           05 LINE 7 COLUMN 20 PIC X(50) FROM WS-E-NOM-PRODUIT
               HIGHLIGHT.
           05 LINE 8 COLUMN 2 VALUE "Client".
           05 LINE 8 COLUMN 20 PIC X(41) USING WS-L-NOM-CLIENT
               UNDERLINE.
           05 LINE 9 COLUMN 20 PIC X(50) FROM WS-E-NOM-CLIENT
               HIGHLIGHT.
           05 LINE 10 COLUMN 2 VALUE "Statut".
           05 LINE 10 COLUMN 20 PIC X(8) USING WS-L-STATUT
               UNDERLINE.
           05 LINE 11 COLUMN 20 PIC X(50) FROM WS-E-STATUT
               HIGHLIGHT.
           05 LINE 12 COLUMN 2 VALUE "Debut AAAAMMJJ".
           05 LINE 12 COLUMN 20 PIC X(8) USING WS-L-DATE-DEBUT
               UNDERLINE.
           05 LINE 13 COLUMN 20 PIC X(50) FROM WS-E-DATE-DEBUT
               HIGHLIGHT.
           05 LINE 14 COLUMN 2 VALUE "Fin AAAAMMJJ".
           05 LINE 14 COLUMN 20 PIC X(8) USING WS-L-DATE-FIN
               UNDERLINE.
           05 LINE 15 COLUMN 20 PIC X(50) FROM WS-E-DATE-FIN
               HIGHLIGHT.
           05 LINE 16 COLUMN 2 VALUE "Prime 999999.99".
           05 LINE 16 COLUMN 20 PIC X(9) USING WS-L-PRIX
               UNDERLINE.
           05 LINE 17 COLUMN 20 PIC X(50) FROM WS-E-PRIX
               HIGHLIGHT.
           05 LINE 18 COLUMN 2 VALUE "Devise".
           05 LINE 18 COLUMN 20 PIC X(3) USING WS-L-DEVISE
               UNDERLINE.
           05 LINE 19 COLUMN 20 PIC X(50) FROM WS-E-DEVISE
               HIGHLIGHT.
           05 LINE 20 COLUMN 2 VALUE "Frequence A/S/T/M".
           05 LINE 20 COLUMN 20 PIC X USING WS-L-FREQUENCE
               UNDERLINE.
           05 LINE 21 COLUMN 20 PIC X(50) FROM WS-E-FREQUENCE
               HIGHLIGHT.

      ******************************************************************
      * ANNULATION / AVENANT : POLICE DU MASTER EN CONSULTATION        *
      ******************************************************************

       01 ECR-CONSULTATION.
           05 LINE 3 COLUMN 2 VALUE "Code contrat".
           05 LINE 3 COLUMN 20 PIC X(8) FROM WS-L-CODE.
           05 LINE 4 COLUMN 2 VALUE "Contrat".
           05 LINE 4 COLUMN 20 PIC X(14) FROM WS-L-NOM-CONTRAT.
           05 LINE 5 COLUMN 2 VALUE "Produit".
           05 LINE 5 COLUMN 20 PIC X(14) FROM WS-L-NOM-PRODUIT.
           05 LINE 6 COLUMN 2 VALUE "Client".
           05 LINE 6 COLUMN 20 PIC X(41) FROM WS-L-NOM-CLIENT.
           05 LINE 7 COLUMN 2 VALUE "Statut".
           05 LINE 7 COLUMN 20 PIC X(8) FROM WS-L-STATUT.
           05 LINE 8 COLUMN 2 VALUE "Debut".
           05 LINE 8 COLUMN 20 PIC X(8) FROM WS-L-DATE-DEBUT.
           05 LINE 9 COLUMN 2 VALUE "Fin".
           05 LINE 9 COLUMN 20 PIC X(8) FROM WS-L-DATE-FIN.
           05 LINE 10 COLUMN 2 VALUE "Prime".
           05 LINE 10 COLUMN 20 PIC X(9) FROM WS-L-PRIX.
           05 LINE 11 COLUMN 2 VALUE "Devise".
           05 LINE 11 COLUMN 20 PIC X(3) FROM WS-L-DEVISE.
           05 LINE 12 COLUMN 2 VALUE "Frequence".
           05 LINE 12 COLUMN 20 PIC X FROM WS-L-FREQUENCE.

       01 ECR-AVENANT.
           05 LINE 14 COLUMN 2 VALUE "Effet AAAAMMJJ".
           05 LINE 14 COLUMN 20 PIC X(8) USING WS-V-DATE-EFFET
               UNDERLINE.
           05 LINE 15 COLUMN 20 PIC X(50) FROM WS-E-DATE-EFFET
               HIGHLIGHT.
           05 LINE 16 COLUMN 2 VALUE "Nouvelle prime".
           05 LINE 16 COLUMN 20 PIC X(9) USING WS-L-PRIX
               UNDERLINE.
           05 LINE 17 COLUMN 20 PIC X(50) FROM WS-E-PRIX
               HIGHLIGHT.

       01 ECR-CONFIRMATION.
           05 LINE 22 COLUMN 2
               VALUE "Enregistrer (O oui, A abandon, autre : controle)".
           05 LINE 22 COLUMN 54 PIC X USING WS-S-CONFIRME UNDERLINE.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

           ACCEPT WS-NOM-FICHIER-MASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-MASTER = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-MASTER
           END-IF.

           ACCEPT WS-NOM-FICHIER-MVT FROM ENVIRONMENT
               "ASSUR_FICHIER_MVT".
           IF WS-NOM-FICHIER-MVT = SPACES
               MOVE "MVTASSUR.TXT" TO WS-NOM-FICHIER-MVT
           END-IF.

           PERFORM 0700-CHARGEMENT-TAUX THRU 0700-CHARGEMENT-TAUX-END.

           PERFORM 0600-CHARGEMENT-STATUTS
               THRU 0600-CHARGEMENT-STATUTS-END.

           PERFORM 0620-CHARGEMENT-PRODUITS
               THRU 0620-CHARGEMENT-PRODUITS-END.

           OPEN INPUT FICHIER-MASTER.

           IF WS-STATUT-MASTER NOT = "00"
               IF WS-STATUT-MASTER = "05"
                   CLOSE FICHIER-MASTER
               END-IF
               DISPLAY "ERREUR : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-MASTER)
                   " indisponible (statut " WS-STATUT-MASTER
                   "), saisie impossible"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-IDENTIFICATION
                   THRU 0100-IDENTIFICATION-END

               PERFORM UNTIL WS-FIN-SESSION = 'O'
                   PERFORM 0200-CHOIX-MOUVEMENT
                       THRU 0200-CHOIX-MOUVEMENT-END
                   IF WS-CHOIX-VALIDE = 'O'
                       EVALUATE WS-M-TYPE
                           WHEN 'C'
                           WHEN 'M'
                               PERFORM 0300-SAISIE-POLICE
                                   THRU 0300-SAISIE-POLICE-END
                           WHEN 'A'
                               PERFORM 0400-SAISIE-ANNULATION
                                   THRU 0400-SAISIE-ANNULATION-END
                           WHEN 'V'
                               PERFORM 0500-SAISIE-AVENANT
                                   THRU 0500-SAISIE-AVENANT-END
                       END-EVALUATE
                   END-IF
               END-PERFORM

               CLOSE FICHIER-MASTER

               DISPLAY "Operateur " WS-OPERATEUR " : "
                   WS-MVT-ENREGISTRES " mouvement(s) ajoute(s) a "
                   WS-NOM-FICHIER-MVT
           END-IF.

           STOP RUN.

      ******************************************************************
      * IDENTIFICATION DE L'OPERATEUR (ASSUR_OPERATEUR PROPOSE) ; UN   *
      * IDENTIFIANT A BLANC TERMINE LA SESSION                         *
      ******************************************************************

       0100-IDENTIFICATION.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "ASSUR_OPERATEUR".
           MOVE "IDENTIFICATION" TO WS-S-TITRE.
           MOVE SPACES TO WS-S-MESSAGE.
           MOVE 'N' TO WS-S-FIN-ECRAN.

           PERFORM UNTIL WS-S-FIN-ECRAN = 'O'
               DISPLAY ECR-ENTETE
               DISPLAY ECR-OPERATEUR
               ACCEPT ECR-OPERATEUR

               MOVE 0 TO WS-L-NB-ETOILES
               INSPECT WS-OPERATEUR TALLYING WS-L-NB-ETOILES
                   FOR ALL "*"
               IF WS-OPERATEUR = SPACES
                   MOVE 'O' TO WS-FIN-SESSION
                   MOVE 'O' TO WS-S-FIN-ECRAN
               ELSE
                   IF WS-L-NB-ETOILES > 0
                       MOVE "Identifiant operateur : caractere * "
                           & "interdit" TO WS-S-MESSAGE
                   ELSE
                       MOVE 'O' TO WS-S-FIN-ECRAN
                   END-IF
               END-IF
           END-PERFORM.
       .

       0100-IDENTIFICATION-END.
           EXIT
       .

      ******************************************************************
      * CHOIX DU TYPE DE MOUVEMENT ET DU CODE CONTRAT : LE CODE DOIT   *
      * ETRE ABSENT DU MASTER POUR UNE CREATION, PRESENT SINON         *
      ******************************************************************

       0200-CHOIX-MOUVEMENT.
           MOVE 'N' TO WS-CHOIX-VALIDE.
           MOVE SPACE TO WS-M-TYPE.
           MOVE SPACES TO WS-LIGNE-SAISIE.
           MOVE "CHOIX DU MOUVEMENT" TO WS-S-TITRE.

           DISPLAY ECR-ENTETE.
           DISPLAY ECR-CHOIX.
           ACCEPT ECR-CHOIX.
           MOVE SPACES TO WS-S-MESSAGE.

           EVALUATE WS-M-TYPE
               WHEN 'F'
                   MOVE 'O' TO WS-FIN-SESSION
               WHEN 'C'
               WHEN 'M'
               WHEN 'A'
               WHEN 'V'
                   PERFORM 0210-CONTROLE-CHOIX
                       THRU 0210-CONTROLE-CHOIX-END
               WHEN OTHER
                   MOVE "Type de mouvement : C, M, A, V ou F"
                       TO WS-S-MESSAGE
           END-EVALUATE.
       .

       0200-CHOIX-MOUVEMENT-END.
           EXIT
       .

       0210-CONTROLE-CHOIX.
           IF WS-L-CODE NOT NUMERIC
               MOVE "Code contrat : code contrat non numerique (8 "
                   & "chiffres)" TO WS-S-MESSAGE
           ELSE
               PERFORM 0220-MVT-EN-ATTENTE
                   THRU 0220-MVT-EN-ATTENTE-END

               MOVE WS-L-CODE TO M-CODE
               READ FICHIER-MASTER
                   INVALID KEY
                       IF WS-M-TYPE = 'C'
                           IF WS-ATT-CREATION = 'O'
                               MOVE "Code contrat : creation deja "
                                   & "saisie aujourd'hui pour ce code"
                                   TO WS-S-MESSAGE
                           ELSE
                               MOVE 'O' TO WS-CHOIX-VALIDE
                           END-IF
                       ELSE
                           MOVE "Code contrat : code inconnu au master"
                               TO WS-S-MESSAGE
                       END-IF
                   NOT INVALID KEY
                       IF WS-M-TYPE = 'C'
                           MOVE "Code contrat : code deja present au "
                               & "master" TO WS-S-MESSAGE
                       ELSE
                           MOVE 'O' TO WS-CHOIX-VALIDE
                           PERFORM 0230-POLICE-VERS-SAISIE
                               THRU 0230-POLICE-VERS-SAISIE-END
                       END-IF
               END-READ
           END-IF.

           IF WS-CHOIX-VALIDE = 'O' AND WS-ATT-NB > 0
               MOVE WS-ATT-NB TO WS-ATT-NB-ED
               STRING "ATTENTION :"                DELIMITED BY SIZE
                      WS-ATT-NB-ED                 DELIMITED BY SIZE
                      " mouvement(s) deja saisi(s) aujourd'hui "
                          DELIMITED BY SIZE
                      "pour ce code"               DELIMITED BY SIZE
                   INTO WS-S-MESSAGE
           END-IF.
       .

       0210-CONTROLE-CHOIX-END.
           EXIT
       .

      ******************************************************************
      * MOUVEMENTS DU FICHIER DU JOUR DEJA SAISIS POUR LE MEME CODE,   *
      * EN ATTENTE DU PASSAGE D'ASSURMAJ                               *
      ******************************************************************

       0220-MVT-EN-ATTENTE.
           MOVE 0 TO WS-ATT-NB.
           MOVE 'N' TO WS-ATT-CREATION.
           MOVE 'F' TO WS-FIN-MVT.
           OPEN INPUT FICHIER-MOUVEMENTS.

           IF WS-STATUT-MVT = "00"
               PERFORM UNTIL WS-FIN-MVT = 'T'
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE 'T' TO WS-FIN-MVT
                       NOT AT END
                           MOVE SPACE TO WS-ATT-TYPE
                           MOVE SPACES TO WS-ATT-CODE
                           UNSTRING F-MOUVEMENT DELIMITED BY "*"
                               INTO WS-ATT-TYPE
                                    WS-ATT-CODE
                           IF WS-ATT-CODE = WS-L-CODE
                               ADD 1 TO WS-ATT-NB
                               IF WS-ATT-TYPE = 'C'
                                   MOVE 'O' TO WS-ATT-CREATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MOUVEMENTS
           ELSE
               IF WS-STATUT-MVT = "05"
                   CLOSE FICHIER-MOUVEMENTS
               END-IF
           END-IF.
       .

       0220-MVT-EN-ATTENTE-END.
           EXIT
       .

      ******************************************************************
      * POLICE LUE AU MASTER RECOPIEE DANS LES ZONES DE SAISIE         *
      ******************************************************************

       0230-POLICE-VERS-SAISIE.
           MOVE M-NOM-CONTRAT      TO WS-L-NOM-CONTRAT.
           MOVE M-NOM-PRODUIT      TO WS-L-NOM-PRODUIT.
           MOVE M-NOM-CLIENT       TO WS-L-NOM-CLIENT.
           MOVE M-STATUT           TO WS-L-STATUT.
           MOVE M-DATE-DEBUT       TO WS-L-DATE-DEBUT.
           MOVE M-DATE-FIN         TO WS-L-DATE-FIN.
           MOVE M-PRIX             TO WS-S-PRIX-ED.
           MOVE WS-S-PRIX-ED       TO WS-L-PRIX.
           MOVE M-DEVISE           TO WS-L-DEVISE.
           MOVE M-FREQUENCE        TO WS-L-FREQUENCE.
       .

       0230-POLICE-VERS-SAISIE-END.
           EXIT
       .

      ******************************************************************
      * CREATION OU MODIFICATION : SAISIE ET CONTROLE DE TOUTES LES    *
      * ZONES JUSQU'A ENREGISTREMENT OU ABANDON                        *
      ******************************************************************

       0300-SAISIE-POLICE.
           IF WS-M-TYPE = 'C'
               MOVE "CREATION D'UNE POLICE" TO WS-S-TITRE
               MOVE "ACTIF" TO WS-L-STATUT
               MOVE "EUR"   TO WS-L-DEVISE
               MOVE 'A'     TO WS-L-FREQUENCE
           ELSE
               MOVE "MODIFICATION D'UNE POLICE" TO WS-S-TITRE
           END-IF.

           MOVE SPACES TO WS-ERREURS-SAISIE.
           MOVE 'N' TO WS-S-FIN-ECRAN.

           PERFORM UNTIL WS-S-FIN-ECRAN = 'O'
               MOVE SPACE TO WS-S-CONFIRME
               DISPLAY ECR-ENTETE
               DISPLAY ECR-POLICE
               DISPLAY ECR-CONFIRMATION
               ACCEPT ECR-POLICE
               ACCEPT ECR-CONFIRMATION

               IF WS-S-CONFIRME = 'A'
                   MOVE "Saisie abandonnee, aucun mouvement enregistre"
                       TO WS-S-MESSAGE
                   MOVE 'O' TO WS-S-FIN-ECRAN
               ELSE
                   PERFORM 0310-CONTROLE-POLICE
                       THRU 0310-CONTROLE-POLICE-END
                   PERFORM 0900-VALIDATION-ECRAN
                       THRU 0900-VALIDATION-ECRAN-END
               END-IF
           END-PERFORM.
       .

       0300-SAISIE-POLICE-END.
           EXIT
       .

      ******************************************************************
      * CONTROLE ZONE PAR ZONE D'UNE CREATION OU MODIFICATION : MEMES  *
      * REGLES QUE 0300-CONTROLE-SAISIE ET 0350-CONTROLE-GESTION       *
      * D'ASSURMAJ, CHAQUE ERREUR ETANT RATTACHEE A SA ZONE            *
      ******************************************************************

       0310-CONTROLE-POLICE.
           MOVE 'O' TO WS-L-VALIDE.
           MOVE SPACES TO WS-ERREURS-SAISIE.

           PERFORM 0316-CONTROLE-ETOILES
               THRU 0316-CONTROLE-ETOILES-END.

           IF WS-E-STATUT = SPACES AND WS-REF-STATUT-CHARGE = 'O'
               MOVE 'N' TO WS-REF-STATUT-TROUVE
               PERFORM 0351-RECHERCHE-STATUT-REF
                   THRU 0351-RECHERCHE-STATUT-REF-END
                   VARYING WS-REF-STATUT-I FROM 1 BY 1
                   UNTIL WS-REF-STATUT-I > WS-REF-STATUT-NB
                   OR WS-REF-STATUT-TROUVE = 'O'
               IF WS-REF-STATUT-TROUVE = 'N'
                   MOVE "statut inconnu du referentiel" TO WS-E-STATUT
               END-IF
           END-IF.

           MOVE 'N' TO WS-REF-PROD-TROUVE.
           IF WS-E-NOM-PRODUIT = SPACES AND WS-REF-PROD-CHARGE = 'O'
               PERFORM 0352-RECHERCHE-PRODUIT-REF
                   THRU 0352-RECHERCHE-PRODUIT-REF-END
                   VARYING WS-REF-PROD-I FROM 1 BY 1
                   UNTIL WS-REF-PROD-I > WS-REF-PROD-NB
                   OR WS-REF-PROD-TROUVE = 'O'
               IF WS-REF-PROD-TROUVE = 'N'
                   MOVE "produit inconnu du referentiel"
                       TO WS-E-NOM-PRODUIT
               END-IF
           END-IF.

           PERFORM 0311-CONTROLE-PRIX THRU 0311-CONTROLE-PRIX-END.

           MOVE WS-L-DATE-DEBUT TO WS-L-DATE-CTL.
           PERFORM 0312-CONTROLE-DATE THRU 0312-CONTROLE-DATE-END.
           MOVE WS-L-MOTIF-DATE TO WS-E-DATE-DEBUT.

           MOVE WS-L-DATE-FIN TO WS-L-DATE-CTL.
           PERFORM 0312-CONTROLE-DATE THRU 0312-CONTROLE-DATE-END.
           MOVE WS-L-MOTIF-DATE TO WS-E-DATE-FIN.

           IF WS-E-DATE-DEBUT = SPACES AND WS-E-DATE-FIN = SPACES
               IF WS-L-DATE-FIN < WS-L-DATE-DEBUT
                   MOVE "date de fin anterieure a la date de debut"
                       TO WS-E-DATE-FIN
               END-IF
           END-IF.

           IF WS-REF-PROD-TROUVE = 'O'
               PERFORM 0353-CONTROLE-BAREME-PRODUIT
                   THRU 0353-CONTROLE-BAREME-PRODUIT-END
           END-IF.

           MOVE 'N' TO WS-TAUX-TROUVE.
           IF WS-E-DEVISE = SPACES
               PERFORM 0354-RECHERCHE-DEVISE-REF
                   THRU 0354-RECHERCHE-DEVISE-REF-END
                   VARYING WS-TAUX-IDX FROM 1 BY 1
                   UNTIL WS-TAUX-IDX > WS-TAUX-MAX
                   OR WS-TAUX-TROUVE = 'O'
               IF WS-TAUX-TROUVE = 'N'
                   MOVE "devise absente de la table des taux"
                       TO WS-E-DEVISE
               END-IF
           END-IF.

           PERFORM 0314-CONTROLE-FREQUENCE
               THRU 0314-CONTROLE-FREQUENCE-END.

           IF WS-ERREURS-SAISIE NOT = SPACES
               MOVE 'N' TO WS-L-VALIDE
           END-IF.
       .

       0310-CONTROLE-POLICE-END.
           EXIT
       .

      ******************************************************************
      * PRIX : PARTIE ENTIERE ET DECIMALES NUMERIQUES SEPAREES PAR UN  *
      * POINT (meme regle que 0310-CONTROLE-PRIX d'assurmaj), au plus  *
      * six chiffres entiers pour tenir dans M-PRIX                    *
      ******************************************************************

       0311-CONTROLE-PRIX.
           MOVE SPACES TO WS-L-PRIX-INT.
           MOVE SPACES TO WS-L-PRIX-DEC.
           MOVE 0 TO WS-L-PRIX-NUM.

           UNSTRING WS-L-PRIX DELIMITED BY "."
               INTO WS-L-PRIX-INT WS-L-PRIX-DEC.

           IF WS-L-PRIX-DEC = SPACES
               OR FUNCTION TRIM(WS-L-PRIX-INT) NOT NUMERIC
               OR FUNCTION TRIM(WS-L-PRIX-DEC) NOT NUMERIC
               MOVE "prix non numerique (format 999999.99)"
                   TO WS-E-PRIX
           ELSE
               IF WS-L-PRIX-INT(7:1) NOT = SPACE
                   OR WS-L-PRIX-DEC(3:1) NOT = SPACE
                   MOVE "prix hors format 999999.99" TO WS-E-PRIX
               ELSE
                   MOVE FUNCTION NUMVAL(WS-L-PRIX) TO WS-L-PRIX-NUM
               END-IF
           END-IF.
       .

       0311-CONTROLE-PRIX-END.
           EXIT
       .

      ******************************************************************
      * DATE AAAAMMJJ (WS-L-DATE-CTL) : NUMERIQUE, DANS LES PLAGES     *
      * D'ASSURMAJ ET EXISTANTE AU CALENDRIER ; MOTIF DANS             *
      * WS-L-MOTIF-DATE, A BLANC SI LA DATE EST CORRECTE               *
      ******************************************************************

       0312-CONTROLE-DATE.
           MOVE SPACES TO WS-L-MOTIF-DATE.

           IF WS-L-DATE-CTL NOT NUMERIC
               MOVE "date non numerique" TO WS-L-MOTIF-DATE
           ELSE
               MOVE WS-L-DATE-CTL(1:4) TO WS-L-ANNEE-NUM
               MOVE WS-L-DATE-CTL(5:2) TO WS-L-MOIS-NUM
               MOVE WS-L-DATE-CTL(7:2) TO WS-L-JOUR-NUM
               IF WS-L-ANNEE-NUM < 1900 OR WS-L-ANNEE-NUM > 2099
                   OR WS-L-MOIS-NUM < 01 OR WS-L-MOIS-NUM > 12
                   OR WS-L-JOUR-NUM < 01 OR WS-L-JOUR-NUM > 31
                   MOVE "date hors plage valide" TO WS-L-MOTIF-DATE
               ELSE
                   MOVE WS-L-DATE-CTL TO WS-L-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-L-DATE-NUM) = 0
                       MOVE "date inexistante" TO WS-L-MOTIF-DATE
                   END-IF
               END-IF
           END-IF.
       .

       0312-CONTROLE-DATE-END.
           EXIT
       .

       0314-CONTROLE-FREQUENCE.
           IF WS-L-FREQUENCE = SPACE
               MOVE 'A' TO WS-L-FREQUENCE
           END-IF.

           IF WS-L-FREQUENCE NOT = 'A' AND WS-L-FREQUENCE NOT = 'S'
               AND WS-L-FREQUENCE NOT = 'T'
               AND WS-L-FREQUENCE NOT = 'M'
               MOVE "frequence de quittancement invalide"
                   TO WS-E-FREQUENCE
           END-IF.
       .

       0314-CONTROLE-FREQUENCE-END.
           EXIT
       .

      ******************************************************************
      * LE SEPARATEUR * DU FICHIER DES MOUVEMENTS EST INTERDIT DANS    *
      * LES ZONES ALPHANUMERIQUES                                      *
      ******************************************************************

       0316-CONTROLE-ETOILES.
           MOVE 0 TO WS-L-NB-ETOILES.
           INSPECT WS-L-NOM-CONTRAT TALLYING WS-L-NB-ETOILES
               FOR ALL "*".
           IF WS-L-NB-ETOILES > 0
               MOVE "caractere * interdit" TO WS-E-NOM-CONTRAT
           END-IF.

           MOVE 0 TO WS-L-NB-ETOILES.
           INSPECT WS-L-NOM-PRODUIT TALLYING WS-L-NB-ETOILES
               FOR ALL "*".
           IF WS-L-NB-ETOILES > 0
               MOVE "caractere * interdit" TO WS-E-NOM-PRODUIT
           END-IF.

           MOVE 0 TO WS-L-NB-ETOILES.
           INSPECT WS-L-NOM-CLIENT TALLYING WS-L-NB-ETOILES
               FOR ALL "*".
           IF WS-L-NB-ETOILES > 0
               MOVE "caractere * interdit" TO WS-E-NOM-CLIENT
           END-IF.

           MOVE 0 TO WS-L-NB-ETOILES.
           INSPECT WS-L-STATUT TALLYING WS-L-NB-ETOILES
               FOR ALL "*".
           IF WS-L-NB-ETOILES > 0
               MOVE "caractere * interdit" TO WS-E-STATUT
           END-IF.

           MOVE 0 TO WS-L-NB-ETOILES.
           INSPECT WS-L-DEVISE TALLYING WS-L-NB-ETOILES
               FOR ALL "*".
           IF WS-L-NB-ETOILES > 0
               MOVE "caractere * interdit" TO WS-E-DEVISE
           END-IF.
       .

       0316-CONTROLE-ETOILES-END.
           EXIT
       .

       0351-RECHERCHE-STATUT-REF.
           IF WS-REF-STATUT-VAL(WS-REF-STATUT-I) = WS-L-STATUT
               MOVE 'O' TO WS-REF-STATUT-TROUVE
           END-IF.
       .

       0351-RECHERCHE-STATUT-REF-END.
           EXIT
       .

       0352-RECHERCHE-PRODUIT-REF.
           IF WS-REF-PROD-NOM(WS-REF-PROD-I) = WS-L-NOM-PRODUIT
               MOVE 'O' TO WS-REF-PROD-TROUVE
               MOVE WS-REF-PROD-I TO WS-REF-PROD-IDX
           END-IF.
       .

       0352-RECHERCHE-PRODUIT-REF-END.
           EXIT
       .

      ******************************************************************
      * BAREME DU PRODUIT : PRIX ET DUREE DANS LES BORNES (controles   *
      * faits seulement si la zone concernee est par ailleurs correcte)*
      ******************************************************************

       0353-CONTROLE-BAREME-PRODUIT.
           IF WS-E-PRIX = SPACES
               IF WS-L-PRIX-NUM < WS-REF-PROD-PRIX-MIN(WS-REF-PROD-IDX)
                   OR WS-L-PRIX-NUM >
                       WS-REF-PROD-PRIX-MAX(WS-REF-PROD-IDX)
                   MOVE "prix hors bareme du produit" TO WS-E-PRIX
               END-IF
           END-IF.

           IF WS-E-DATE-DEBUT = SPACES AND WS-E-DATE-FIN = SPACES
               MOVE WS-L-DATE-DEBUT TO WS-L-DATE-NUM
               COMPUTE WS-L-DEBUT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-L-DATE-NUM)
               MOVE WS-L-DATE-FIN TO WS-L-DATE-NUM
               COMPUTE WS-L-FIN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-L-DATE-NUM)
               COMPUTE WS-L-DUREE = WS-L-FIN-INT - WS-L-DEBUT-INT

               IF WS-L-DUREE <
                   WS-REF-PROD-DUREE-MIN(WS-REF-PROD-IDX)
                   OR WS-L-DUREE >
                       WS-REF-PROD-DUREE-MAX(WS-REF-PROD-IDX)
                   MOVE "duree hors bareme du produit"
                       TO WS-E-DATE-FIN
               END-IF
           END-IF.
       .

       0353-CONTROLE-BAREME-PRODUIT-END.
           EXIT
       .

       0354-RECHERCHE-DEVISE-REF.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-L-DEVISE
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       0354-RECHERCHE-DEVISE-REF-END.
           EXIT
       .

      ******************************************************************
      * ANNULATION : CONFIRMATION DE LA POLICE AFFICHEE                *
      ******************************************************************

       0400-SAISIE-ANNULATION.
           MOVE "ANNULATION D'UNE POLICE" TO WS-S-TITRE.
           MOVE SPACES TO WS-ERREURS-SAISIE.
           MOVE 'N' TO WS-S-FIN-ECRAN.

           PERFORM UNTIL WS-S-FIN-ECRAN = 'O'
               MOVE SPACE TO WS-S-CONFIRME
               DISPLAY ECR-ENTETE
               DISPLAY ECR-CONSULTATION
               DISPLAY ECR-CONFIRMATION
               ACCEPT ECR-CONFIRMATION

               EVALUATE WS-S-CONFIRME
                   WHEN 'A'
                       MOVE "Saisie abandonnee, aucun mouvement "
                           & "enregistre" TO WS-S-MESSAGE
                       MOVE 'O' TO WS-S-FIN-ECRAN
                   WHEN 'O'
                       MOVE 'O' TO WS-L-VALIDE
                       PERFORM 0900-VALIDATION-ECRAN
                           THRU 0900-VALIDATION-ECRAN-END
                   WHEN OTHER
                       MOVE "Confirmer l'annulation par O ou "
                           & "abandonner par A" TO WS-S-MESSAGE
               END-EVALUATE
           END-PERFORM.
       .

       0400-SAISIE-ANNULATION-END.
           EXIT
       .

      ******************************************************************
      * AVENANT : DATE D'EFFET DANS LA PERIODE DE COUVERTURE DE LA     *
      * POLICE ET NOUVELLE PRIME ANNUELLE (0360-CONTROLE-AVENANT et    *
      * 0450-MVT-AVENANT d'assurmaj)                                   *
      ******************************************************************

       0500-SAISIE-AVENANT.
           MOVE "AVENANT : CHANGEMENT DE PRIME" TO WS-S-TITRE.
           MOVE SPACES TO WS-ERREURS-SAISIE.
           MOVE SPACES TO WS-V-DATE-EFFET.
           MOVE 'N' TO WS-S-FIN-ECRAN.

           PERFORM UNTIL WS-S-FIN-ECRAN = 'O'
               MOVE SPACE TO WS-S-CONFIRME
               DISPLAY ECR-ENTETE
               DISPLAY ECR-CONSULTATION
               DISPLAY ECR-AVENANT
               DISPLAY ECR-CONFIRMATION
               ACCEPT ECR-AVENANT
               ACCEPT ECR-CONFIRMATION

               IF WS-S-CONFIRME = 'A'
                   MOVE "Saisie abandonnee, aucun mouvement enregistre"
                       TO WS-S-MESSAGE
                   MOVE 'O' TO WS-S-FIN-ECRAN
               ELSE
                   PERFORM 0510-CONTROLE-AVENANT
                       THRU 0510-CONTROLE-AVENANT-END
                   PERFORM 0900-VALIDATION-ECRAN
                       THRU 0900-VALIDATION-ECRAN-END
               END-IF
           END-PERFORM.
       .

       0500-SAISIE-AVENANT-END.
           EXIT
       .

       0510-CONTROLE-AVENANT.
           MOVE 'O' TO WS-L-VALIDE.
           MOVE SPACES TO WS-ERREURS-SAISIE.

           PERFORM 0311-CONTROLE-PRIX THRU 0311-CONTROLE-PRIX-END.

           MOVE WS-V-DATE-EFFET TO WS-L-DATE-CTL.
           PERFORM 0312-CONTROLE-DATE THRU 0312-CONTROLE-DATE-END.
           MOVE WS-L-MOTIF-DATE TO WS-E-DATE-EFFET.

           IF WS-E-DATE-EFFET = SPACES
               IF WS-V-DATE-EFFET < WS-L-DATE-DEBUT
                   OR WS-V-DATE-EFFET > WS-L-DATE-FIN
                   MOVE "date d'effet hors periode de couverture"
                       TO WS-E-DATE-EFFET
               END-IF
           END-IF.

           IF WS-ERREURS-SAISIE NOT = SPACES
               MOVE 'N' TO WS-L-VALIDE
           END-IF.
       .

       0510-CONTROLE-AVENANT-END.
           EXIT
       .

      ******************************************************************
      * ISSUE D'UN ECRAN CONTROLE : ERREURS A CORRIGER, DEMANDE DE     *
      * CONFIRMATION, OU ENREGISTREMENT DU MOUVEMENT                   *
      ******************************************************************

       0900-VALIDATION-ECRAN.
           IF WS-L-VALIDE = 'N'
               MOVE "Saisie refusee : corriger les zones signalees"
                   TO WS-S-MESSAGE
           ELSE
               IF WS-S-CONFIRME NOT = 'O'
                   MOVE "Controles corrects : O pour enregistrer"
                       TO WS-S-MESSAGE
               ELSE
                   PERFORM 0800-ECRITURE-MOUVEMENT
                       THRU 0800-ECRITURE-MOUVEMENT-END
                   MOVE 'O' TO WS-S-FIN-ECRAN
               END-IF
           END-IF.
       .

       0900-VALIDATION-ECRAN-END.
           EXIT
       .

      ******************************************************************
      * AJOUT DU MOUVEMENT AU FICHIER DU JOUR, AU FORMAT LU PAR        *
      * ASSURMAJ, SUIVI DE L'IDENTIFIANT DE L'OPERATEUR. Le fichier    *
      * est ouvert et referme a chaque mouvement : rien de ce qui a    *
      * ete confirme n'est perdu si la session s'interrompt.           *
      ******************************************************************

       0800-ECRITURE-MOUVEMENT.
           MOVE SPACES TO F-MOUVEMENT.

           IF WS-M-TYPE = 'V'
               MOVE WS-L-PRIX-NUM TO WS-L-PRIX-ED
               STRING "V*"                  DELIMITED BY SIZE
                      WS-L-CODE             DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-V-DATE-EFFET       DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-PRIX-ED          DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-OPERATEUR          DELIMITED BY SIZE
                   INTO F-MOUVEMENT
           ELSE
               IF WS-M-TYPE NOT = 'A'
                   MOVE WS-L-PRIX-NUM TO WS-L-PRIX-ED
                   MOVE WS-L-PRIX-ED TO WS-L-PRIX
               END-IF
               STRING WS-M-TYPE             DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-CODE             DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-NOM-CONTRAT      DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-NOM-PRODUIT      DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-NOM-CLIENT       DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-STATUT           DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-DATE-DEBUT       DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-DATE-FIN         DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-PRIX             DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-DEVISE           DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-L-FREQUENCE        DELIMITED BY SIZE
                      "*"                   DELIMITED BY SIZE
                      WS-OPERATEUR          DELIMITED BY SIZE
                   INTO F-MOUVEMENT
           END-IF.

           OPEN EXTEND FICHIER-MOUVEMENTS.

           IF WS-STATUT-MVT NOT = "00" AND WS-STATUT-MVT NOT = "05"
               STRING "ERREUR : fichier des mouvements inaccessible "
                          DELIMITED BY SIZE
                      "(statut "            DELIMITED BY SIZE
                      WS-STATUT-MVT         DELIMITED BY SIZE
                      "), mouvement NON enregistre"
                          DELIMITED BY SIZE
                   INTO WS-S-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE F-MOUVEMENT
               CLOSE FICHIER-MOUVEMENTS
               ADD 1 TO WS-MVT-ENREGISTRES
               STRING "Mouvement "          DELIMITED BY SIZE
                      WS-M-TYPE             DELIMITED BY SIZE
                      " du contrat "        DELIMITED BY SIZE
                      WS-L-CODE             DELIMITED BY SIZE
                      " enregistre dans "   DELIMITED BY SIZE
                      WS-NOM-FICHIER-MVT    DELIMITED BY SPACE
                   INTO WS-S-MESSAGE
           END-IF.
       .

       0800-ECRITURE-MOUVEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES STATUTS AUTORISES                *
      ******************************************************************

       0600-CHARGEMENT-STATUTS.
           ACCEPT WS-NOM-FICHIER-STATUTS FROM ENVIRONMENT
               "ASSUR_FICHIER_STATUTS".
           IF WS-NOM-FICHIER-STATUTS = SPACES
               MOVE "STATUTS.TXT" TO WS-NOM-FICHIER-STATUTS
           END-IF.

           MOVE 'F' TO WS-FIN-FICHIER-STATUTS.
           OPEN INPUT FICHIER-STATUTS.

           IF WS-STATUT-FICHIER-STATUTS = "00"
               MOVE 'O' TO WS-REF-STATUT-CHARGE

               PERFORM UNTIL WS-FIN-FICHIER-STATUTS = 'T'
                   READ FICHIER-STATUTS
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER-STATUTS
                       NOT AT END
                           PERFORM 0610-STATUT-RANGEMENT
                               THRU 0610-STATUT-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-STATUTS
           ELSE
               IF WS-STATUT-FICHIER-STATUTS = "05"
                   CLOSE FICHIER-STATUTS
               END-IF
               DISPLAY "Referentiel des statuts absent, controle "
                   "des statuts non applique"
           END-IF.
       .

       0600-CHARGEMENT-STATUTS-END.
           EXIT
       .

       0610-STATUT-RANGEMENT.
           IF F-STATUT NOT = SPACES
               IF WS-REF-STATUT-NB < WS-REF-STATUT-MAX
                   ADD 1 TO WS-REF-STATUT-NB
                   MOVE F-STATUT
                       TO WS-REF-STATUT-VAL(WS-REF-STATUT-NB)
               ELSE
                   DISPLAY "ATTENTION : referentiel des statuts "
                       "tronque (limite " WS-REF-STATUT-MAX ")"
               END-IF
           END-IF.
       .

       0610-STATUT-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES PRODUITS ET DE LEURS BAREMES     *
      ******************************************************************

       0620-CHARGEMENT-PRODUITS.
           ACCEPT WS-NOM-FICHIER-PRODUITS FROM ENVIRONMENT
               "ASSUR_FICHIER_PRODUITS".
           IF WS-NOM-FICHIER-PRODUITS = SPACES
               MOVE "PRODUITS.TXT" TO WS-NOM-FICHIER-PRODUITS
           END-IF.

           MOVE 'F' TO WS-FIN-FICHIER-PRODUITS.
           OPEN INPUT FICHIER-PRODUITS.

           IF WS-STATUT-FICHIER-PRODUITS = "00"
               MOVE 'O' TO WS-REF-PROD-CHARGE

               PERFORM UNTIL WS-FIN-FICHIER-PRODUITS = 'T'
                   READ FICHIER-PRODUITS
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER-PRODUITS
                       NOT AT END
                           PERFORM 0630-PRODUIT-RANGEMENT
                               THRU 0630-PRODUIT-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PRODUITS
           ELSE
               IF WS-STATUT-FICHIER-PRODUITS = "05"
                   CLOSE FICHIER-PRODUITS
               END-IF
               DISPLAY "Referentiel des produits absent, controle "
                   "des baremes non applique"
           END-IF.
       .

       0620-CHARGEMENT-PRODUITS-END.
           EXIT
       .

       0630-PRODUIT-RANGEMENT.
           MOVE SPACES TO WS-REFP-SAISIE.
           MOVE 0 TO WS-REFP-NB-CHAMPS.

           UNSTRING F-PRODUIT DELIMITED BY "*"
               INTO WS-REFP-NOM
                    WS-REFP-PRIX-MIN
                    WS-REFP-PRIX-MAX
                    WS-REFP-DUREE-MIN
                    WS-REFP-DUREE-MAX
               TALLYING IN WS-REFP-NB-CHAMPS.

           IF WS-REFP-NB-CHAMPS NOT = 5
               OR FUNCTION TRIM(WS-REFP-DUREE-MIN) NOT NUMERIC
               OR FUNCTION TRIM(WS-REFP-DUREE-MAX) NOT NUMERIC
               DISPLAY "ATTENTION : ligne du referentiel produits "
                   "illisible : " F-PRODUIT
           ELSE
               IF WS-REF-PROD-NB < WS-REF-PROD-MAX-TAB
                   ADD 1 TO WS-REF-PROD-NB
                   MOVE WS-REFP-NOM
                       TO WS-REF-PROD-NOM(WS-REF-PROD-NB)
                   MOVE FUNCTION NUMVAL(WS-REFP-PRIX-MIN)
                       TO WS-REF-PROD-PRIX-MIN(WS-REF-PROD-NB)
                   MOVE FUNCTION NUMVAL(WS-REFP-PRIX-MAX)
                       TO WS-REF-PROD-PRIX-MAX(WS-REF-PROD-NB)
                   MOVE FUNCTION NUMVAL(WS-REFP-DUREE-MIN)
                       TO WS-REF-PROD-DUREE-MIN(WS-REF-PROD-NB)
                   MOVE FUNCTION NUMVAL(WS-REFP-DUREE-MAX)
                       TO WS-REF-PROD-DUREE-MAX(WS-REF-PROD-NB)
               ELSE
                   DISPLAY "ATTENTION : referentiel des produits "
                       "tronque (limite " WS-REF-PROD-MAX-TAB ")"
               END-IF
           END-IF.
       .

       0630-PRODUIT-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * RAFRAICHISSEMENT DE LA TABLE DES TAUX DE CHANGE (TAUXCHG)      *
      * Meme mecanique que 0700-CHARGEMENT-TAUX d'assurmaj.            *
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
