       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuratt.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * ATTESTATIONS ANNUELLES DE PRIMES PAR CLIENT                    *
      *                                                                *
      * Parametres : ASSUR_ANNEE_ATTESTATION (AAAA), defaut annee      *
      * precedant la date du jour (passage de janvier) ;               *
      * ASSUR_DATE_DECLARATION (AAAAMMJJ), date du passage d'assur     *
      * dont la declaration de taxe est rapprochee, defaut 31/12 de    *
      * l'annee.                                                       *
      *                                                                *
      * Historique des contrats : l'audit du master (ASSUR_FICHIER_    *
      * AUDIT, defaut AUDIT-MASTER.TXT, description AUDPOL) et le      *
      * master (ASSUR_FICHIER_MASTER) sont tries par code contrat et   *
      * ordre d'ecriture, puis rejoues contrat par contrat comme le    *
      * fait assuraud (image avant du premier changement, images apres *
      * successives, backout B sans ligne R = contrat retire). Chaque  *
      * date de debut distincte est une periode du contrat : un        *
      * renouvellement (nouveau debut a partir de l'ancienne fin)      *
      * conserve la periode precedente ; une image dont le debut tombe *
      * avant la fin de la periode courante la remplace (correction,   *
      * backout), la periode remplacee est abandonnee. Les contrats    *
      * supprimes dans l'annee (annulation, echeance, non-             *
      * renouvellement) restent ainsi attestes. Sans audit, les        *
      * periodes sont celles du master actuel.                         *
      *                                                                *
      * Par contrat, dans la devise de son dernier etat :              *
      *   - facture : pour chaque periode passee ACTIF ou SUSPENDU,    *
      *     echeancier recalcule comme 0810/0811 d'assur sur la        *
      *     derniere image quittancee de la periode (taux de taxe du   *
      *     referentiel des produits), echeances dont la date tombe    *
      *     dans l'annee : prime HT, taxe et total facture ;           *
      *   - paye : paiements de PAIEMENTS.TXT dates de l'annee et      *
      *     prelevements SEPA de l'annee (PRELEVEMENTS-EMIS.TXT)       *
      *     echus et sans retour bancaire (RETOURS-SEPA.TXT) ;         *
      *   - ristourne : periode dont le dernier etat est RESILIE et    *
      *     qui couvre une partie de l'annee, meme calcul que          *
      *     1210-RISTOURNE-POLICE.                                     *
      * Les contrats sont regroupes par numero de client CLIREF (nom   *
      * du client recherche comme 9300-RECHERCHE-CLIENT-REF) ; une     *
      * attestation par client est ecrite dans l'extrait courrier      *
      * (ASSUR_FICHIER_ATTESTATIONS, defaut ATTESTATIONS-AAAA.TXT),    *
      * au format des avis de 0241-AVIS-DOCUMENT, avec les totaux par  *
      * devise. Un contrat dont le client est absent de CLIREF ne peut *
      * etre adresse : il est liste dans l'etat de controle.           *
      *                                                                *
      * Etat de controle (ASSUR_FICHIER_CONTROLE_ATTESTATIONS, defaut  *
      * CONTROLE-ATTESTATIONS-AAAA.TXT) : contrats hors attestation,   *
      * nombres, totaux par devise, encaissements de l'annee non       *
      * rattaches a un contrat (code inconnu ou autre devise) et       *
      * rapprochement par produit (EUR, via TAUXCHG) avec la           *
      * declaration de 0850-TAXES-EDITION (ASSUR_FICHIER_TAXES, defaut *
      * TAXES-AAAAMMJJ.TXT) : la taxe totale des polices ACTIF et      *
      * SUSPENDU au master en fin de journee de la date de declaration *
      * est recalculee a partir de l'historique et comparee, produit   *
      * par produit, a la taxe declaree. La taxe des echeances de      *
      * l'annee (attestations, contrats sans client) est donnee a      *
      * titre d'information. Le rapprochement suppose les taux de      *
      * change et de taxe inchanges depuis la declaration.             *
      *                                                                *
      * Code retour : 8 si un parametre est invalide, si le master ou  *
      * le referentiel des clients est indisponible ; 4 si l'audit est *
      * indisponible, si des contrats restent hors attestation, si des *
      * encaissements ne sont pas rattaches, si la declaration de taxe *
      * presente un ecart, si des lignes sont illisibles ou si une     *
      * table deborde ; 0 sinon.                                       *
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

       SELECT OPTIONAL FICHIER-AUDIT
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AUDIT.

       SELECT OPTIONAL FICHIER-TAUX
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAUX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-TAUX.

       SELECT OPTIONAL FICHIER-PRODUITS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRODUITS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-PRODUITS.

       SELECT OPTIONAL FICHIER-CLIREF
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-CLIREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIREF.

       SELECT OPTIONAL FICHIER-PAIEMENTS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PAIEMENTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

       SELECT OPTIONAL FICHIER-PRLV-EMIS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRLV-EMIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRLV-EMIS.

       SELECT OPTIONAL FICHIER-RETOURS-SEPA
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-RETOURS-SEPA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RETOURS-SEPA.

       SELECT OPTIONAL FICHIER-TAXES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAXES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TAXES.

       SELECT FICHIER-ATTESTATIONS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-ATTESTATIONS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CONTROLE
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-TRI
           ASSIGN TO "SORTWK".


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-MASTER.
           COPY POLMAST.

       FD FICHIER-AUDIT.
           COPY AUDPOL.

       FD FICHIER-TAUX.
       01 E-TAUX                           PIC X(9).

       FD FICHIER-PRODUITS.
       01 F-PRODUIT                        PIC X(60).

       FD FICHIER-CLIREF.
       01 F-CLIREF                         PIC X(180).

       FD FICHIER-PAIEMENTS.
       01 F-PAIEMENT                       PIC X(40).

       FD FICHIER-PRLV-EMIS.
       01 F-PRLV-EMIS                      PIC X(100).

       FD FICHIER-RETOURS-SEPA.
       01 F-RETOUR-SEPA                    PIC X(80).

       FD FICHIER-TAXES.
       01 F-TAXE                           PIC X(100).

       FD FICHIER-ATTESTATIONS.
       01 E-ATTESTATION                    PIC X(100).

       FD FICHIER-CONTROLE.
       01 E-CONTROLE                       PIC X(132).

      ******************************************************************
      * FICHIER DE TRAVAIL COMMUN AUX DEUX TRIS : HISTORIQUE PAR CODE  *
      * CONTRAT (WS-TRH-), PUIS CONTRATS ATTESTES PAR CLIENT (WS-TRA-) *
      ******************************************************************

       SD FICHIER-TRI.
       01 TRI-ENR.
           05 TRI-CLE                      PIC X(17).
           05 TRI-DATA                     PIC X(260).


       WORKING-STORAGE SECTION.

           COPY TAUXCHG.

      ******************************************************************
      * ANNEE DE L'ATTESTATION ET DATE DE LA DECLARATION RAPPROCHEE    *
      ******************************************************************

       77 WS-ATT-SAISIE                    PIC X(4)        VALUE SPACES.
       77 WS-ATT-ANNEE                     PIC 9(4)        VALUE 0.
       77 WS-ATT-VALIDE                    PIC X           VALUE 'O'.
       77 WS-ATT-DEBUT-N                   PIC 9(8)        VALUE 0.
       77 WS-ATT-FIN-N                     PIC 9(8)        VALUE 0.

       01 WS-DCL-DATE.
           05 WS-DCL-ANNEE                 PIC 9(4).
           05 WS-DCL-MOIS                  PIC 99.
           05 WS-DCL-JOUR                  PIC 99.
       01 WS-DCL-DATE-N REDEFINES WS-DCL-DATE
                                            PIC 9(8).

       77 WS-DCL-SAISIE                    PIC X(8)        VALUE SPACES.
       77 WS-DCL-DATE-INT                  PIC S9(9)       VALUE 0.

      ******************************************************************
      * HISTORIQUE TRANSMIS AU PREMIER TRI : CLE CODE CONTRAT + RANG   *
      * DE LA LIGNE D'AUDIT (999999999 pour le master, rejoue en       *
      * dernier). WS-TRH-ORIGINE : A audit, M master                   *
      ******************************************************************

       01 WS-TRH-CLE.
           05 WS-TRH-CODE                  PIC 9(8).
           05 WS-TRH-SEQ                   PIC 9(9).

       01 WS-TRH-EVENEMENT.
           05 WS-TRH-ORIGINE               PIC X.
           05 WS-TRH-TYPE                  PIC X.
           05 WS-TRH-DATE                  PIC 9(8).
           05 WS-TRH-RUN-ID                PIC X(15).
           05 WS-TRH-AVANT                 PIC X(113).
           05 WS-TRH-APRES                 PIC X(113).

       77 WS-AUD-RANG                      PIC 9(9)        VALUE 0.
       77 WS-AUD-LUES                      PIC 9(7)        VALUE 0.
       77 WS-AUD-INVALIDES                 PIC 9(7)        VALUE 0.
       77 WS-AUDIT-LU                      PIC X           VALUE 'N'.

      ******************************************************************
      * BACKOUTS DU MASTER (lignes B de l'audit) : rang, passage, date *
      ******************************************************************

       01 WS-BKO-TAB.
           05 WS-BKO-ENR                   OCCURS 200 TIMES.
               10 WS-BKO-SEQ               PIC 9(9).
               10 WS-BKO-RUN-ID            PIC X(15).
               10 WS-BKO-DATE              PIC 9(8).

       77 WS-BKO-NB                        PIC 9(4)        VALUE 0.
       77 WS-BKO-MAX-TAB                   PIC 9(4)        VALUE 0200.
       77 WS-BKO-DEBORDEMENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * CONTRAT EN COURS DE RECONSTITUTION : ETAT COURANT (periode     *
      * courante, 0 si absent du master), CLICHE A LA DATE DE LA       *
      * DECLARATION (? inconnu, O present, N absent), PROCHAIN BACKOUT *
      ******************************************************************

       77 WS-CTR-OUVERT                    PIC X           VALUE 'N'.
       77 WS-CTR-CODE                      PIC 9(8)        VALUE 0.
       77 WS-CTR-CONNU                     PIC X           VALUE 'N'.
       77 WS-CTR-COURANT                   PIC 99          VALUE 0.
       77 WS-CTR-DERNIERE-IMAGE            PIC X(113)      VALUE SPACES.
       77 WS-CTR-FIGE                      PIC X           VALUE 'N'.
       77 WS-CTR-DCL-STATUT                PIC X           VALUE SPACE.
       77 WS-CTR-DCL-IMAGE                 PIC X(113)      VALUE SPACES.
       77 WS-CTR-BKO-I                     PIC 9(4)        VALUE 0.
       77 WS-CTR-BKO-ATTEINT               PIC X           VALUE 'N'.
       77 WS-CTR-SEQ-EVT                   PIC 9(9)        VALUE 0.
       77 WS-CTR-TYPE-EVT                  PIC X           VALUE SPACE.
       77 WS-CTR-RUN-EVT                   PIC X(15)       VALUE SPACES.
       77 WS-CTR-DATE-EVT                  PIC 9(8)        VALUE 0.
       77 WS-CTR-PRODUIT                   PIC X(14)       VALUE SPACES.
       77 WS-CTR-CLIENT                    PIC X(41)       VALUE SPACES.
       77 WS-CTR-STATUT                    PIC X(8)        VALUE SPACES.
       77 WS-CTR-DEVISE                    PIC X(3)        VALUE SPACES.
       77 WS-CTR-LUS                       PIC 9(7)        VALUE 0.

      ******************************************************************
      * PERIODES DU CONTRAT EN COURS : DEBUT, FIN, DERNIERE IMAGE,     *
      * DERNIERE IMAGE QUITTANCEE (ACTIF/SUSPENDU), ABANDON            *
      ******************************************************************

       01 WS-PER-TAB.
           05 WS-PER-ENR                   OCCURS 30 TIMES.
               10 WS-PER-DEBUT             PIC 9(8).
               10 WS-PER-FIN               PIC 9(8).
               10 WS-PER-IMAGE             PIC X(113).
               10 WS-PER-FACT-IMAGE        PIC X(113).
               10 WS-PER-FACTURE           PIC X.
               10 WS-PER-ANNULE            PIC X.

       77 WS-PER-NB                        PIC 99          VALUE 0.
       77 WS-PER-MAX-TAB                   PIC 99          VALUE 30.
       77 WS-PER-I                         PIC 99          VALUE 0.
       77 WS-PER-IDX                       PIC 99          VALUE 0.
       77 WS-PER-TROUVE                    PIC X           VALUE 'N'.
       77 WS-PER-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-PER-DEVISE-AUTRE              PIC 9(7)        VALUE 0.
       77 WS-PER-HT-ANNEE                  PIC 9(7)V99     VALUE 0.
       77 WS-PER-TAXE-ANNEE                PIC 9(7)V99     VALUE 0.
       77 WS-PER-RISTOURNE                 PIC 9(6)V99     VALUE 0.

      ******************************************************************
      * IMAGE D'UNE POLICE (AUDIT OU MASTER) DECOMPOSEE COMME          *
      * M-ASSURANCE                                                    *
      ******************************************************************

       01 WS-IMG-POLICE.
           05 WS-IMG-CODE                  PIC 9(8).
           05 WS-IMG-NOM-CONTRAT           PIC X(14).
           05 WS-IMG-NOM-PRODUIT           PIC X(14).
           05 WS-IMG-NOM-CLIENT            PIC X(41).
           05 WS-IMG-STATUT                PIC X(8).
           05 WS-IMG-DATE-DEBUT            PIC 9(8).
           05 WS-IMG-DATE-FIN              PIC 9(8).
           05 WS-IMG-PRIX                  PIC 9(6)V99.
           05 WS-IMG-DEVISE                PIC X(3).
           05 WS-IMG-FREQUENCE             PIC X.

      ******************************************************************
      * MONTANTS D'UN CONTRAT POUR L'ANNEE                             *
      ******************************************************************

       77 WS-POL-DATE-N                    PIC 9(8)        VALUE 0.
       77 WS-POL-HT                        PIC 9(7)V99     VALUE 0.
       77 WS-POL-TAXE                      PIC 9(7)V99     VALUE 0.
       77 WS-POL-PAYE                      PIC 9(8)V99     VALUE 0.
       77 WS-POL-RISTOURNE                 PIC 9(6)V99     VALUE 0.

       77 WS-POL-LUES                      PIC 9(7)        VALUE 0.
       77 WS-POL-RETENUES                  PIC 9(7)        VALUE 0.
       77 WS-POL-SANS-CLIENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * ECHEANCIER (memes zones et memes calculs que 0810/0811 d'assur)*
      ******************************************************************

       77 WS-QUIT-NB-ECH                   PIC 99          VALUE 0.
       77 WS-QUIT-ECH                      PIC 99          VALUE 0.
       77 WS-QUIT-DEBUT-INT                PIC S9(9)       VALUE 0.
       77 WS-QUIT-FIN-INT                  PIC S9(9)       VALUE 0.
       77 WS-QUIT-DUREE                    PIC S9(5)       VALUE 0.
       77 WS-QUIT-ECART                    PIC S9(5)       VALUE 0.
       77 WS-QUIT-MONTANT-BASE             PIC 9(6)V99     VALUE 0.
       77 WS-QUIT-MONTANT-ECH              PIC 9(6)V99     VALUE 0.
       77 WS-QUIT-RESTE                    PIC S9(4)V99    VALUE 0.
       77 WS-QUIT-DATE-INT                 PIC S9(9)       VALUE 0.
       77 WS-QUIT-TAUX-TAXE                PIC 9(2)V99     VALUE 0.
       77 WS-QUIT-TAXE-TOTALE              PIC 9(6)V99     VALUE 0.
       77 WS-QUIT-TAXE-BASE                PIC 9(6)V99     VALUE 0.
       77 WS-QUIT-TAXE-ECH                 PIC 9(6)V99     VALUE 0.
       77 WS-QUIT-TAXE-RESTE               PIC S9(4)V99    VALUE 0.
       77 WS-QUIT-TAXE-I                   PIC 9(4)        VALUE 0.
       77 WS-QUIT-TAXE-TROUVE              PIC X           VALUE 'N'.

       01 WS-QUIT-DATE-ECH.
           05 WS-QUIT-ECH-ANNEE            PIC 9(4).
           05 WS-QUIT-ECH-MOIS             PIC 99.
           05 WS-QUIT-ECH-JOUR             PIC 99.
       01 WS-QUIT-DATE-ECH-N REDEFINES WS-QUIT-DATE-ECH
                                            PIC 9(8).

      ******************************************************************
      * RISTOURNE (meme calcul que 1210-RISTOURNE-POLICE d'assur)      *
      ******************************************************************

       77 WS-DATE-SYS-INT                  PIC S9(9)       VALUE 0.
       77 WS-RIS-DEBUT-INT                 PIC S9(9)       VALUE 0.
       77 WS-RIS-FIN-INT                   PIC S9(9)       VALUE 0.
       77 WS-RIS-JOURS-TOTAL               PIC S9(5)       VALUE 0.
       77 WS-RIS-JOURS-ECOULES             PIC S9(5)       VALUE 0.
       77 WS-RIS-JOURS-RESTANTS            PIC S9(5)       VALUE 0.

      ******************************************************************
      * REFERENTIEL DES PRODUITS (nom et taux de taxe d'assurance)     *
      ******************************************************************

       01 WS-REF-PRODUIT-TAB.
           05 WS-REF-PRODUIT-ENR           OCCURS 50 TIMES.
               10 WS-REF-PROD-NOM          PIC X(14).
               10 WS-REF-PROD-TAUX-TAXE    PIC 9(2)V99.

       77 WS-REF-PROD-NB                   PIC 9(4)        VALUE 0.
       77 WS-REF-PROD-MAX-TAB              PIC 9(4)        VALUE 0050.
       77 WS-REF-PROD-CHARGE               PIC X           VALUE 'N'.

       01 WS-REFP-SAISIE.
           05 WS-REFP-NOM                  PIC X(14).
           05 WS-REFP-PRIX-MIN             PIC X(9).
           05 WS-REFP-PRIX-MAX             PIC X(9).
           05 WS-REFP-DUREE-MIN            PIC X(5).
           05 WS-REFP-DUREE-MAX            PIC X(5).
           05 WS-REFP-TAXE                 PIC X(6).

       77 WS-REFP-NB-CHAMPS                PIC 9(2)        VALUE 0.

      ******************************************************************
      * REFERENTIEL DES CLIENTS (NUMERO*NOM*ADRESSE1*2*3)              *
      ******************************************************************

       01 WS-CLR-TAB.
           05 WS-CLR-ENR                   OCCURS 20000 TIMES.
               10 WS-CLR-NUMERO            PIC 9(6).
               10 WS-CLR-NOM               PIC X(41).
               10 WS-CLR-ADR1              PIC X(38).
               10 WS-CLR-ADR2              PIC X(38).
               10 WS-CLR-ADR3              PIC X(38).

       77 WS-CLR-NB                        PIC 9(5)        VALUE 0.
       77 WS-CLR-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-CLR-I                         PIC 9(5)        VALUE 0.
       77 WS-CLR-IDX                       PIC 9(5)        VALUE 0.
       77 WS-CLR-CHARGE                    PIC X           VALUE 'N'.
       77 WS-CLR-TROUVE                    PIC X           VALUE 'N'.
       77 WS-CLR-NOM-CHERCHE               PIC X(41)       VALUE SPACES.

       01 WS-CLR-SAISIE.
           05 WS-CLR-S-NUMERO              PIC X(6).
           05 WS-CLR-S-NOM                 PIC X(41).
           05 WS-CLR-S-ADR1                PIC X(38).
           05 WS-CLR-S-ADR2                PIC X(38).
           05 WS-CLR-S-ADR3                PIC X(38).

       77 WS-CLR-NB-CHAMPS                 PIC 9(2)        VALUE 0.

      ******************************************************************
      * PAIEMENTS DATES DE L'ANNEE (CODE*DATE*MONTANT*DEVISE, meme     *
      * controle de lecture que 1310-PAIEMENT-TRAITEMENT d'assur)      *
      * WS-PAI-T-RATTACHE : O si porte au paye d'un contrat            *
      ******************************************************************

       01 WS-PAI-TAB.
           05 WS-PAI-ENR                   OCCURS 20000 TIMES.
               10 WS-PAI-T-CODE            PIC 9(8).
               10 WS-PAI-T-DATE            PIC 9(8).
               10 WS-PAI-T-MONTANT         PIC 9(6)V99.
               10 WS-PAI-T-DEVISE          PIC X(3).
               10 WS-PAI-T-RATTACHE        PIC X.

       77 WS-PAI-NB                        PIC 9(5)        VALUE 0.
       77 WS-PAI-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-PAI-I                         PIC 9(5)        VALUE 0.

       01 WS-PAI-SAISIE.
           05 WS-PAI-CODE                  PIC X(8).
           05 WS-PAI-DATE                  PIC X(8).
           05 WS-PAI-MONTANT               PIC X(10).
           05 WS-PAI-DEVISE                PIC X(3).

       77 WS-PAI-NB-CHAMPS                 PIC 9(2)        VALUE 0.
       77 WS-PAI-VALIDE                    PIC X           VALUE 'O'.
       77 WS-PAI-MONTANT-INT               PIC X(7)        VALUE SPACES.
       77 WS-PAI-MONTANT-DEC               PIC X(2)        VALUE SPACES.
       77 WS-PAI-LUS                       PIC 9(7)        VALUE 0.
       77 WS-PAI-INVALIDES                 PIC 9(7)        VALUE 0.
       77 WS-PAI-DEBORDEMENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * PRELEVEMENTS SEPA EMIS DE L'ANNEE, ECHUS A LA DATE DU JOUR     *
      * (reference : code contrat, numero d'echeance, date d'echeance) *
      * WS-SEP-RETOUR : N sans retour, J rejete, R rembourse           *
      * WS-SEP-RATTACHE : O si porte au paye d'un contrat              *
      ******************************************************************

       01 WS-SEP-TAB.
           05 WS-SEP-ENR                   OCCURS 20000 TIMES.
               10 WS-SEP-REF               PIC X(18).
               10 WS-SEP-REF-R REDEFINES WS-SEP-REF.
                   15 WS-SEP-REF-CODE      PIC 9(8).
                   15 WS-SEP-REF-NUM       PIC 99.
                   15 WS-SEP-REF-DATE      PIC 9(8).
               10 WS-SEP-MONTANT           PIC 9(7)V99.
               10 WS-SEP-DEVISE            PIC X(3).
               10 WS-SEP-RETOUR            PIC X.
               10 WS-SEP-RATTACHE          PIC X.

       77 WS-SEP-NB                        PIC 9(5)        VALUE 0.
       77 WS-SEP-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-SEP-I                         PIC 9(5)        VALUE 0.
       77 WS-SEP-IDX                       PIC 9(5)        VALUE 0.
       77 WS-SEP-TROUVE                    PIC X           VALUE 'N'.
       77 WS-SEP-NB-CHAMPS                 PIC 9(2)        VALUE 0.
       77 WS-SEP-INVALIDES                 PIC 9(7)        VALUE 0.
       77 WS-SEP-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-SEP-NB-RETOURS                PIC 9(7)        VALUE 0.

       01 WS-SEP-REF-TRAVAIL.
           05 WS-SEP-RT-CODE               PIC 9(8).
           05 WS-SEP-RT-NUM                PIC 99.
           05 WS-SEP-RT-DATE               PIC 9(8).

       01 WS-SEP-SAISIE.
           05 WS-SEP-S-REF                 PIC X(18).
           05 WS-SEP-S-DATE                PIC X(8).
           05 WS-SEP-S-MONTANT             PIC X(12).
           05 WS-SEP-S-DEVISE              PIC X(3).
           05 WS-SEP-S-RUM                 PIC X(35).
           05 WS-SEP-S-EMISSION            PIC X(8).

       01 WS-RET-SAISIE.
           05 WS-RET-S-REF                 PIC X(18).
           05 WS-RET-S-TYPE                PIC X(3).
           05 WS-RET-S-MOTIF               PIC X(4).
           05 WS-RET-S-DATE                PIC X(8).
           05 WS-RET-S-MONTANT             PIC X(12).

       77 WS-ENC-NON-RATTACHES             PIC 9(7)        VALUE 0.

      ******************************************************************
      * CONTRATS A ATTESTER, TRANSMIS AU SECOND TRI (cle numero client *
      * + code contrat, donnees WS-TRP-POLICE)                         *
      ******************************************************************

       01 WS-TRA-CLE.
           05 WS-TRA-NUMERO                PIC 9(6).
           05 WS-TRA-CODE                  PIC 9(8).
           05 FILLER                       PIC X(3)        VALUE SPACES.

       01 WS-TRP-POLICE.
           05 WS-TRP-CLR-IDX               PIC 9(5).
           05 WS-TRP-PRODUIT               PIC X(14).
           05 WS-TRP-STATUT                PIC X(8).
           05 WS-TRP-DEVISE                PIC X(3).
           05 WS-TRP-HT                    PIC 9(7)V99.
           05 WS-TRP-TAXE                  PIC 9(7)V99.
           05 WS-TRP-PAYE                  PIC 9(8)V99.
           05 WS-TRP-RISTOURNE             PIC 9(6)V99.

       01 WS-RES-TAB.
           05 WS-RES-ENR                   OCCURS 20000 TIMES.
               10 WS-RES-NUMERO            PIC 9(6).
               10 WS-RES-CODE              PIC 9(8).
               10 WS-RES-POLICE            PIC X(66).

       77 WS-RES-NB                        PIC 9(5)        VALUE 0.
       77 WS-RES-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-RES-I                         PIC 9(5)        VALUE 0.
       77 WS-RES-DEBORDEMENT               PIC 9(7)        VALUE 0.

       77 WS-FIN-TRI                       PIC X           VALUE 'F'.

      ******************************************************************
      * ATTESTATION EN COURS : CLIENT ET TOTAUX PAR DEVISE             *
      ******************************************************************

       77 WS-ATT-OUVERTE                   PIC X           VALUE 'N'.
       77 WS-ATT-NUMERO-COURANT            PIC 9(6)        VALUE 0.
       77 WS-ATT-NB                        PIC 9(7)        VALUE 0.
       77 WS-ATT-TTC                       PIC 9(7)V99     VALUE 0.

       01 WS-ATD-TAB.
           05 WS-ATD-ENR                   OCCURS 10 TIMES.
               10 WS-ATD-DEVISE            PIC X(3).
               10 WS-ATD-HT                PIC 9(9)V99.
               10 WS-ATD-TAXE              PIC 9(9)V99.
               10 WS-ATD-TTC               PIC 9(9)V99.
               10 WS-ATD-PAYE              PIC 9(9)V99.
               10 WS-ATD-RISTOURNE         PIC 9(9)V99.

       77 WS-ATD-NB                        PIC 99          VALUE 0.
       77 WS-ATD-MAX-TAB                   PIC 99          VALUE 10.
       77 WS-ATD-I                         PIC 99          VALUE 0.
       77 WS-ATD-IDX                       PIC 99          VALUE 0.
       77 WS-ATD-TROUVE                    PIC X           VALUE 'N'.
       77 WS-ATD-DEBORDEMENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * TOTAUX GENERAUX DES ATTESTATIONS PAR DEVISE (etat de controle) *
      ******************************************************************

       01 WS-ATG-TAB.
           05 WS-ATG-ENR                   OCCURS 20 TIMES.
               10 WS-ATG-DEVISE            PIC X(3).
               10 WS-ATG-NB                PIC 9(7).
               10 WS-ATG-HT                PIC 9(11)V99.
               10 WS-ATG-TAXE              PIC 9(11)V99.
               10 WS-ATG-TTC               PIC 9(11)V99.
               10 WS-ATG-PAYE              PIC 9(11)V99.
               10 WS-ATG-RISTOURNE         PIC 9(11)V99.

       77 WS-ATG-NB-LIGNES                 PIC 99          VALUE 0.
       77 WS-ATG-MAX-TAB                   PIC 99          VALUE 20.
       77 WS-ATG-I                         PIC 99          VALUE 0.
       77 WS-ATG-IDX                       PIC 99          VALUE 0.
       77 WS-ATG-TROUVE                    PIC X           VALUE 'N'.
       77 WS-ATG-DEBORDEMENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * RAPPROCHEMENT DE LA TAXE PAR PRODUIT AVEC LA DECLARATION (EUR) *
      * ATT  : echeances de l'annee portees aux attestations           *
      * HCL  : echeances de l'annee des contrats sans client CLIREF    *
      * CALC : taxe totale des polices ACTIF/SUSPENDU au master a la   *
      *        date de la declaration, recalculee (base de 0855)       *
      * DECL : taxe lue dans la declaration de 0850-TAXES-EDITION      *
      ******************************************************************

       01 WS-CTX-TAB.
           05 WS-CTX-ENR                   OCCURS 50 TIMES.
               10 WS-CTX-PRODUIT           PIC X(14).
               10 WS-CTX-TAUX              PIC 9(2)V99.
               10 WS-CTX-ATT-EUR           PIC 9(11)V99.
               10 WS-CTX-HCL-EUR           PIC 9(11)V99.
               10 WS-CTX-CALC-EUR          PIC 9(11)V99.
               10 WS-CTX-DECL-EUR          PIC 9(11)V99.

       77 WS-CTX-NB                        PIC 99          VALUE 0.
       77 WS-CTX-MAX-TAB                   PIC 99          VALUE 50.
       77 WS-CTX-I                         PIC 99          VALUE 0.
       77 WS-CTX-IDX                       PIC 99          VALUE 0.
       77 WS-CTX-TROUVE                    PIC X           VALUE 'N'.
       77 WS-CTX-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-CTX-PRODUIT-CHERCHE           PIC X(14)       VALUE SPACES.
       77 WS-CTX-TAUX-CHERCHE              PIC 9(2)V99     VALUE 0.
       77 WS-CTX-AJOUT-ATT                 PIC 9(11)V99    VALUE 0.
       77 WS-CTX-AJOUT-HCL                 PIC 9(11)V99    VALUE 0.
       77 WS-CTX-AJOUT-CALC                PIC 9(11)V99    VALUE 0.
       77 WS-CTX-AJOUT-DECL                PIC 9(11)V99    VALUE 0.
       77 WS-CTX-TOTAL-ATT                 PIC 9(11)V99    VALUE 0.
       77 WS-CTX-TOTAL-HCL                 PIC 9(11)V99    VALUE 0.
       77 WS-CTX-TOTAL-CALC                PIC 9(11)V99    VALUE 0.
       77 WS-CTX-TOTAL-DECL                PIC 9(11)V99    VALUE 0.
       77 WS-CTX-ECART                     PIC S9(11)V99   VALUE 0.

      ******************************************************************
      * DECLARATION DE TAXE D'ASSURANCE RELUE (ligne AFF-TAX d'assur : *
      * produit, taux, taxe EUR ; puis totaux par taux et total)       *
      ******************************************************************

       01 WS-DCL-LIGNE.
           05 WS-DCL-PRODUIT               PIC X(14).
           05 WS-DCL-LIB-TAUX              PIC X(8).
           05 WS-DCL-TAUX                  PIC 9(2)V99.
           05 WS-DCL-LIB-TAXE              PIC X(16).
           05 WS-DCL-EUR                   PIC 9(11)V99.
           05 FILLER                       PIC X(45).
       01 WS-DCL-LIGNE-TOTAL REDEFINES WS-DCL-LIGNE.
           05 WS-DCL-TOT-LIBELLE           PIC X(29).
           05 WS-DCL-TOT-EUR               PIC 9(11)V99.
           05 FILLER                       PIC X(58).

       77 WS-DCL-LUE                       PIC X           VALUE 'N'.
       77 WS-DCL-PAR-TAUX                  PIC X           VALUE 'N'.
       77 WS-DCL-TOTAL-LU                  PIC X           VALUE 'N'.
       77 WS-DCL-TOTAL-FICHIER             PIC 9(11)V99    VALUE 0.
       77 WS-DCL-INVALIDES                 PIC 9(7)        VALUE 0.
       77 WS-DCL-ECARTS                    PIC 9(7)        VALUE 0.

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
       77 WS-NOM-FICHIER-AUDIT             PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TAUX              PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRODUITS          PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-CLIREF            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PAIEMENTS         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRLV-EMIS         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-RETOURS-SEPA      PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TAXES             PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-ATTESTATIONS      PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-CONTROLE          PIC X(100)      VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.
       77 WS-STATUT-AUDIT                  PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-TAUX           PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-PRODUITS       PIC XX          VALUE SPACES.
       77 WS-STATUT-CLIREF                 PIC XX          VALUE SPACES.
       77 WS-STATUT-PAIEMENTS              PIC XX          VALUE SPACES.
       77 WS-STATUT-PRLV-EMIS              PIC XX          VALUE SPACES.
       77 WS-STATUT-RETOURS-SEPA           PIC XX          VALUE SPACES.
       77 WS-STATUT-TAXES                  PIC XX          VALUE SPACES.
       77 WS-FIN-MASTER                    PIC X           VALUE 'F'.
       77 WS-FIN-AUDIT                     PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-TAUX              PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-PRODUITS          PIC X           VALUE 'F'.
       77 WS-FIN-CLIREF                    PIC X           VALUE 'F'.
       77 WS-FIN-PAIEMENTS                 PIC X           VALUE 'F'.
       77 WS-FIN-PRLV-EMIS                 PIC X           VALUE 'F'.
       77 WS-FIN-RETOURS-SEPA              PIC X           VALUE 'F'.
       77 WS-FIN-TAXES                     PIC X           VALUE 'F'.


      ******************************************************************
      * ATTESTATION ANNUELLE : UN DOCUMENT FORMATE PAR CLIENT, ECRIT   *
      * DANS L'EXTRAIT COURRIER POUR LE SERVICE EDITIQUE (meme         *
      * presentation que les avis de 0241-AVIS-DOCUMENT d'assur)       *
      ******************************************************************

       01 ATT-LIGNE-TITRE.
           05 FILLER                   PIC X(39)
               VALUE "ATTESTATION ANNUELLE DE PRIMES - ANNEE ".
           05 ATT-LT-ANNEE             PIC 9(4).

       01 ATT-LIGNE-CLIENT.
           05 FILLER                   PIC X(9)   VALUE "Client : ".
           05 ATT-CLIENT               PIC X(41).

       01 CLR-LIGNE-NUMERO.
           05 FILLER                   PIC X(12)
               VALUE "Client no : ".
           05 CLR-NUMERO               PIC 9(6).

       01 CLR-LIGNE-ADRESSE.
           05 FILLER                   PIC X(10)  VALUE "          ".
           05 CLR-ADRESSE              PIC X(38).

       01 ATT-LIGNE-PERIODE.
           05 FILLER                   PIC X(19)
               VALUE "Periode : du 01/01/".
           05 ATT-LP-ANNEE-DEBUT       PIC 9(4).
           05 FILLER                   PIC X(10)  VALUE " au 31/12/".
           05 ATT-LP-ANNEE-FIN         PIC 9(4).
           05 FILLER                   PIC X(14)
               VALUE " - etablie le ".
           05 ATT-LP-JOUR              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 ATT-LP-MOIS              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 ATT-LP-ANNEE             PIC 9(4).

       01 ATT-LIGNE-ENTETE.
           05 FILLER                   PIC X(9)   VALUE "Contrat".
           05 FILLER                   PIC X(15)  VALUE "Produit".
           05 FILLER                   PIC X(11)  VALUE "  Prime HT ".
           05 FILLER                   PIC X(11)  VALUE "      Taxe ".
           05 FILLER                   PIC X(11)  VALUE "   Facture ".
           05 FILLER                   PIC X(11)  VALUE "      Paye ".
           05 FILLER                   PIC X(11)  VALUE " Ristourne ".
           05 FILLER                   PIC X(3)   VALUE "Dev".

       01 ATT-LIGNE-POLICE.
           05 ATT-LD-CODE              PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-PRODUIT           PIC X(14).
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-HT                PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-TAXE              PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-TTC               PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-PAYE              PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-RISTOURNE         PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LD-DEVISE            PIC X(3).

       01 ATT-LIGNE-TOTAL.
           05 FILLER                   PIC X(6)   VALUE "TOTAL ".
           05 ATT-LT-DEVISE            PIC X(3).
           05 FILLER                   PIC X(15)  VALUE SPACES.
           05 ATT-LT-HT                PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LT-TAXE              PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LT-TTC               PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LT-PAYE              PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LT-RISTOURNE         PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 ATT-LT-DEVISE-FIN        PIC X(3).

      ******************************************************************
      * LIGNES D'EDITION DE L'ETAT DE CONTROLE                         *
      ******************************************************************

       01 CTL-LIGNE-TITRE.
           05 FILLER                   PIC X(45)
               VALUE "===== CONTROLE DES ATTESTATIONS ANNUELLES DE ".
           05 FILLER                   PIC X(15)
               VALUE "PRIMES - ANNEE ".
           05 CTL-LT-ANNEE             PIC 9(4).
           05 FILLER                   PIC X(6)   VALUE " =====".

       01 CTL-LIGNE-HORS.
           05 FILLER                   PIC X(2)   VALUE SPACES.
           05 CTL-LH-CODE              PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-CLIENT            PIC X(41).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-STATUT            PIC X(8).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-TTC               PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-PAYE              PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-RISTOURNE         PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LH-DEVISE            PIC X(3).

       01 CTL-LIGNE-NOMBRE.
           05 CTL-LN-LIBELLE           PIC X(45).
           05 CTL-LN-NB                PIC Z(6)9.

       01 CTL-LIGNE-DEVISE-ENTETE.
           05 FILLER                   PIC X(12)  VALUE "DEVISE  NB".
           05 FILLER                   PIC X(15)
               VALUE "       PRIME HT".
           05 FILLER                   PIC X(15)
               VALUE "           TAXE".
           05 FILLER                   PIC X(15)
               VALUE "        FACTURE".
           05 FILLER                   PIC X(15)
               VALUE "           PAYE".
           05 FILLER                   PIC X(15)
               VALUE "     RISTOURNES".

       01 CTL-LIGNE-DEVISE.
           05 CTL-LD-DEVISE            PIC X(3).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-NB                PIC Z(6)9.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-HT                PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-TAXE              PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-TTC               PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-PAYE              PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LD-RISTOURNE         PIC Z(10)9.99.

       01 CTL-LIGNE-ENCAISSEMENT.
           05 FILLER                   PIC X(2)   VALUE SPACES.
           05 CTL-LE-CODE              PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LE-ORIGINE           PIC X(11).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LE-JOUR              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CTL-LE-MOIS              PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 CTL-LE-ANNEE             PIC 9(4).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LE-MONTANT           PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-LE-DEVISE            PIC X(3).

       01 CTL-LE-DATE.
           05 CTL-LE-DATE-ANNEE        PIC 9(4).
           05 CTL-LE-DATE-MOIS         PIC 99.
           05 CTL-LE-DATE-JOUR         PIC 99.
       01 CTL-LE-DATE-N REDEFINES CTL-LE-DATE
                                        PIC 9(8).

       01 CTL-LIGNE-TAXE-ENTETE.
           05 FILLER                   PIC X(21)
               VALUE "PRODUIT         TAUX".
           05 FILLER                   PIC X(15)
               VALUE "   ATTESTATIONS".
           05 FILLER                   PIC X(15)
               VALUE "  HORS CLIENTS".
           05 FILLER                   PIC X(15)
               VALUE "     RECALCULEE".
           05 FILLER                   PIC X(15)
               VALUE "       DECLAREE".
           05 FILLER                   PIC X(16)
               VALUE "           ECART".

       01 CTL-LIGNE-TAXE.
           05 CTL-TX-PRODUIT           PIC X(14).
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-TAUX              PIC Z9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-ATT               PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-HCL               PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-CALC              PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-DECL              PIC Z(10)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 CTL-TX-ECART             PIC -(11)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-SYS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME-N).

           PERFORM 0100-INITIALISATION THRU 0100-INITIALISATION-END.

           IF WS-ATT-VALIDE = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-ATTESTATIONS THRU 0200-ATTESTATIONS-END
           END-IF.

           STOP RUN.

      ******************************************************************
      * ANNEE DE L'ATTESTATION, DATE DE LA DECLARATION ET NOMS DES     *
      * FICHIERS                                                       *
      ******************************************************************

       0100-INITIALISATION.
           MOVE 'O' TO WS-ATT-VALIDE.
           ACCEPT WS-ATT-SAISIE FROM ENVIRONMENT
               "ASSUR_ANNEE_ATTESTATION".

           IF WS-ATT-SAISIE = SPACES
               COMPUTE WS-ATT-ANNEE = WS-SYS-ANNEE - 1
           ELSE
               IF WS-ATT-SAISIE NOT NUMERIC
                   MOVE 'N' TO WS-ATT-VALIDE
               ELSE
                   MOVE WS-ATT-SAISIE TO WS-ATT-ANNEE
                   IF WS-ATT-ANNEE < 1900 OR WS-ATT-ANNEE > 2099
                       MOVE 'N' TO WS-ATT-VALIDE
                   END-IF
               END-IF
           END-IF.

           IF WS-ATT-VALIDE = 'N'
               DISPLAY "ERREUR : annee ASSUR_ANNEE_ATTESTATION "
                   "invalide : " WS-ATT-SAISIE
           END-IF.

           COMPUTE WS-ATT-DEBUT-N = WS-ATT-ANNEE * 10000 + 0101.
           COMPUTE WS-ATT-FIN-N = WS-ATT-ANNEE * 10000 + 1231.

           ACCEPT WS-DCL-SAISIE FROM ENVIRONMENT
               "ASSUR_DATE_DECLARATION".
           IF WS-DCL-SAISIE = SPACES
               MOVE WS-ATT-FIN-N TO WS-DCL-DATE-N
           ELSE
               IF WS-DCL-SAISIE NOT NUMERIC
                   DISPLAY "ERREUR : date ASSUR_DATE_DECLARATION "
                       "invalide : " WS-DCL-SAISIE
                   MOVE 'N' TO WS-ATT-VALIDE
               ELSE
                   MOVE WS-DCL-SAISIE TO WS-DCL-DATE
                   IF WS-DCL-ANNEE < 1900 OR WS-DCL-ANNEE > 2099
                       OR WS-DCL-MOIS < 01 OR WS-DCL-MOIS > 12
                       OR WS-DCL-JOUR < 01 OR WS-DCL-JOUR > 31
                       DISPLAY "ERREUR : date ASSUR_DATE_DECLARATION "
                           "invalide : " WS-DCL-SAISIE
                       MOVE 'N' TO WS-ATT-VALIDE
                   ELSE
                       COMPUTE WS-DCL-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DCL-DATE-N)
                       IF WS-DCL-DATE-INT = 0
                           DISPLAY "ERREUR : date "
                               "ASSUR_DATE_DECLARATION invalide : "
                               WS-DCL-SAISIE
                           MOVE 'N' TO WS-ATT-VALIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ACCEPT WS-NOM-FICHIER-MASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-MASTER = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-MASTER
           END-IF.

           ACCEPT WS-NOM-FICHIER-AUDIT FROM ENVIRONMENT
               "ASSUR_FICHIER_AUDIT".
           IF WS-NOM-FICHIER-AUDIT = SPACES
               MOVE "AUDIT-MASTER.TXT" TO WS-NOM-FICHIER-AUDIT
           END-IF.

           ACCEPT WS-NOM-FICHIER-PRODUITS FROM ENVIRONMENT
               "ASSUR_FICHIER_PRODUITS".
           IF WS-NOM-FICHIER-PRODUITS = SPACES
               MOVE "PRODUITS.TXT" TO WS-NOM-FICHIER-PRODUITS
           END-IF.

           ACCEPT WS-NOM-FICHIER-CLIREF FROM ENVIRONMENT
               "ASSUR_FICHIER_CLIREF".
           IF WS-NOM-FICHIER-CLIREF = SPACES
               MOVE "CLIREF.TXT" TO WS-NOM-FICHIER-CLIREF
           END-IF.

           ACCEPT WS-NOM-FICHIER-PAIEMENTS FROM ENVIRONMENT
               "ASSUR_FICHIER_PAIEMENTS".
           IF WS-NOM-FICHIER-PAIEMENTS = SPACES
               MOVE "PAIEMENTS.TXT" TO WS-NOM-FICHIER-PAIEMENTS
           END-IF.

           ACCEPT WS-NOM-FICHIER-PRLV-EMIS FROM ENVIRONMENT
               "ASSUR_FICHIER_PRELEVEMENTS_EMIS".
           IF WS-NOM-FICHIER-PRLV-EMIS = SPACES
               MOVE "PRELEVEMENTS-EMIS.TXT" TO WS-NOM-FICHIER-PRLV-EMIS
           END-IF.

           ACCEPT WS-NOM-FICHIER-RETOURS-SEPA FROM ENVIRONMENT
               "ASSUR_FICHIER_RETOURS_SEPA".
           IF WS-NOM-FICHIER-RETOURS-SEPA = SPACES
               MOVE "RETOURS-SEPA.TXT" TO WS-NOM-FICHIER-RETOURS-SEPA
           END-IF.

           ACCEPT WS-NOM-FICHIER-TAXES FROM ENVIRONMENT
               "ASSUR_FICHIER_TAXES".
           IF WS-NOM-FICHIER-TAXES = SPACES
               STRING "TAXES-"              DELIMITED BY SIZE
                      WS-DCL-DATE-N         DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-TAXES
           END-IF.

           ACCEPT WS-NOM-FICHIER-ATTESTATIONS FROM ENVIRONMENT
               "ASSUR_FICHIER_ATTESTATIONS".
           IF WS-NOM-FICHIER-ATTESTATIONS = SPACES
               STRING "ATTESTATIONS-"       DELIMITED BY SIZE
                      WS-ATT-ANNEE          DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-ATTESTATIONS
           END-IF.

           ACCEPT WS-NOM-FICHIER-CONTROLE FROM ENVIRONMENT
               "ASSUR_FICHIER_CONTROLE_ATTESTATIONS".
           IF WS-NOM-FICHIER-CONTROLE = SPACES
               STRING "CONTROLE-ATTESTATIONS-" DELIMITED BY SIZE
                      WS-ATT-ANNEE             DELIMITED BY SIZE
                      ".TXT"                   DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-CONTROLE
           END-IF.
       .

       0100-INITIALISATION-END.
           EXIT
       .

      ******************************************************************
      * ENCHAINEMENT : REFERENTIELS, PAIEMENTS ET PRELEVEMENTS, TRI DE *
      * L'HISTORIQUE PAR CONTRAT (audit et master en entree, periodes  *
      * et montants de l'annee en sortie), TRI DES CONTRATS RETENUS    *
      * PAR NUMERO DE CLIENT (edition des attestations), DECLARATION   *
      * DE TAXE, ETAT DE CONTROLE                                      *
      ******************************************************************

       0200-ATTESTATIONS.
           MOVE 'F' TO WS-FIN-MASTER.
           OPEN INPUT FICHIER-MASTER.

           IF WS-STATUT-MASTER NOT = "00"
               IF WS-STATUT-MASTER = "05"
                   CLOSE FICHIER-MASTER
               END-IF
               DISPLAY "ERREUR : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-MASTER)
                   " indisponible (statut " WS-STATUT-MASTER
                   "), attestations non etablies"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0640-CHARGEMENT-CLIREF
                   THRU 0640-CHARGEMENT-CLIREF-END
           END-IF.

           IF RETURN-CODE = 0 AND WS-CLR-CHARGE = 'N'
               CLOSE FICHIER-MASTER
               DISPLAY "ERREUR : referentiel des clients "
                   FUNCTION TRIM(WS-NOM-FICHIER-CLIREF)
                   " absent, attestations non adressables"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
               PERFORM 0700-CHARGEMENT-TAUX
                   THRU 0700-CHARGEMENT-TAUX-END
               PERFORM 0600-CHARGEMENT-PRODUITS
                   THRU 0600-CHARGEMENT-PRODUITS-END
               PERFORM 0660-CHARGEMENT-PAIEMENTS
                   THRU 0660-CHARGEMENT-PAIEMENTS-END
               PERFORM 0680-CHARGEMENT-PRELEVEMENTS
                   THRU 0680-CHARGEMENT-PRELEVEMENTS-END

               OPEN OUTPUT FICHIER-ATTESTATIONS
               OPEN OUTPUT FICHIER-CONTROLE

               MOVE WS-ATT-ANNEE TO CTL-LT-ANNEE
               WRITE E-CONTROLE FROM CTL-LIGNE-TITRE
               MOVE SPACES TO E-CONTROLE
               WRITE E-CONTROLE
               MOVE SPACES TO E-CONTROLE
               STRING "----- CONTRATS SANS CLIENT AU REFERENTIEL "
                                             DELIMITED BY SIZE
                      "CLIREF (HORS ATTESTATION) -----"
                                             DELIMITED BY SIZE
                   INTO E-CONTROLE
               WRITE E-CONTROLE

               SORT FICHIER-TRI
                   ON ASCENDING KEY TRI-CLE
                   INPUT PROCEDURE IS 0300-HISTORIQUE-VERSE
                       THRU 0300-HISTORIQUE-VERSE-END
                   OUTPUT PROCEDURE IS 0310-HISTORIQUE-RETOUR
                       THRU 0310-HISTORIQUE-RETOUR-END

               CLOSE FICHIER-MASTER

               SORT FICHIER-TRI
                   ON ASCENDING KEY TRI-CLE
                   INPUT PROCEDURE IS 0380-ATTESTATIONS-VERSE
                       THRU 0380-ATTESTATIONS-VERSE-END
                   OUTPUT PROCEDURE IS 0400-ATTESTATIONS-EDITION
                       THRU 0400-ATTESTATIONS-EDITION-END

               CLOSE FICHIER-ATTESTATIONS

               PERFORM 0800-LECTURE-DECLARATION
                   THRU 0800-LECTURE-DECLARATION-END

               PERFORM 0500-CONTROLE-EDITION
                   THRU 0500-CONTROLE-EDITION-END

               CLOSE FICHIER-CONTROLE

               DISPLAY "Annee des attestations    : " WS-ATT-ANNEE
               DISPLAY "Lignes d'audit lues       : " WS-AUD-LUES
               DISPLAY "Polices lues au master    : " WS-POL-LUES
               DISPLAY "Contrats reconstitues     : " WS-CTR-LUS
               DISPLAY "Contrats retenus          : " WS-POL-RETENUES
               DISPLAY "Contrats sans client      : "
                   WS-POL-SANS-CLIENT
               DISPLAY "Paiements de l'annee      : " WS-PAI-NB
               DISPLAY "Prelevements de l'annee   : " WS-SEP-NB
                   " dont retournes : " WS-SEP-NB-RETOURS
               DISPLAY "Encaissements non rattaches : "
                   WS-ENC-NON-RATTACHES
               DISPLAY WS-ATT-NB " attestation(s) ecrite(s) dans "
                   WS-NOM-FICHIER-ATTESTATIONS
               DISPLAY "Ecarts avec la declaration de taxe : "
                   WS-DCL-ECARTS
               DISPLAY "Etat de controle enregistre dans "
                   WS-NOM-FICHIER-CONTROLE

               IF WS-BKO-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-BKO-DEBORDEMENT
                       " backout(s) de l'audit ignore(s) (limite "
                       WS-BKO-MAX-TAB ")"
               END-IF
               IF WS-PER-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-PER-DEBORDEMENT
                       " periode(s) de contrat ignoree(s) (limite "
                       WS-PER-MAX-TAB " par contrat)"
               END-IF
               IF WS-RES-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-RES-DEBORDEMENT
                       " contrat(s) non atteste(s) (limite "
                       WS-RES-MAX-TAB ")"
               END-IF
               IF WS-PAI-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-PAI-DEBORDEMENT
                       " paiement(s) non charge(s) (limite "
                       WS-PAI-MAX-TAB ")"
               END-IF
               IF WS-SEP-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-SEP-DEBORDEMENT
                       " prelevement(s) emis non charge(s) (limite "
                       WS-SEP-MAX-TAB ")"
               END-IF
               IF WS-ATD-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-ATD-DEBORDEMENT
                       " total(aux) par devise perdu(s) sur les "
                       "attestations (limite " WS-ATD-MAX-TAB ")"
               END-IF
               IF WS-ATG-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-ATG-DEBORDEMENT
                       " contrat(s) hors totaux par devise (limite "
                       WS-ATG-MAX-TAB ")"
               END-IF
               IF WS-CTX-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-CTX-DEBORDEMENT
                       " montant(s) hors detail par produit (limite "
                       WS-CTX-MAX-TAB ")"
               END-IF

               IF WS-AUDIT-LU = 'N'
                   OR WS-POL-SANS-CLIENT > 0
                   OR WS-ENC-NON-RATTACHES > 0
                   OR WS-DCL-ECARTS > 0
                   OR WS-PER-DEVISE-AUTRE > 0
                   OR WS-PAI-INVALIDES > 0
                   OR WS-SEP-INVALIDES > 0
                   OR WS-AUD-INVALIDES > 0
                   OR WS-DCL-INVALIDES > 0
                   OR WS-BKO-DEBORDEMENT > 0
                   OR WS-PER-DEBORDEMENT > 0
                   OR WS-RES-DEBORDEMENT > 0
                   OR WS-PAI-DEBORDEMENT > 0
                   OR WS-SEP-DEBORDEMENT > 0
                   OR WS-ATD-DEBORDEMENT > 0
                   OR WS-ATG-DEBORDEMENT > 0
                   OR WS-CTX-DEBORDEMENT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       .

       0200-ATTESTATIONS-END.
           EXIT
       .

      ******************************************************************
      * ENTREE DU PREMIER TRI : LIGNES DE L'AUDIT (C/M/A/V/R, les      *
      * backouts B sont gardes en table) PUIS POLICES DU MASTER        *
      ******************************************************************

       0300-HISTORIQUE-VERSE.
           MOVE 0 TO WS-AUD-RANG.
           MOVE 'F' TO WS-FIN-AUDIT.
           OPEN INPUT FICHIER-AUDIT.

           IF WS-STATUT-AUDIT = "00"
               MOVE 'O' TO WS-AUDIT-LU
               PERFORM UNTIL WS-FIN-AUDIT = 'T'
                   READ FICHIER-AUDIT
                       AT END
                           MOVE 'T' TO WS-FIN-AUDIT
                       NOT AT END
                           PERFORM 0301-AUDIT-RANGEMENT
                               THRU 0301-AUDIT-RANGEMENT-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUDIT
           ELSE
               IF WS-STATUT-AUDIT = "05"
                   CLOSE FICHIER-AUDIT
               END-IF
               DISPLAY "ATTENTION : fichier d'audit "
                   FUNCTION TRIM(WS-NOM-FICHIER-AUDIT)
                   " indisponible, periodes tirees du master actuel"
           END-IF.

           PERFORM UNTIL WS-FIN-MASTER = 'T'
               READ FICHIER-MASTER
                   AT END
                       MOVE 'T' TO WS-FIN-MASTER
                   NOT AT END
                       PERFORM 0302-MASTER-RANGEMENT
                           THRU 0302-MASTER-RANGEMENT-END
               END-READ
           END-PERFORM.
       .

       0300-HISTORIQUE-VERSE-END.
           EXIT
       .

       0301-AUDIT-RANGEMENT.
           ADD 1 TO WS-AUD-RANG.
           ADD 1 TO WS-AUD-LUES.

           IF A-TYPE = 'B'
               IF WS-BKO-NB < WS-BKO-MAX-TAB
                   ADD 1 TO WS-BKO-NB
                   MOVE WS-AUD-RANG TO WS-BKO-SEQ(WS-BKO-NB)
                   MOVE A-RUN-ID    TO WS-BKO-RUN-ID(WS-BKO-NB)
                   MOVE A-DATE      TO WS-BKO-DATE(WS-BKO-NB)
               ELSE
                   ADD 1 TO WS-BKO-DEBORDEMENT
               END-IF
           ELSE
               IF A-CODE NOT NUMERIC
                   OR A-DATE NOT NUMERIC
                   OR (A-TYPE NOT = 'C' AND A-TYPE NOT = 'M'
                       AND A-TYPE NOT = 'A' AND A-TYPE NOT = 'V'
                       AND A-TYPE NOT = 'R')
                   ADD 1 TO WS-AUD-INVALIDES
                   DISPLAY "ATTENTION : ligne d'audit illisible, rang "
                       WS-AUD-RANG
               ELSE
                   MOVE SPACES      TO WS-TRH-EVENEMENT
                   MOVE 'A'         TO WS-TRH-ORIGINE
                   MOVE A-TYPE      TO WS-TRH-TYPE
                   MOVE A-DATE      TO WS-TRH-DATE
                   MOVE A-RUN-ID    TO WS-TRH-RUN-ID
                   MOVE A-AVANT     TO WS-TRH-AVANT
                   MOVE A-APRES     TO WS-TRH-APRES
                   MOVE A-CODE      TO WS-TRH-CODE
                   MOVE WS-AUD-RANG TO WS-TRH-SEQ
                   MOVE SPACES TO TRI-ENR
                   MOVE WS-TRH-CLE TO TRI-CLE
                   MOVE WS-TRH-EVENEMENT TO TRI-DATA
                   RELEASE TRI-ENR
               END-IF
           END-IF.
       .

       0301-AUDIT-RANGEMENT-END.
           EXIT
       .

       0302-MASTER-RANGEMENT.
           ADD 1 TO WS-POL-LUES.
           MOVE SPACES      TO WS-TRH-EVENEMENT.
           MOVE 'M'         TO WS-TRH-ORIGINE.
           MOVE 99999999    TO WS-TRH-DATE.
           MOVE M-ASSURANCE TO WS-TRH-APRES.
           MOVE M-CODE      TO WS-TRH-CODE.
           MOVE 999999999   TO WS-TRH-SEQ.
           MOVE SPACES TO TRI-ENR.
           MOVE WS-TRH-CLE TO TRI-CLE.
           MOVE WS-TRH-EVENEMENT TO TRI-DATA.
           RELEASE TRI-ENR.
       .

       0302-MASTER-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * SORTIE DU PREMIER TRI : HISTORIQUE REJOUE CONTRAT PAR CONTRAT, *
      * MONTANTS DE L'ANNEE EN RUPTURE DE CODE                         *
      ******************************************************************

       0310-HISTORIQUE-RETOUR.
           MOVE 'N' TO WS-CTR-OUVERT.
           MOVE 'F' TO WS-FIN-TRI.
           PERFORM UNTIL WS-FIN-TRI = 'T'
               RETURN FICHIER-TRI
                   AT END
                       MOVE 'T' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 0320-EVENEMENT-CONTRAT
                           THRU 0320-EVENEMENT-CONTRAT-END
               END-RETURN
           END-PERFORM.

           IF WS-CTR-OUVERT = 'O'
               PERFORM 0330-CONTRAT-FIN THRU 0330-CONTRAT-FIN-END
           END-IF.
       .

       0310-HISTORIQUE-RETOUR-END.
           EXIT
       .

      ******************************************************************
      * UN CHANGEMENT DU CONTRAT : BACKOUTS INTERCALES, CLICHE A LA    *
      * DATE DE DECLARATION (meme regle que 0220-EVENEMENT-CONTRAT     *
      * d'assuraud), IMAGE AVANT SI L'ETAT EST ENCORE INCONNU, PUIS    *
      * IMAGE APRES (a blanc : contrat retire du master)               *
      ******************************************************************

       0320-EVENEMENT-CONTRAT.
           MOVE TRI-CLE  TO WS-TRH-CLE.
           MOVE TRI-DATA TO WS-TRH-EVENEMENT.

           IF WS-CTR-OUVERT = 'O' AND WS-TRH-CODE NOT = WS-CTR-CODE
               PERFORM 0330-CONTRAT-FIN THRU 0330-CONTRAT-FIN-END
           END-IF.

           IF WS-CTR-OUVERT = 'N'
               PERFORM 0321-CONTRAT-DEBUT THRU 0321-CONTRAT-DEBUT-END
           END-IF.

           MOVE WS-TRH-SEQ    TO WS-CTR-SEQ-EVT.
           MOVE WS-TRH-TYPE   TO WS-CTR-TYPE-EVT.
           MOVE WS-TRH-RUN-ID TO WS-CTR-RUN-EVT.
           PERFORM 0322-BACKOUTS-ANTERIEURS
               THRU 0322-BACKOUTS-ANTERIEURS-END.

           MOVE WS-TRH-DATE TO WS-CTR-DATE-EVT.
           PERFORM 0324-CLICHE-DECLARATION
               THRU 0324-CLICHE-DECLARATION-END.

           IF WS-CTR-FIGE = 'O' AND WS-CTR-DCL-STATUT = '?'
               IF WS-TRH-ORIGINE = 'M'
                   MOVE 'O'          TO WS-CTR-DCL-STATUT
                   MOVE WS-TRH-APRES TO WS-CTR-DCL-IMAGE
               ELSE
                   EVALUATE WS-TRH-TYPE
                       WHEN 'C'
                           MOVE 'N'          TO WS-CTR-DCL-STATUT
                       WHEN 'R'
                           MOVE 'O'          TO WS-CTR-DCL-STATUT
                           MOVE WS-TRH-APRES TO WS-CTR-DCL-IMAGE
                       WHEN OTHER
                           MOVE 'O'          TO WS-CTR-DCL-STATUT
                           MOVE WS-TRH-AVANT TO WS-CTR-DCL-IMAGE
                   END-EVALUATE
               END-IF
           END-IF.

           IF WS-CTR-CONNU = 'N' AND WS-TRH-AVANT NOT = SPACES
               MOVE WS-TRH-AVANT TO WS-IMG-POLICE
               PERFORM 0325-IMAGE-APPLICATION
                   THRU 0325-IMAGE-APPLICATION-END
           END-IF.

           IF WS-TRH-APRES = SPACES
               MOVE 'O' TO WS-CTR-CONNU
               MOVE 0   TO WS-CTR-COURANT
           ELSE
               MOVE WS-TRH-APRES TO WS-IMG-POLICE
               PERFORM 0325-IMAGE-APPLICATION
                   THRU 0325-IMAGE-APPLICATION-END
           END-IF.
       .

       0320-EVENEMENT-CONTRAT-END.
           EXIT
       .

       0321-CONTRAT-DEBUT.
           MOVE 'O'         TO WS-CTR-OUVERT.
           MOVE WS-TRH-CODE TO WS-CTR-CODE.
           MOVE 'N'         TO WS-CTR-CONNU.
           MOVE 0           TO WS-CTR-COURANT.
           MOVE SPACES      TO WS-CTR-DERNIERE-IMAGE.
           MOVE 'N'         TO WS-CTR-FIGE.
           MOVE SPACE       TO WS-CTR-DCL-STATUT.
           MOVE SPACES      TO WS-CTR-DCL-IMAGE.
           MOVE 1           TO WS-CTR-BKO-I.
           MOVE 0           TO WS-PER-NB.
       .

       0321-CONTRAT-DEBUT-END.
           EXIT
       .

      ******************************************************************
      * BACKOUTS ECRITS AVANT LE CHANGEMENT EN COURS ET PAS ENCORE     *
      * PRIS EN COMPTE POUR LE CONTRAT : sans ligne R du meme passage, *
      * le contrat n'etait pas dans la sauvegarde, sa periode courante *
      * est abandonnee (meme regle que 0230-BACKOUT-FIN d'assuraud)    *
      ******************************************************************

       0322-BACKOUTS-ANTERIEURS.
           MOVE 'N' TO WS-CTR-BKO-ATTEINT.
           PERFORM 0323-BACKOUT-ANTERIEUR
               THRU 0323-BACKOUT-ANTERIEUR-END
               UNTIL WS-CTR-BKO-I > WS-BKO-NB
               OR WS-CTR-BKO-ATTEINT = 'O'.
       .

       0322-BACKOUTS-ANTERIEURS-END.
           EXIT
       .

       0323-BACKOUT-ANTERIEUR.
           IF WS-BKO-SEQ(WS-CTR-BKO-I) > WS-CTR-SEQ-EVT
               MOVE 'O' TO WS-CTR-BKO-ATTEINT
           ELSE
               MOVE WS-BKO-DATE(WS-CTR-BKO-I) TO WS-CTR-DATE-EVT
               PERFORM 0324-CLICHE-DECLARATION
                   THRU 0324-CLICHE-DECLARATION-END

               IF WS-CTR-TYPE-EVT NOT = 'R'
                   OR WS-CTR-RUN-EVT NOT = WS-BKO-RUN-ID(WS-CTR-BKO-I)
                   IF WS-CTR-FIGE = 'O' AND WS-CTR-DCL-STATUT = '?'
                       MOVE 'N' TO WS-CTR-DCL-STATUT
                   END-IF
                   IF WS-CTR-COURANT > 0
                       MOVE 'O' TO WS-PER-ANNULE(WS-CTR-COURANT)
                       MOVE 0 TO WS-CTR-COURANT
                   END-IF
                   MOVE 'O' TO WS-CTR-CONNU
               END-IF

               ADD 1 TO WS-CTR-BKO-I
           END-IF.
       .

       0323-BACKOUT-ANTERIEUR-END.
           EXIT
       .

      ******************************************************************
      * CLICHE DU CONTRAT A LA DATE DE LA DECLARATION, FIGE AU PREMIER *
      * CHANGEMENT POSTERIEUR (WS-CTR-DATE-EVT)                        *
      ******************************************************************

       0324-CLICHE-DECLARATION.
           IF WS-CTR-FIGE = 'N' AND WS-CTR-DATE-EVT > WS-DCL-DATE-N
               MOVE 'O' TO WS-CTR-FIGE
               IF WS-CTR-CONNU = 'N'
                   MOVE '?' TO WS-CTR-DCL-STATUT
               ELSE
                   IF WS-CTR-COURANT > 0
                       MOVE 'O' TO WS-CTR-DCL-STATUT
                       MOVE WS-PER-IMAGE(WS-CTR-COURANT)
                           TO WS-CTR-DCL-IMAGE
                   ELSE
                       MOVE 'N' TO WS-CTR-DCL-STATUT
                   END-IF
               END-IF
           END-IF.
       .

       0324-CLICHE-DECLARATION-END.
           EXIT
       .

      ******************************************************************
      * APPLICATION D'UNE IMAGE (WS-IMG-POLICE) : periode de meme date *
      * de debut mise a jour, sinon nouvelle periode ; la periode      *
      * courante est abandonnee si la nouvelle commence avant sa fin   *
      ******************************************************************

       0325-IMAGE-APPLICATION.
           MOVE 'O' TO WS-CTR-CONNU.

           IF WS-IMG-DATE-DEBUT NOT NUMERIC
               OR WS-IMG-DATE-FIN NOT NUMERIC
               OR WS-IMG-PRIX NOT NUMERIC
               ADD 1 TO WS-AUD-INVALIDES
               DISPLAY "ATTENTION : image illisible pour le contrat "
                   WS-CTR-CODE
           ELSE
               MOVE WS-IMG-POLICE TO WS-CTR-DERNIERE-IMAGE

               MOVE 'N' TO WS-PER-TROUVE
               MOVE 0 TO WS-PER-IDX
               PERFORM 0326-PERIODE-RECHERCHE
                   THRU 0326-PERIODE-RECHERCHE-END
                   VARYING WS-PER-I FROM 1 BY 1
                   UNTIL WS-PER-I > WS-PER-NB
                   OR WS-PER-TROUVE = 'O'

               IF WS-PER-TROUVE = 'N'
                   IF WS-PER-NB < WS-PER-MAX-TAB
                       ADD 1 TO WS-PER-NB
                       MOVE WS-PER-NB TO WS-PER-IDX
                       MOVE WS-IMG-DATE-DEBUT
                           TO WS-PER-DEBUT(WS-PER-IDX)
                       MOVE SPACES TO WS-PER-FACT-IMAGE(WS-PER-IDX)
                       MOVE 'N' TO WS-PER-FACTURE(WS-PER-IDX)
                       MOVE 'N' TO WS-PER-ANNULE(WS-PER-IDX)
                   ELSE
                       ADD 1 TO WS-PER-DEBORDEMENT
                   END-IF
               END-IF

               IF WS-CTR-COURANT > 0
                   AND WS-CTR-COURANT NOT = WS-PER-IDX
                   AND WS-IMG-DATE-DEBUT < WS-PER-FIN(WS-CTR-COURANT)
                   MOVE 'O' TO WS-PER-ANNULE(WS-CTR-COURANT)
               END-IF

               MOVE WS-PER-IDX TO WS-CTR-COURANT

               IF WS-PER-IDX > 0
                   MOVE WS-IMG-DATE-FIN TO WS-PER-FIN(WS-PER-IDX)
                   MOVE WS-IMG-POLICE TO WS-PER-IMAGE(WS-PER-IDX)
                   IF WS-IMG-STATUT = "ACTIF"
                       OR WS-IMG-STATUT = "SUSPENDU"
                       MOVE 'O' TO WS-PER-FACTURE(WS-PER-IDX)
                       MOVE WS-IMG-POLICE
                           TO WS-PER-FACT-IMAGE(WS-PER-IDX)
                   END-IF
               END-IF
           END-IF.
       .

       0325-IMAGE-APPLICATION-END.
           EXIT
       .

       0326-PERIODE-RECHERCHE.
           IF WS-PER-ANNULE(WS-PER-I) = 'N'
               AND WS-PER-DEBUT(WS-PER-I) = WS-IMG-DATE-DEBUT
               MOVE 'O' TO WS-PER-TROUVE
               MOVE WS-PER-I TO WS-PER-IDX
           END-IF.
       .

       0326-PERIODE-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * FIN DE L'HISTORIQUE D'UN CONTRAT : BACKOUTS RESTANTS, CLICHE   *
      * DE DECLARATION SI AUCUN CHANGEMENT POSTERIEUR, MONTANTS        *
      ******************************************************************

       0330-CONTRAT-FIN.
           MOVE 999999999 TO WS-CTR-SEQ-EVT.
           MOVE SPACE     TO WS-CTR-TYPE-EVT.
           MOVE SPACES    TO WS-CTR-RUN-EVT.
           PERFORM 0322-BACKOUTS-ANTERIEURS
               THRU 0322-BACKOUTS-ANTERIEURS-END.

           IF WS-CTR-FIGE = 'N'
               MOVE 99999999 TO WS-CTR-DATE-EVT
               PERFORM 0324-CLICHE-DECLARATION
                   THRU 0324-CLICHE-DECLARATION-END
           END-IF.

           IF WS-CTR-DCL-STATUT = '?'
               MOVE 'N' TO WS-CTR-DCL-STATUT
           END-IF.

           PERFORM 0340-CONTRAT-MONTANTS
               THRU 0340-CONTRAT-MONTANTS-END.

           MOVE 'N' TO WS-CTR-OUVERT.
       .

       0330-CONTRAT-FIN-END.
           EXIT
       .

      ******************************************************************
      * MONTANTS DE L'ANNEE D'UN CONTRAT : periodes non abandonnees,   *
      * taxe recalculee pour la declaration, encaissements ; contrat   *
      * garde pour le second tri ou liste hors attestation             *
      ******************************************************************

       0340-CONTRAT-MONTANTS.
           ADD 1 TO WS-CTR-LUS.
           MOVE 0 TO WS-POL-HT.
           MOVE 0 TO WS-POL-TAXE.
           MOVE 0 TO WS-POL-PAYE.
           MOVE 0 TO WS-POL-RISTOURNE.

           MOVE WS-CTR-DERNIERE-IMAGE TO WS-IMG-POLICE.
           MOVE WS-IMG-NOM-PRODUIT TO WS-CTR-PRODUIT.
           MOVE WS-IMG-NOM-CLIENT  TO WS-CTR-CLIENT.
           MOVE WS-IMG-STATUT      TO WS-CTR-STATUT.
           MOVE WS-IMG-DEVISE      TO WS-CTR-DEVISE.

           MOVE WS-CTR-CLIENT TO WS-CLR-NOM-CHERCHE.
           PERFORM 9300-RECHERCHE-CLIENT-REF
               THRU 9300-RECHERCHE-CLIENT-REF-END.

           PERFORM 0341-PERIODE-MONTANTS THRU 0341-PERIODE-MONTANTS-END
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-PER-NB.

           IF WS-CTR-DCL-STATUT = 'O'
               PERFORM 0357-TAXE-DECLARATION-CALCUL
                   THRU 0357-TAXE-DECLARATION-CALCUL-END
           END-IF.

           PERFORM 0342-PAIEMENT-CUMUL THRU 0342-PAIEMENT-CUMUL-END
               VARYING WS-PAI-I FROM 1 BY 1
               UNTIL WS-PAI-I > WS-PAI-NB.

           PERFORM 0343-PRELEVEMENT-CUMUL
               THRU 0343-PRELEVEMENT-CUMUL-END
               VARYING WS-SEP-I FROM 1 BY 1
               UNTIL WS-SEP-I > WS-SEP-NB.

           IF WS-POL-HT > 0 OR WS-POL-TAXE > 0
               OR WS-POL-PAYE > 0 OR WS-POL-RISTOURNE > 0
               IF WS-CLR-TROUVE = 'O'
                   IF WS-RES-NB < WS-RES-MAX-TAB
                       ADD 1 TO WS-POL-RETENUES
                       ADD 1 TO WS-RES-NB
                       MOVE WS-CLR-IDX       TO WS-TRP-CLR-IDX
                       MOVE WS-CTR-PRODUIT   TO WS-TRP-PRODUIT
                       MOVE WS-CTR-STATUT    TO WS-TRP-STATUT
                       MOVE WS-CTR-DEVISE    TO WS-TRP-DEVISE
                       MOVE WS-POL-HT        TO WS-TRP-HT
                       MOVE WS-POL-TAXE      TO WS-TRP-TAXE
                       MOVE WS-POL-PAYE      TO WS-TRP-PAYE
                       MOVE WS-POL-RISTOURNE TO WS-TRP-RISTOURNE
                       MOVE WS-CLR-NUMERO(WS-CLR-IDX)
                           TO WS-RES-NUMERO(WS-RES-NB)
                       MOVE WS-CTR-CODE TO WS-RES-CODE(WS-RES-NB)
                       MOVE WS-TRP-POLICE TO WS-RES-POLICE(WS-RES-NB)
                   ELSE
                       ADD 1 TO WS-RES-DEBORDEMENT
                   END-IF
               ELSE
                   ADD 1 TO WS-POL-SANS-CLIENT
                   MOVE WS-CTR-CODE      TO CTL-LH-CODE
                   MOVE WS-CTR-CLIENT    TO CTL-LH-CLIENT
                   MOVE WS-CTR-STATUT    TO CTL-LH-STATUT
                   COMPUTE CTL-LH-TTC = WS-POL-HT + WS-POL-TAXE
                   MOVE WS-POL-PAYE      TO CTL-LH-PAYE
                   MOVE WS-POL-RISTOURNE TO CTL-LH-RISTOURNE
                   MOVE WS-CTR-DEVISE    TO CTL-LH-DEVISE
                   WRITE E-CONTROLE FROM CTL-LIGNE-HORS
               END-IF
           END-IF.
       .

       0340-CONTRAT-MONTANTS-END.
           EXIT
       .

       0341-PERIODE-MONTANTS.
           IF WS-PER-ANNULE(WS-PER-I) = 'N'
               IF WS-PER-FACTURE(WS-PER-I) = 'O'
                   MOVE WS-PER-FACT-IMAGE(WS-PER-I) TO WS-IMG-POLICE
                   IF WS-IMG-DEVISE = WS-CTR-DEVISE
                       PERFORM 0350-POLICE-QUITTANCES
                           THRU 0350-POLICE-QUITTANCES-END
                   ELSE
                       ADD 1 TO WS-PER-DEVISE-AUTRE
                       DISPLAY "ATTENTION : contrat " WS-CTR-CODE
                           " periode du " WS-IMG-DATE-DEBUT " en "
                           WS-IMG-DEVISE ", hors attestation"
                   END-IF
               END-IF

               MOVE WS-PER-IMAGE(WS-PER-I) TO WS-IMG-POLICE
               IF WS-IMG-STATUT = "RESILIE"
                   AND WS-IMG-DEVISE = WS-CTR-DEVISE
                   PERFORM 0355-POLICE-RISTOURNE
                       THRU 0355-POLICE-RISTOURNE-END
               END-IF
           END-IF.
       .

       0341-PERIODE-MONTANTS-END.
           EXIT
       .

      ******************************************************************
      * ENCAISSEMENTS DE L'ANNEE DANS LA DEVISE DU CONTRAT : PAIEMENTS *
      * ET PRELEVEMENTS SEPA SANS RETOUR BANCAIRE, MARQUES RATTACHES   *
      ******************************************************************

       0342-PAIEMENT-CUMUL.
           IF WS-PAI-T-CODE(WS-PAI-I) = WS-CTR-CODE
               AND WS-PAI-T-DEVISE(WS-PAI-I) = WS-CTR-DEVISE
               ADD WS-PAI-T-MONTANT(WS-PAI-I) TO WS-POL-PAYE
               MOVE 'O' TO WS-PAI-T-RATTACHE(WS-PAI-I)
           END-IF.
       .

       0342-PAIEMENT-CUMUL-END.
           EXIT
       .

       0343-PRELEVEMENT-CUMUL.
           IF WS-SEP-REF-CODE(WS-SEP-I) = WS-CTR-CODE
               AND WS-SEP-RETOUR(WS-SEP-I) = 'N'
               AND WS-SEP-DEVISE(WS-SEP-I) = WS-CTR-DEVISE
               ADD WS-SEP-MONTANT(WS-SEP-I) TO WS-POL-PAYE
               MOVE 'O' TO WS-SEP-RATTACHE(WS-SEP-I)
           END-IF.
       .

       0343-PRELEVEMENT-CUMUL-END.
           EXIT
       .

      ******************************************************************
      * ECHEANCIER D'UNE PERIODE (0810-QUITTANCE-POLICE d'assur, sur   *
      * WS-IMG-POLICE) ET CUMUL DES ECHEANCES DE L'ANNEE ; TAXE DE     *
      * L'ANNEE VENTILEE PAR PRODUIT (EUR)                             *
      ******************************************************************

       0350-POLICE-QUITTANCES.
           MOVE 0 TO WS-PER-HT-ANNEE.
           MOVE 0 TO WS-PER-TAXE-ANNEE.

           EVALUATE WS-IMG-FREQUENCE
               WHEN 'M'
                   MOVE 12 TO WS-QUIT-NB-ECH
               WHEN 'T'
                   MOVE 4 TO WS-QUIT-NB-ECH
               WHEN 'S'
                   MOVE 2 TO WS-QUIT-NB-ECH
               WHEN OTHER
                   MOVE 1 TO WS-QUIT-NB-ECH
           END-EVALUATE.

           MOVE WS-IMG-DATE-DEBUT TO WS-POL-DATE-N.
           COMPUTE WS-QUIT-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N).
           MOVE WS-IMG-DATE-FIN TO WS-POL-DATE-N.
           COMPUTE WS-QUIT-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N).
           COMPUTE WS-QUIT-DUREE =
               WS-QUIT-FIN-INT - WS-QUIT-DEBUT-INT.

           IF WS-QUIT-DUREE < 1
               MOVE 1 TO WS-QUIT-NB-ECH
               MOVE 0 TO WS-QUIT-ECART
           ELSE
               COMPUTE WS-QUIT-ECART =
                   WS-QUIT-DUREE / WS-QUIT-NB-ECH
           END-IF.

           COMPUTE WS-QUIT-MONTANT-BASE = WS-IMG-PRIX / WS-QUIT-NB-ECH.
           COMPUTE WS-QUIT-RESTE = WS-IMG-PRIX
               - WS-QUIT-MONTANT-BASE * WS-QUIT-NB-ECH.

           PERFORM 0352-RECHERCHE-TAUX-TAXE
               THRU 0352-RECHERCHE-TAUX-TAXE-END.
           COMPUTE WS-QUIT-TAXE-TOTALE ROUNDED =
               WS-IMG-PRIX * WS-QUIT-TAUX-TAXE / 100.
           COMPUTE WS-QUIT-TAXE-BASE =
               WS-QUIT-TAXE-TOTALE / WS-QUIT-NB-ECH.
           COMPUTE WS-QUIT-TAXE-RESTE = WS-QUIT-TAXE-TOTALE
               - WS-QUIT-TAXE-BASE * WS-QUIT-NB-ECH.

           PERFORM 0351-QUITTANCE-ECHEANCE
               THRU 0351-QUITTANCE-ECHEANCE-END
               VARYING WS-QUIT-ECH FROM 1 BY 1
               UNTIL WS-QUIT-ECH > WS-QUIT-NB-ECH.

           ADD WS-PER-HT-ANNEE   TO WS-POL-HT.
           ADD WS-PER-TAXE-ANNEE TO WS-POL-TAXE.

           IF WS-PER-TAXE-ANNEE > 0
               MOVE WS-IMG-DEVISE TO WS-CONV-DEVISE
               MOVE WS-PER-TAXE-ANNEE TO WS-CONV-MONTANT
               PERFORM 9100-CONVERSION-EUR
                   THRU 9100-CONVERSION-EUR-END

               MOVE 0 TO WS-CTX-AJOUT-ATT
               MOVE 0 TO WS-CTX-AJOUT-HCL
               MOVE 0 TO WS-CTX-AJOUT-CALC
               MOVE 0 TO WS-CTX-AJOUT-DECL
               IF WS-CLR-TROUVE = 'O'
                   MOVE WS-CONV-EUR TO WS-CTX-AJOUT-ATT
               ELSE
                   MOVE WS-CONV-EUR TO WS-CTX-AJOUT-HCL
               END-IF
               MOVE WS-IMG-NOM-PRODUIT TO WS-CTX-PRODUIT-CHERCHE
               MOVE WS-QUIT-TAUX-TAXE  TO WS-CTX-TAUX-CHERCHE
               PERFORM 0360-TAXE-CUMUL THRU 0360-TAXE-CUMUL-END
           END-IF.
       .

       0350-POLICE-QUITTANCES-END.
           EXIT
       .

       0351-QUITTANCE-ECHEANCE.
           COMPUTE WS-QUIT-DATE-INT = WS-QUIT-DEBUT-INT
               + (WS-QUIT-ECH - 1) * WS-QUIT-ECART.
           MOVE FUNCTION DATE-OF-INTEGER(WS-QUIT-DATE-INT)
               TO WS-QUIT-DATE-ECH-N.

           IF WS-QUIT-ECH = 1
               COMPUTE WS-QUIT-MONTANT-ECH =
                   WS-QUIT-MONTANT-BASE + WS-QUIT-RESTE
               COMPUTE WS-QUIT-TAXE-ECH =
                   WS-QUIT-TAXE-BASE + WS-QUIT-TAXE-RESTE
           ELSE
               MOVE WS-QUIT-MONTANT-BASE TO WS-QUIT-MONTANT-ECH
               MOVE WS-QUIT-TAXE-BASE TO WS-QUIT-TAXE-ECH
           END-IF.

           IF WS-QUIT-DATE-ECH-N >= WS-ATT-DEBUT-N
               AND WS-QUIT-DATE-ECH-N <= WS-ATT-FIN-N
               ADD WS-QUIT-MONTANT-ECH TO WS-PER-HT-ANNEE
               ADD WS-QUIT-TAXE-ECH TO WS-PER-TAXE-ANNEE
           END-IF.
       .

       0351-QUITTANCE-ECHEANCE-END.
           EXIT
       .

      ******************************************************************
      * TAUX DE TAXE D'ASSURANCE DU PRODUIT DE L'IMAGE (taux nul si    *
      * produit absent du referentiel ou referentiel non charge)       *
      ******************************************************************

       0352-RECHERCHE-TAUX-TAXE.
           MOVE 0 TO WS-QUIT-TAUX-TAXE.
           MOVE 'N' TO WS-QUIT-TAXE-TROUVE.

           IF WS-REF-PROD-CHARGE = 'O'
               PERFORM 0353-TAUX-TAXE-RECHERCHE
                   THRU 0353-TAUX-TAXE-RECHERCHE-END
                   VARYING WS-QUIT-TAXE-I FROM 1 BY 1
                   UNTIL WS-QUIT-TAXE-I > WS-REF-PROD-NB
                   OR WS-QUIT-TAXE-TROUVE = 'O'
           END-IF.
       .

       0352-RECHERCHE-TAUX-TAXE-END.
           EXIT
       .

       0353-TAUX-TAXE-RECHERCHE.
           IF WS-REF-PROD-NOM(WS-QUIT-TAXE-I) = WS-IMG-NOM-PRODUIT
               MOVE WS-REF-PROD-TAUX-TAXE(WS-QUIT-TAXE-I)
                   TO WS-QUIT-TAUX-TAXE
               MOVE 'O' TO WS-QUIT-TAXE-TROUVE
           END-IF.
       .

       0353-TAUX-TAXE-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * RISTOURNE D'UNE PERIODE RESILIEE QUI COUVRE UNE PARTIE DE      *
      * L'ANNEE (prorata des jours restant a courir a la date du jour, *
      * comme 1210-RISTOURNE-POLICE)                                   *
      ******************************************************************

       0355-POLICE-RISTOURNE.
           MOVE 0 TO WS-PER-RISTOURNE.
           MOVE WS-IMG-DATE-DEBUT TO WS-POL-DATE-N.
           IF WS-POL-DATE-N <= WS-ATT-FIN-N
               COMPUTE WS-RIS-DEBUT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N)
               MOVE WS-IMG-DATE-FIN TO WS-POL-DATE-N
               IF WS-POL-DATE-N >= WS-ATT-DEBUT-N
                   COMPUTE WS-RIS-FIN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-POL-DATE-N)
                   COMPUTE WS-RIS-JOURS-TOTAL =
                       WS-RIS-FIN-INT - WS-RIS-DEBUT-INT

                   IF WS-RIS-JOURS-TOTAL > 0
                       COMPUTE WS-RIS-JOURS-ECOULES =
                           WS-DATE-SYS-INT - WS-RIS-DEBUT-INT
                       IF WS-RIS-JOURS-ECOULES < 0
                           MOVE 0 TO WS-RIS-JOURS-ECOULES
                       END-IF
                       IF WS-RIS-JOURS-ECOULES > WS-RIS-JOURS-TOTAL
                           MOVE WS-RIS-JOURS-TOTAL
                               TO WS-RIS-JOURS-ECOULES
                       END-IF
                       COMPUTE WS-RIS-JOURS-RESTANTS =
                           WS-RIS-JOURS-TOTAL - WS-RIS-JOURS-ECOULES
                       COMPUTE WS-PER-RISTOURNE ROUNDED =
                           WS-IMG-PRIX * WS-RIS-JOURS-RESTANTS
                           / WS-RIS-JOURS-TOTAL
                   END-IF
               END-IF
           END-IF.

           ADD WS-PER-RISTOURNE TO WS-POL-RISTOURNE.
       .

       0355-POLICE-RISTOURNE-END.
           EXIT
       .

      ******************************************************************
      * TAXE TOTALE DU CONTRAT TEL QU'IL ETAIT AU MASTER A LA DATE DE  *
      * LA DECLARATION, S'IL ETAIT ACTIF OU SUSPENDU (meme base que    *
      * 0810/0855 d'assur), CONVERTIE EN EUR                           *
      ******************************************************************

       0357-TAXE-DECLARATION-CALCUL.
           MOVE WS-CTR-DCL-IMAGE TO WS-IMG-POLICE.

           IF (WS-IMG-STATUT = "ACTIF" OR WS-IMG-STATUT = "SUSPENDU")
               AND WS-IMG-PRIX NUMERIC
               PERFORM 0352-RECHERCHE-TAUX-TAXE
                   THRU 0352-RECHERCHE-TAUX-TAXE-END
               COMPUTE WS-QUIT-TAXE-TOTALE ROUNDED =
                   WS-IMG-PRIX * WS-QUIT-TAUX-TAXE / 100

               IF WS-QUIT-TAXE-TOTALE > 0
                   MOVE WS-IMG-DEVISE TO WS-CONV-DEVISE
                   MOVE WS-QUIT-TAXE-TOTALE TO WS-CONV-MONTANT
                   PERFORM 9100-CONVERSION-EUR
                       THRU 9100-CONVERSION-EUR-END

                   MOVE 0 TO WS-CTX-AJOUT-ATT
                   MOVE 0 TO WS-CTX-AJOUT-HCL
                   MOVE WS-CONV-EUR TO WS-CTX-AJOUT-CALC
                   MOVE 0 TO WS-CTX-AJOUT-DECL
                   MOVE WS-IMG-NOM-PRODUIT TO WS-CTX-PRODUIT-CHERCHE
                   MOVE WS-QUIT-TAUX-TAXE  TO WS-CTX-TAUX-CHERCHE
                   PERFORM 0360-TAXE-CUMUL THRU 0360-TAXE-CUMUL-END
               END-IF
           END-IF.
       .

       0357-TAXE-DECLARATION-CALCUL-END.
           EXIT
       .

      ******************************************************************
      * CUMUL PAR PRODUIT (EUR) DES MONTANTS WS-CTX-AJOUT-* ; les      *
      * totaux restent complets si la table des produits est pleine    *
      ******************************************************************

       0360-TAXE-CUMUL.
           MOVE 'N' TO WS-CTX-TROUVE.
           MOVE 0 TO WS-CTX-IDX.
           PERFORM 0361-PRODUIT-TAXE-RECHERCHE
               THRU 0361-PRODUIT-TAXE-RECHERCHE-END
               VARYING WS-CTX-I FROM 1 BY 1
               UNTIL WS-CTX-I > WS-CTX-NB
               OR WS-CTX-TROUVE = 'O'.

           IF WS-CTX-TROUVE = 'N'
               IF WS-CTX-NB < WS-CTX-MAX-TAB
                   ADD 1 TO WS-CTX-NB
                   MOVE WS-CTX-NB TO WS-CTX-IDX
                   MOVE WS-CTX-PRODUIT-CHERCHE
                       TO WS-CTX-PRODUIT(WS-CTX-IDX)
                   MOVE WS-CTX-TAUX-CHERCHE TO WS-CTX-TAUX(WS-CTX-IDX)
                   MOVE 0 TO WS-CTX-ATT-EUR(WS-CTX-IDX)
                   MOVE 0 TO WS-CTX-HCL-EUR(WS-CTX-IDX)
                   MOVE 0 TO WS-CTX-CALC-EUR(WS-CTX-IDX)
                   MOVE 0 TO WS-CTX-DECL-EUR(WS-CTX-IDX)
               ELSE
                   ADD 1 TO WS-CTX-DEBORDEMENT
               END-IF
           END-IF.

           IF WS-CTX-IDX > 0
               ADD WS-CTX-AJOUT-ATT  TO WS-CTX-ATT-EUR(WS-CTX-IDX)
               ADD WS-CTX-AJOUT-HCL  TO WS-CTX-HCL-EUR(WS-CTX-IDX)
               ADD WS-CTX-AJOUT-CALC TO WS-CTX-CALC-EUR(WS-CTX-IDX)
               ADD WS-CTX-AJOUT-DECL TO WS-CTX-DECL-EUR(WS-CTX-IDX)
           END-IF.

           ADD WS-CTX-AJOUT-ATT  TO WS-CTX-TOTAL-ATT.
           ADD WS-CTX-AJOUT-HCL  TO WS-CTX-TOTAL-HCL.
           ADD WS-CTX-AJOUT-CALC TO WS-CTX-TOTAL-CALC.
           ADD WS-CTX-AJOUT-DECL TO WS-CTX-TOTAL-DECL.
       .

       0360-TAXE-CUMUL-END.
           EXIT
       .

       0361-PRODUIT-TAXE-RECHERCHE.
           IF WS-CTX-PRODUIT(WS-CTX-I) = WS-CTX-PRODUIT-CHERCHE
               MOVE 'O' TO WS-CTX-TROUVE
               MOVE WS-CTX-I TO WS-CTX-IDX
           END-IF.
       .

       0361-PRODUIT-TAXE-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * ENTREE DU SECOND TRI : CONTRATS A ATTESTER, CLE NUMERO CLIENT  *
      * + CODE CONTRAT                                                 *
      ******************************************************************

       0380-ATTESTATIONS-VERSE.
           PERFORM 0381-ATTESTATION-TRI-LIGNE
               THRU 0381-ATTESTATION-TRI-LIGNE-END
               VARYING WS-RES-I FROM 1 BY 1
               UNTIL WS-RES-I > WS-RES-NB.
       .

       0380-ATTESTATIONS-VERSE-END.
           EXIT
       .

       0381-ATTESTATION-TRI-LIGNE.
           MOVE WS-RES-NUMERO(WS-RES-I) TO WS-TRA-NUMERO.
           MOVE WS-RES-CODE(WS-RES-I)   TO WS-TRA-CODE.
           MOVE SPACES TO TRI-ENR.
           MOVE WS-TRA-CLE TO TRI-CLE.
           MOVE WS-RES-POLICE(WS-RES-I) TO TRI-DATA.
           RELEASE TRI-ENR.
       .

       0381-ATTESTATION-TRI-LIGNE-END.
           EXIT
       .

      ******************************************************************
      * SORTIE DU SECOND TRI : UNE ATTESTATION PAR NUMERO DE CLIENT,   *
      * UNE LIGNE PAR CONTRAT, TOTAUX PAR DEVISE EN PIED               *
      ******************************************************************

       0400-ATTESTATIONS-EDITION.
           MOVE 'N' TO WS-ATT-OUVERTE.
           MOVE 'F' TO WS-FIN-TRI.
           PERFORM UNTIL WS-FIN-TRI = 'T'
               RETURN FICHIER-TRI
                   AT END
                       MOVE 'T' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 0410-ATTESTATION-POLICE
                           THRU 0410-ATTESTATION-POLICE-END
               END-RETURN
           END-PERFORM.

           IF WS-ATT-OUVERTE = 'O'
               PERFORM 0430-ATTESTATION-PIED
                   THRU 0430-ATTESTATION-PIED-END
           END-IF.
       .

       0400-ATTESTATIONS-EDITION-END.
           EXIT
       .

       0410-ATTESTATION-POLICE.
           MOVE TRI-CLE TO WS-TRA-CLE.
           MOVE TRI-DATA TO WS-TRP-POLICE.

           IF WS-ATT-OUVERTE = 'O'
               AND WS-TRA-NUMERO NOT = WS-ATT-NUMERO-COURANT
               PERFORM 0430-ATTESTATION-PIED
                   THRU 0430-ATTESTATION-PIED-END
           END-IF.

           IF WS-ATT-OUVERTE = 'N'
               PERFORM 0420-ATTESTATION-ENTETE
                   THRU 0420-ATTESTATION-ENTETE-END
           END-IF.

           COMPUTE WS-ATT-TTC = WS-TRP-HT + WS-TRP-TAXE.

           MOVE WS-TRA-CODE      TO ATT-LD-CODE.
           MOVE WS-TRP-PRODUIT   TO ATT-LD-PRODUIT.
           MOVE WS-TRP-HT        TO ATT-LD-HT.
           MOVE WS-TRP-TAXE      TO ATT-LD-TAXE.
           MOVE WS-ATT-TTC       TO ATT-LD-TTC.
           MOVE WS-TRP-PAYE      TO ATT-LD-PAYE.
           MOVE WS-TRP-RISTOURNE TO ATT-LD-RISTOURNE.
           MOVE WS-TRP-DEVISE    TO ATT-LD-DEVISE.
           WRITE E-ATTESTATION FROM ATT-LIGNE-POLICE.

           PERFORM 0440-DEVISE-CLIENT-CUMUL
               THRU 0440-DEVISE-CLIENT-CUMUL-END.
           PERFORM 0450-DEVISE-GENERAL-CUMUL
               THRU 0450-DEVISE-GENERAL-CUMUL-END.
       .

       0410-ATTESTATION-POLICE-END.
           EXIT
       .

      ******************************************************************
      * ENTETE DE L'ATTESTATION : IDENTITE ET ADRESSE CLIREF DU CLIENT *
      ******************************************************************

       0420-ATTESTATION-ENTETE.
           MOVE 'O' TO WS-ATT-OUVERTE.
           MOVE WS-TRA-NUMERO TO WS-ATT-NUMERO-COURANT.
           MOVE WS-TRP-CLR-IDX TO WS-CLR-IDX.
           MOVE 0 TO WS-ATD-NB.
           ADD 1 TO WS-ATT-NB.

           MOVE ALL "=" TO E-ATTESTATION.
           WRITE E-ATTESTATION.
           MOVE WS-ATT-ANNEE TO ATT-LT-ANNEE.
           WRITE E-ATTESTATION FROM ATT-LIGNE-TITRE.

           MOVE WS-CLR-NOM(WS-CLR-IDX) TO ATT-CLIENT.
           WRITE E-ATTESTATION FROM ATT-LIGNE-CLIENT.

           MOVE WS-CLR-NUMERO(WS-CLR-IDX) TO CLR-NUMERO.
           WRITE E-ATTESTATION FROM CLR-LIGNE-NUMERO.
           IF WS-CLR-ADR1(WS-CLR-IDX) NOT = SPACES
               MOVE WS-CLR-ADR1(WS-CLR-IDX) TO CLR-ADRESSE
               WRITE E-ATTESTATION FROM CLR-LIGNE-ADRESSE
           END-IF.
           IF WS-CLR-ADR2(WS-CLR-IDX) NOT = SPACES
               MOVE WS-CLR-ADR2(WS-CLR-IDX) TO CLR-ADRESSE
               WRITE E-ATTESTATION FROM CLR-LIGNE-ADRESSE
           END-IF.
           IF WS-CLR-ADR3(WS-CLR-IDX) NOT = SPACES
               MOVE WS-CLR-ADR3(WS-CLR-IDX) TO CLR-ADRESSE
               WRITE E-ATTESTATION FROM CLR-LIGNE-ADRESSE
           END-IF.

           MOVE WS-ATT-ANNEE TO ATT-LP-ANNEE-DEBUT.
           MOVE WS-ATT-ANNEE TO ATT-LP-ANNEE-FIN.
           MOVE WS-SYS-JOUR  TO ATT-LP-JOUR.
           MOVE WS-SYS-MOIS  TO ATT-LP-MOIS.
           MOVE WS-SYS-ANNEE TO ATT-LP-ANNEE.
           WRITE E-ATTESTATION FROM ATT-LIGNE-PERIODE.

           MOVE SPACES TO E-ATTESTATION.
           WRITE E-ATTESTATION.
           WRITE E-ATTESTATION FROM ATT-LIGNE-ENTETE.
       .

       0420-ATTESTATION-ENTETE-END.
           EXIT
       .

      ******************************************************************
      * PIED DE L'ATTESTATION : TOTAUX PAR DEVISE DU CLIENT            *
      ******************************************************************

       0430-ATTESTATION-PIED.
           MOVE SPACES TO E-ATTESTATION.
           WRITE E-ATTESTATION.

           PERFORM 0431-ATTESTATION-TOTAL
               THRU 0431-ATTESTATION-TOTAL-END
               VARYING WS-ATD-I FROM 1 BY 1
               UNTIL WS-ATD-I > WS-ATD-NB.

           MOVE SPACES TO E-ATTESTATION.
           STRING "Montants dans la devise du contrat ; facture : "
                                             DELIMITED BY SIZE
                  "echeances de l'annee, taxe comprise."
                                             DELIMITED BY SIZE
               INTO E-ATTESTATION.
           WRITE E-ATTESTATION.

           MOVE ALL "=" TO E-ATTESTATION.
           WRITE E-ATTESTATION.
           MOVE SPACES TO E-ATTESTATION.
           WRITE E-ATTESTATION.

           MOVE 'N' TO WS-ATT-OUVERTE.
       .

       0430-ATTESTATION-PIED-END.
           EXIT
       .

       0431-ATTESTATION-TOTAL.
           MOVE WS-ATD-DEVISE(WS-ATD-I)    TO ATT-LT-DEVISE.
           MOVE WS-ATD-HT(WS-ATD-I)        TO ATT-LT-HT.
           MOVE WS-ATD-TAXE(WS-ATD-I)      TO ATT-LT-TAXE.
           MOVE WS-ATD-TTC(WS-ATD-I)       TO ATT-LT-TTC.
           MOVE WS-ATD-PAYE(WS-ATD-I)      TO ATT-LT-PAYE.
           MOVE WS-ATD-RISTOURNE(WS-ATD-I) TO ATT-LT-RISTOURNE.
           MOVE WS-ATD-DEVISE(WS-ATD-I)    TO ATT-LT-DEVISE-FIN.
           WRITE E-ATTESTATION FROM ATT-LIGNE-TOTAL.
       .

       0431-ATTESTATION-TOTAL-END.
           EXIT
       .

      ******************************************************************
      * CUMUL PAR DEVISE : ATTESTATION EN COURS PUIS TOTAUX GENERAUX   *
      ******************************************************************

       0440-DEVISE-CLIENT-CUMUL.
           MOVE 'N' TO WS-ATD-TROUVE.
           MOVE 0 TO WS-ATD-IDX.
           PERFORM 0441-DEVISE-CLIENT-RECHERCHE
               THRU 0441-DEVISE-CLIENT-RECHERCHE-END
               VARYING WS-ATD-I FROM 1 BY 1
               UNTIL WS-ATD-I > WS-ATD-NB
               OR WS-ATD-TROUVE = 'O'.

           IF WS-ATD-TROUVE = 'N'
               IF WS-ATD-NB < WS-ATD-MAX-TAB
                   ADD 1 TO WS-ATD-NB
                   MOVE WS-ATD-NB TO WS-ATD-IDX
                   MOVE WS-TRP-DEVISE TO WS-ATD-DEVISE(WS-ATD-IDX)
                   MOVE 0 TO WS-ATD-HT(WS-ATD-IDX)
                   MOVE 0 TO WS-ATD-TAXE(WS-ATD-IDX)
                   MOVE 0 TO WS-ATD-TTC(WS-ATD-IDX)
                   MOVE 0 TO WS-ATD-PAYE(WS-ATD-IDX)
                   MOVE 0 TO WS-ATD-RISTOURNE(WS-ATD-IDX)
               ELSE
                   ADD 1 TO WS-ATD-DEBORDEMENT
               END-IF
           END-IF.

           IF WS-ATD-IDX > 0
               ADD WS-TRP-HT        TO WS-ATD-HT(WS-ATD-IDX)
               ADD WS-TRP-TAXE      TO WS-ATD-TAXE(WS-ATD-IDX)
               ADD WS-ATT-TTC       TO WS-ATD-TTC(WS-ATD-IDX)
               ADD WS-TRP-PAYE      TO WS-ATD-PAYE(WS-ATD-IDX)
               ADD WS-TRP-RISTOURNE TO WS-ATD-RISTOURNE(WS-ATD-IDX)
           END-IF.
       .

       0440-DEVISE-CLIENT-CUMUL-END.
           EXIT
       .

       0441-DEVISE-CLIENT-RECHERCHE.
           IF WS-ATD-DEVISE(WS-ATD-I) = WS-TRP-DEVISE
               MOVE 'O' TO WS-ATD-TROUVE
               MOVE WS-ATD-I TO WS-ATD-IDX
           END-IF.
       .

       0441-DEVISE-CLIENT-RECHERCHE-END.
           EXIT
       .

       0450-DEVISE-GENERAL-CUMUL.
           MOVE 'N' TO WS-ATG-TROUVE.
           MOVE 0 TO WS-ATG-IDX.
           PERFORM 0451-DEVISE-GENERAL-RECHERCHE
               THRU 0451-DEVISE-GENERAL-RECHERCHE-END
               VARYING WS-ATG-I FROM 1 BY 1
               UNTIL WS-ATG-I > WS-ATG-NB-LIGNES
               OR WS-ATG-TROUVE = 'O'.

           IF WS-ATG-TROUVE = 'N'
               IF WS-ATG-NB-LIGNES < WS-ATG-MAX-TAB
                   ADD 1 TO WS-ATG-NB-LIGNES
                   MOVE WS-ATG-NB-LIGNES TO WS-ATG-IDX
                   MOVE WS-TRP-DEVISE TO WS-ATG-DEVISE(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-NB(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-HT(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-TAXE(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-TTC(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-PAYE(WS-ATG-IDX)
                   MOVE 0 TO WS-ATG-RISTOURNE(WS-ATG-IDX)
               ELSE
                   ADD 1 TO WS-ATG-DEBORDEMENT
               END-IF
           END-IF.

           IF WS-ATG-IDX > 0
               ADD 1                TO WS-ATG-NB(WS-ATG-IDX)
               ADD WS-TRP-HT        TO WS-ATG-HT(WS-ATG-IDX)
               ADD WS-TRP-TAXE      TO WS-ATG-TAXE(WS-ATG-IDX)
               ADD WS-ATT-TTC       TO WS-ATG-TTC(WS-ATG-IDX)
               ADD WS-TRP-PAYE      TO WS-ATG-PAYE(WS-ATG-IDX)
               ADD WS-TRP-RISTOURNE TO WS-ATG-RISTOURNE(WS-ATG-IDX)
           END-IF.
       .

       0450-DEVISE-GENERAL-CUMUL-END.
           EXIT
       .

       0451-DEVISE-GENERAL-RECHERCHE.
           IF WS-ATG-DEVISE(WS-ATG-I) = WS-TRP-DEVISE
               MOVE 'O' TO WS-ATG-TROUVE
               MOVE WS-ATG-I TO WS-ATG-IDX
           END-IF.
       .

       0451-DEVISE-GENERAL-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * ETAT DE CONTROLE : NOMBRES, TOTAUX DES ATTESTATIONS PAR        *
      * DEVISE, ENCAISSEMENTS NON RATTACHES ET RAPPROCHEMENT DE LA     *
      * TAXE AVEC LA DECLARATION (EUR)                                 *
      ******************************************************************

       0500-CONTROLE-EDITION.
           MOVE SPACES TO E-CONTROLE.
           WRITE E-CONTROLE.
           MOVE "----- ATTESTATIONS EMISES -----" TO E-CONTROLE.
           WRITE E-CONTROLE.

           MOVE "LIGNES D'AUDIT DU MASTER LUES" TO CTL-LN-LIBELLE.
           MOVE WS-AUD-LUES TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "POLICES LUES AU MASTER" TO CTL-LN-LIBELLE.
           MOVE WS-POL-LUES TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "CONTRATS RECONSTITUES (AUDIT ET MASTER)"
               TO CTL-LN-LIBELLE.
           MOVE WS-CTR-LUS TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "CONTRATS PORTES AUX ATTESTATIONS" TO CTL-LN-LIBELLE.
           MOVE WS-POL-RETENUES TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "CONTRATS HORS ATTESTATION (CLIENT ABSENT)"
               TO CTL-LN-LIBELLE.
           MOVE WS-POL-SANS-CLIENT TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "PERIODES HORS DEVISE DU CONTRAT" TO CTL-LN-LIBELLE.
           MOVE WS-PER-DEVISE-AUTRE TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "ATTESTATIONS ECRITES (CLIENTS)" TO CTL-LN-LIBELLE.
           MOVE WS-ATT-NB TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE "LIGNES ILLISIBLES (paiements, sepa, audit)"
               TO CTL-LN-LIBELLE.
           COMPUTE CTL-LN-NB = WS-PAI-INVALIDES + WS-SEP-INVALIDES
               + WS-AUD-INVALIDES.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           IF WS-AUDIT-LU = 'N'
               MOVE SPACES TO E-CONTROLE
               STRING "ATTENTION : audit du master indisponible, "
                                             DELIMITED BY SIZE
                      "contrats supprimes non attestes"
                                             DELIMITED BY SIZE
                   INTO E-CONTROLE
               WRITE E-CONTROLE
           END-IF.

           MOVE SPACES TO E-CONTROLE.
           WRITE E-CONTROLE.
           MOVE "----- TOTAUX DES ATTESTATIONS PAR DEVISE -----"
               TO E-CONTROLE.
           WRITE E-CONTROLE.
           WRITE E-CONTROLE FROM CTL-LIGNE-DEVISE-ENTETE.

           PERFORM 0510-CONTROLE-DEVISE THRU 0510-CONTROLE-DEVISE-END
               VARYING WS-ATG-I FROM 1 BY 1
               UNTIL WS-ATG-I > WS-ATG-NB-LIGNES.

           MOVE SPACES TO E-CONTROLE.
           WRITE E-CONTROLE.
           MOVE SPACES TO E-CONTROLE.
           STRING "----- ENCAISSEMENTS DE L'ANNEE NON RATTACHES "
                                             DELIMITED BY SIZE
                  "(CONTRAT INCONNU OU AUTRE DEVISE) -----"
                                             DELIMITED BY SIZE
               INTO E-CONTROLE.
           WRITE E-CONTROLE.

           PERFORM 0530-PAIEMENT-NON-RATTACHE
               THRU 0530-PAIEMENT-NON-RATTACHE-END
               VARYING WS-PAI-I FROM 1 BY 1
               UNTIL WS-PAI-I > WS-PAI-NB.

           PERFORM 0531-PRELEVEMENT-NON-RATTACHE
               THRU 0531-PRELEVEMENT-NON-RATTACHE-END
               VARYING WS-SEP-I FROM 1 BY 1
               UNTIL WS-SEP-I > WS-SEP-NB.

           MOVE "ENCAISSEMENTS NON RATTACHES" TO CTL-LN-LIBELLE.
           MOVE WS-ENC-NON-RATTACHES TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           MOVE SPACES TO E-CONTROLE.
           WRITE E-CONTROLE.
           MOVE SPACES TO E-CONTROLE.
           STRING "----- RAPPROCHEMENT AVEC LA DECLARATION DE TAXE "
                                             DELIMITED BY SIZE
                  "D'ASSURANCE (EUR) -----"  DELIMITED BY SIZE
               INTO E-CONTROLE.
           WRITE E-CONTROLE.

           MOVE SPACES TO E-CONTROLE.
           IF WS-DCL-LUE = 'O'
               STRING "Declaration du "      DELIMITED BY SIZE
                      WS-DCL-DATE-N          DELIMITED BY SIZE
                      " : "                  DELIMITED BY SIZE
                      WS-NOM-FICHIER-TAXES   DELIMITED BY SPACE
                   INTO E-CONTROLE
           ELSE
               STRING "Declaration du "      DELIMITED BY SIZE
                      WS-DCL-DATE-N          DELIMITED BY SIZE
                      " absente : "          DELIMITED BY SIZE
                      WS-NOM-FICHIER-TAXES   DELIMITED BY SPACE
                      " (taxe declaree a zero)"
                                             DELIMITED BY SIZE
                   INTO E-CONTROLE
           END-IF.
           WRITE E-CONTROLE.

           MOVE SPACES TO E-CONTROLE.
           STRING "RECALCULEE : polices ACTIF/SUSPENDU au master a "
                                             DELIMITED BY SIZE
                  "cette date ; ECART = DECLAREE - RECALCULEE"
                                             DELIMITED BY SIZE
               INTO E-CONTROLE.
           WRITE E-CONTROLE.
           WRITE E-CONTROLE FROM CTL-LIGNE-TAXE-ENTETE.

           PERFORM 0520-CONTROLE-TAXE THRU 0520-CONTROLE-TAXE-END
               VARYING WS-CTX-I FROM 1 BY 1
               UNTIL WS-CTX-I > WS-CTX-NB.

           IF WS-DCL-TOTAL-LU = 'N'
               MOVE WS-CTX-TOTAL-DECL TO WS-DCL-TOTAL-FICHIER
           END-IF.
           COMPUTE WS-CTX-ECART =
               WS-DCL-TOTAL-FICHIER - WS-CTX-TOTAL-CALC.
           IF WS-CTX-ECART NOT = 0
               ADD 1 TO WS-DCL-ECARTS
           END-IF.

           MOVE "TOTAL"              TO CTL-TX-PRODUIT.
           MOVE 0                    TO CTL-TX-TAUX.
           MOVE WS-CTX-TOTAL-ATT     TO CTL-TX-ATT.
           MOVE WS-CTX-TOTAL-HCL     TO CTL-TX-HCL.
           MOVE WS-CTX-TOTAL-CALC    TO CTL-TX-CALC.
           MOVE WS-DCL-TOTAL-FICHIER TO CTL-TX-DECL.
           MOVE WS-CTX-ECART         TO CTL-TX-ECART.
           WRITE E-CONTROLE FROM CTL-LIGNE-TAXE.

           MOVE "PRODUITS OU TOTAL EN ECART" TO CTL-LN-LIBELLE.
           MOVE WS-DCL-ECARTS TO CTL-LN-NB.
           WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE.

           IF WS-DCL-INVALIDES > 0
               MOVE "LIGNES ILLISIBLES DE LA DECLARATION"
                   TO CTL-LN-LIBELLE
               MOVE WS-DCL-INVALIDES TO CTL-LN-NB
               WRITE E-CONTROLE FROM CTL-LIGNE-NOMBRE
           END-IF.
       .

       0500-CONTROLE-EDITION-END.
           EXIT
       .

       0510-CONTROLE-DEVISE.
           MOVE WS-ATG-DEVISE(WS-ATG-I)    TO CTL-LD-DEVISE.
           MOVE WS-ATG-NB(WS-ATG-I)        TO CTL-LD-NB.
           MOVE WS-ATG-HT(WS-ATG-I)        TO CTL-LD-HT.
           MOVE WS-ATG-TAXE(WS-ATG-I)      TO CTL-LD-TAXE.
           MOVE WS-ATG-TTC(WS-ATG-I)       TO CTL-LD-TTC.
           MOVE WS-ATG-PAYE(WS-ATG-I)      TO CTL-LD-PAYE.
           MOVE WS-ATG-RISTOURNE(WS-ATG-I) TO CTL-LD-RISTOURNE.
           WRITE E-CONTROLE FROM CTL-LIGNE-DEVISE.
       .

       0510-CONTROLE-DEVISE-END.
           EXIT
       .

       0520-CONTROLE-TAXE.
           COMPUTE WS-CTX-ECART = WS-CTX-DECL-EUR(WS-CTX-I)
               - WS-CTX-CALC-EUR(WS-CTX-I).
           IF WS-CTX-ECART NOT = 0
               ADD 1 TO WS-DCL-ECARTS
           END-IF.

           MOVE WS-CTX-PRODUIT(WS-CTX-I)  TO CTL-TX-PRODUIT.
           MOVE WS-CTX-TAUX(WS-CTX-I)     TO CTL-TX-TAUX.
           MOVE WS-CTX-ATT-EUR(WS-CTX-I)  TO CTL-TX-ATT.
           MOVE WS-CTX-HCL-EUR(WS-CTX-I)  TO CTL-TX-HCL.
           MOVE WS-CTX-CALC-EUR(WS-CTX-I) TO CTL-TX-CALC.
           MOVE WS-CTX-DECL-EUR(WS-CTX-I) TO CTL-TX-DECL.
           MOVE WS-CTX-ECART              TO CTL-TX-ECART.
           WRITE E-CONTROLE FROM CTL-LIGNE-TAXE.
       .

       0520-CONTROLE-TAXE-END.
           EXIT
       .

      ******************************************************************
      * ENCAISSEMENTS DE L'ANNEE PORTES AU PAYE D'AUCUN CONTRAT        *
      * (prelevements rejetes ou rembourses exclus : non encaisses)    *
      ******************************************************************

       0530-PAIEMENT-NON-RATTACHE.
           IF WS-PAI-T-RATTACHE(WS-PAI-I) = 'N'
               ADD 1 TO WS-ENC-NON-RATTACHES
               MOVE WS-PAI-T-CODE(WS-PAI-I)    TO CTL-LE-CODE
               MOVE "PAIEMENT"                 TO CTL-LE-ORIGINE
               MOVE WS-PAI-T-DATE(WS-PAI-I)    TO CTL-LE-DATE-N
               MOVE CTL-LE-DATE-JOUR           TO CTL-LE-JOUR
               MOVE CTL-LE-DATE-MOIS           TO CTL-LE-MOIS
               MOVE CTL-LE-DATE-ANNEE          TO CTL-LE-ANNEE
               MOVE WS-PAI-T-MONTANT(WS-PAI-I) TO CTL-LE-MONTANT
               MOVE WS-PAI-T-DEVISE(WS-PAI-I)  TO CTL-LE-DEVISE
               WRITE E-CONTROLE FROM CTL-LIGNE-ENCAISSEMENT
           END-IF.
       .

       0530-PAIEMENT-NON-RATTACHE-END.
           EXIT
       .

       0531-PRELEVEMENT-NON-RATTACHE.
           IF WS-SEP-RATTACHE(WS-SEP-I) = 'N'
               AND WS-SEP-RETOUR(WS-SEP-I) = 'N'
               ADD 1 TO WS-ENC-NON-RATTACHES
               MOVE WS-SEP-REF-CODE(WS-SEP-I)  TO CTL-LE-CODE
               MOVE "PRELEVEMENT"              TO CTL-LE-ORIGINE
               MOVE WS-SEP-REF-DATE(WS-SEP-I)  TO CTL-LE-DATE-N
               MOVE CTL-LE-DATE-JOUR           TO CTL-LE-JOUR
               MOVE CTL-LE-DATE-MOIS           TO CTL-LE-MOIS
               MOVE CTL-LE-DATE-ANNEE          TO CTL-LE-ANNEE
               MOVE WS-SEP-MONTANT(WS-SEP-I)   TO CTL-LE-MONTANT
               MOVE WS-SEP-DEVISE(WS-SEP-I)    TO CTL-LE-DEVISE
               WRITE E-CONTROLE FROM CTL-LIGNE-ENCAISSEMENT
           END-IF.
       .

       0531-PRELEVEMENT-NON-RATTACHE-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES PRODUITS : NOM ET TAUX DE TAXE   *
      * (6e champ facultatif, meme lecture que 0058 d'assur)           *
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
               DISPLAY "Referentiel des produits absent, taxe "
                   "d'assurance nulle sur les attestations"
           END-IF.
       .

       0600-CHARGEMENT-PRODUITS-END.
           EXIT
       .

       0610-PRODUIT-RANGEMENT.
           MOVE SPACES TO WS-REFP-SAISIE.
           MOVE 0 TO WS-REFP-NB-CHAMPS.

           UNSTRING F-PRODUIT DELIMITED BY "*"
               INTO WS-REFP-NOM
                    WS-REFP-PRIX-MIN
                    WS-REFP-PRIX-MAX
                    WS-REFP-DUREE-MIN
                    WS-REFP-DUREE-MAX
                    WS-REFP-TAXE
               TALLYING IN WS-REFP-NB-CHAMPS.

           IF WS-REFP-NB-CHAMPS < 5 OR WS-REFP-NB-CHAMPS > 6
               OR FUNCTION TRIM(WS-REFP-DUREE-MIN) NOT NUMERIC
               OR FUNCTION TRIM(WS-REFP-DUREE-MAX) NOT NUMERIC
               DISPLAY "ATTENTION : ligne du referentiel produits "
                   "illisible : " F-PRODUIT
           ELSE
               IF WS-REF-PROD-NB < WS-REF-PROD-MAX-TAB
                   ADD 1 TO WS-REF-PROD-NB
                   MOVE WS-REFP-NOM
                       TO WS-REF-PROD-NOM(WS-REF-PROD-NB)
                   IF WS-REFP-NB-CHAMPS = 6
                       AND WS-REFP-TAXE NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-REFP-TAXE)
                           TO WS-REF-PROD-TAUX-TAXE(WS-REF-PROD-NB)
                   ELSE
                       MOVE 0
                           TO WS-REF-PROD-TAUX-TAXE(WS-REF-PROD-NB)
                   END-IF
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
                    WS-CLR-S-ADR1
                    WS-CLR-S-ADR2
                    WS-CLR-S-ADR3
               TALLYING IN WS-CLR-NB-CHAMPS.

           IF WS-CLR-NB-CHAMPS < 2
               OR WS-CLR-S-NUMERO NOT NUMERIC
               DISPLAY "ATTENTION : ligne du referentiel clients "
                   "illisible : " F-CLIREF
           ELSE
               IF WS-CLR-NB < WS-CLR-MAX-TAB
                   ADD 1 TO WS-CLR-NB
                   MOVE WS-CLR-S-NUMERO
                       TO WS-CLR-NUMERO(WS-CLR-NB)
                   MOVE WS-CLR-S-NOM
                       TO WS-CLR-NOM(WS-CLR-NB)
                   MOVE WS-CLR-S-ADR1
                       TO WS-CLR-ADR1(WS-CLR-NB)
                   MOVE WS-CLR-S-ADR2
                       TO WS-CLR-ADR2(WS-CLR-NB)
                   MOVE WS-CLR-S-ADR3
                       TO WS-CLR-ADR3(WS-CLR-NB)
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
      * CHARGEMENT DES PAIEMENTS DATES DE L'ANNEE (fichier cumulatif   *
      * CODE*DATE*MONTANT*DEVISE, date AAAAMMJJ, montant avec point)   *
      ******************************************************************

       0660-CHARGEMENT-PAIEMENTS.
           MOVE 'F' TO WS-FIN-PAIEMENTS.
           OPEN INPUT FICHIER-PAIEMENTS.

           IF WS-STATUT-PAIEMENTS = "00"
               PERFORM UNTIL WS-FIN-PAIEMENTS = 'T'
                   READ FICHIER-PAIEMENTS
                       AT END
                           MOVE 'T' TO WS-FIN-PAIEMENTS
                       NOT AT END
                           PERFORM 0670-PAIEMENT-RANGEMENT
                               THRU 0670-PAIEMENT-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PAIEMENTS
           ELSE
               IF WS-STATUT-PAIEMENTS = "05"
                   CLOSE FICHIER-PAIEMENTS
               END-IF
               DISPLAY "Pas de fichier de paiements ("
                   FUNCTION TRIM(WS-NOM-FICHIER-PAIEMENTS)
                   "), paiements hors prelevements a zero"
           END-IF.
       .

       0660-CHARGEMENT-PAIEMENTS-END.
           EXIT
       .

       0670-PAIEMENT-RANGEMENT.
           ADD 1 TO WS-PAI-LUS.
           MOVE 'O' TO WS-PAI-VALIDE.
           MOVE SPACES TO WS-PAI-SAISIE.
           MOVE 0 TO WS-PAI-NB-CHAMPS.

           UNSTRING F-PAIEMENT DELIMITED BY "*"
               INTO WS-PAI-CODE
                    WS-PAI-DATE
                    WS-PAI-MONTANT
                    WS-PAI-DEVISE
               TALLYING IN WS-PAI-NB-CHAMPS.

           IF WS-PAI-NB-CHAMPS NOT = 4
               OR WS-PAI-CODE NOT NUMERIC
               OR WS-PAI-DATE NOT NUMERIC
               MOVE 'N' TO WS-PAI-VALIDE
           END-IF.

           IF WS-PAI-VALIDE = 'O'
               MOVE SPACES TO WS-PAI-MONTANT-INT
               MOVE SPACES TO WS-PAI-MONTANT-DEC
               UNSTRING WS-PAI-MONTANT DELIMITED BY "."
                   INTO WS-PAI-MONTANT-INT WS-PAI-MONTANT-DEC
               IF WS-PAI-MONTANT-DEC = SPACES
                   OR FUNCTION TRIM(WS-PAI-MONTANT-INT) NOT NUMERIC
                   OR FUNCTION TRIM(WS-PAI-MONTANT-DEC) NOT NUMERIC
                   MOVE 'N' TO WS-PAI-VALIDE
               END-IF
           END-IF.

           IF WS-PAI-VALIDE = 'N'
               ADD 1 TO WS-PAI-INVALIDES
               DISPLAY "ATTENTION : ligne paiement illisible : "
                   F-PAIEMENT
           ELSE
               IF WS-PAI-DATE(1:4) = WS-ATT-ANNEE
                   IF WS-PAI-NB < WS-PAI-MAX-TAB
                       ADD 1 TO WS-PAI-NB
                       MOVE WS-PAI-CODE TO WS-PAI-T-CODE(WS-PAI-NB)
                       MOVE WS-PAI-DATE TO WS-PAI-T-DATE(WS-PAI-NB)
                       MOVE FUNCTION NUMVAL(WS-PAI-MONTANT)
                           TO WS-PAI-T-MONTANT(WS-PAI-NB)
                       MOVE WS-PAI-DEVISE TO WS-PAI-T-DEVISE(WS-PAI-NB)
                       MOVE 'N' TO WS-PAI-T-RATTACHE(WS-PAI-NB)
                   ELSE
                       ADD 1 TO WS-PAI-DEBORDEMENT
                   END-IF
               END-IF
           END-IF.
       .

       0670-PAIEMENT-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DES PRELEVEMENTS SEPA EMIS (grand livre permanent   *
      * REFERENCE*DATE*MONTANT*DEVISE*RUM*EMISSION) DONT L'ECHEANCE    *
      * TOMBE DANS L'ANNEE ET EST ATTEINTE, PUIS DES RETOURS BANCAIRES *
      * (REFERENCE*REJ|RMB*MOTIF*DATE*MONTANT) : un prelevement        *
      * rejete ou rembourse n'est pas encaisse (comme 1370-1376)       *
      ******************************************************************

       0680-CHARGEMENT-PRELEVEMENTS.
           MOVE 'F' TO WS-FIN-PRLV-EMIS.
           OPEN INPUT FICHIER-PRLV-EMIS.

           IF WS-STATUT-PRLV-EMIS = "00"
               PERFORM UNTIL WS-FIN-PRLV-EMIS = 'T'
                   READ FICHIER-PRLV-EMIS
                       AT END
                           MOVE 'T' TO WS-FIN-PRLV-EMIS
                       NOT AT END
                           PERFORM 0690-PRELEVEMENT-RANGEMENT
                               THRU 0690-PRELEVEMENT-RANGEMENT-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRLV-EMIS
           ELSE
               IF WS-STATUT-PRLV-EMIS = "05"
                   CLOSE FICHIER-PRLV-EMIS
               END-IF
           END-IF.

           IF WS-SEP-NB > 0
               MOVE 'F' TO WS-FIN-RETOURS-SEPA
               OPEN INPUT FICHIER-RETOURS-SEPA
               IF WS-STATUT-RETOURS-SEPA = "00"
                   PERFORM UNTIL WS-FIN-RETOURS-SEPA = 'T'
                       READ FICHIER-RETOURS-SEPA
                           AT END
                               MOVE 'T' TO WS-FIN-RETOURS-SEPA
                           NOT AT END
                               PERFORM 0695-RETOUR-RANGEMENT
                                   THRU 0695-RETOUR-RANGEMENT-END
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-RETOURS-SEPA
               ELSE
                   IF WS-STATUT-RETOURS-SEPA = "05"
                       CLOSE FICHIER-RETOURS-SEPA
                   END-IF
               END-IF
           END-IF.
       .

       0680-CHARGEMENT-PRELEVEMENTS-END.
           EXIT
       .

       0690-PRELEVEMENT-RANGEMENT.
           MOVE SPACES TO WS-SEP-SAISIE.
           MOVE 0 TO WS-SEP-NB-CHAMPS.

           UNSTRING F-PRLV-EMIS DELIMITED BY "*"
               INTO WS-SEP-S-REF
                    WS-SEP-S-DATE
                    WS-SEP-S-MONTANT
                    WS-SEP-S-DEVISE
                    WS-SEP-S-RUM
                    WS-SEP-S-EMISSION
               TALLYING IN WS-SEP-NB-CHAMPS.

           IF WS-SEP-NB-CHAMPS < 3
               OR WS-SEP-S-REF NOT NUMERIC
               ADD 1 TO WS-SEP-INVALIDES
               DISPLAY "ATTENTION : prelevement emis illisible : "
                   F-PRLV-EMIS
           ELSE
               MOVE WS-SEP-S-REF TO WS-SEP-REF-TRAVAIL
               IF WS-SEP-RT-DATE >= WS-ATT-DEBUT-N
                   AND WS-SEP-RT-DATE <= WS-ATT-FIN-N
                   AND WS-SEP-RT-DATE <= WS-DATE-SYSTEME-N
                   IF WS-SEP-NB < WS-SEP-MAX-TAB
                       ADD 1 TO WS-SEP-NB
                       MOVE WS-SEP-S-REF TO WS-SEP-REF(WS-SEP-NB)
                       MOVE FUNCTION NUMVAL(WS-SEP-S-MONTANT)
                           TO WS-SEP-MONTANT(WS-SEP-NB)
                       IF WS-SEP-S-DEVISE = SPACES
                           MOVE "EUR" TO WS-SEP-DEVISE(WS-SEP-NB)
                       ELSE
                           MOVE WS-SEP-S-DEVISE
                               TO WS-SEP-DEVISE(WS-SEP-NB)
                       END-IF
                       MOVE 'N' TO WS-SEP-RETOUR(WS-SEP-NB)
                       MOVE 'N' TO WS-SEP-RATTACHE(WS-SEP-NB)
                   ELSE
                       ADD 1 TO WS-SEP-DEBORDEMENT
                   END-IF
               END-IF
           END-IF.
       .

       0690-PRELEVEMENT-RANGEMENT-END.
           EXIT
       .

       0695-RETOUR-RANGEMENT.
           MOVE SPACES TO WS-RET-SAISIE.
           MOVE 0 TO WS-SEP-NB-CHAMPS.

           UNSTRING F-RETOUR-SEPA DELIMITED BY "*"
               INTO WS-RET-S-REF
                    WS-RET-S-TYPE
                    WS-RET-S-MOTIF
                    WS-RET-S-DATE
                    WS-RET-S-MONTANT
               TALLYING IN WS-SEP-NB-CHAMPS.

           IF WS-SEP-NB-CHAMPS < 3
               OR WS-RET-S-REF NOT NUMERIC
               OR (WS-RET-S-TYPE NOT = "REJ"
                   AND WS-RET-S-TYPE NOT = "RMB")
               ADD 1 TO WS-SEP-INVALIDES
               DISPLAY "ATTENTION : retour bancaire illisible : "
                   F-RETOUR-SEPA
           ELSE
               MOVE 'N' TO WS-SEP-TROUVE
               MOVE 0 TO WS-SEP-IDX
               PERFORM 0696-PRELEVEMENT-RECHERCHE
                   THRU 0696-PRELEVEMENT-RECHERCHE-END
                   VARYING WS-SEP-I FROM 1 BY 1
                   UNTIL WS-SEP-I > WS-SEP-NB
                   OR WS-SEP-TROUVE = 'O'

               IF WS-SEP-TROUVE = 'O'
                   IF WS-SEP-RETOUR(WS-SEP-IDX) = 'N'
                       ADD 1 TO WS-SEP-NB-RETOURS
                       IF WS-RET-S-TYPE = "REJ"
                           MOVE 'J' TO WS-SEP-RETOUR(WS-SEP-IDX)
                       ELSE
                           MOVE 'R' TO WS-SEP-RETOUR(WS-SEP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       0695-RETOUR-RANGEMENT-END.
           EXIT
       .

      ******************************************************************

       0696-PRELEVEMENT-RECHERCHE.
           IF WS-SEP-REF(WS-SEP-I) = WS-RET-S-REF
               MOVE 'O' TO WS-SEP-TROUVE
               MOVE WS-SEP-I TO WS-SEP-IDX
           END-IF.
       .

       0696-PRELEVEMENT-RECHERCHE-END.
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
      * RELECTURE DE LA DECLARATION DE TAXE D'ASSURANCE DE LA DATE     *
      * (fichier ecrit par 0850-TAXES-EDITION d'assur) : taxe declaree *
      * par produit et total, les lignes par taux ne sont pas reprises *
      ******************************************************************

       0800-LECTURE-DECLARATION.
           MOVE 'F' TO WS-FIN-TAXES.
           OPEN INPUT FICHIER-TAXES.

           IF WS-STATUT-TAXES = "00"
               MOVE 'O' TO WS-DCL-LUE
               PERFORM UNTIL WS-FIN-TAXES = 'T'
                   READ FICHIER-TAXES
                       AT END
                           MOVE 'T' TO WS-FIN-TAXES
                       NOT AT END
                           PERFORM 0810-DECLARATION-LIGNE
                               THRU 0810-DECLARATION-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAXES
           ELSE
               IF WS-STATUT-TAXES = "05"
                   CLOSE FICHIER-TAXES
               END-IF
               DISPLAY "ATTENTION : declaration de taxe "
                   FUNCTION TRIM(WS-NOM-FICHIER-TAXES)
                   " absente, taxe declaree a zero"
           END-IF.
       .

       0800-LECTURE-DECLARATION-END.
           EXIT
       .

       0810-DECLARATION-LIGNE.
           MOVE F-TAXE TO WS-DCL-LIGNE.

           IF WS-DCL-LIGNE(1:26) = "----- TOTAUX PAR TAUX ----"
               MOVE 'O' TO WS-DCL-PAR-TAUX
           ELSE
               IF WS-DCL-TOT-LIBELLE = "TOTAL TAXE COLLECTEE (EUR) : "
                   IF WS-DCL-TOT-EUR NUMERIC
                       MOVE 'O' TO WS-DCL-TOTAL-LU
                       MOVE WS-DCL-TOT-EUR TO WS-DCL-TOTAL-FICHIER
                   ELSE
                       ADD 1 TO WS-DCL-INVALIDES
                       DISPLAY "ATTENTION : total de declaration "
                           "illisible : " F-TAXE
                   END-IF
               ELSE
                   IF WS-DCL-PAR-TAUX = 'N'
                       AND WS-DCL-LIB-TAUX = " Taux : "
                       AND WS-DCL-PRODUIT NOT = SPACES
                       IF WS-DCL-TAUX NUMERIC AND WS-DCL-EUR NUMERIC
                           MOVE 0 TO WS-CTX-AJOUT-ATT
                           MOVE 0 TO WS-CTX-AJOUT-HCL
                           MOVE 0 TO WS-CTX-AJOUT-CALC
                           MOVE WS-DCL-EUR TO WS-CTX-AJOUT-DECL
                           MOVE WS-DCL-PRODUIT
                               TO WS-CTX-PRODUIT-CHERCHE
                           MOVE WS-DCL-TAUX TO WS-CTX-TAUX-CHERCHE
                           PERFORM 0360-TAXE-CUMUL
                               THRU 0360-TAXE-CUMUL-END
                       ELSE
                           ADD 1 TO WS-DCL-INVALIDES
                           DISPLAY "ATTENTION : ligne de declaration "
                               "illisible : " F-TAXE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       0810-DECLARATION-LIGNE-END.
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

      ******************************************************************
      * RECHERCHE DU CLIENT DANS LE REFERENTIEL PAR SON NOM            *
      * (WS-CLR-NOM-CHERCHE ; WS-CLR-IDX si trouve)                    *
      ******************************************************************

       9300-RECHERCHE-CLIENT-REF.
           MOVE 'N' TO WS-CLR-TROUVE.
           MOVE 0 TO WS-CLR-IDX.

           IF WS-CLR-CHARGE = 'O'
               PERFORM 9310-CLIENT-REF-RECHERCHE
                   THRU 9310-CLIENT-REF-RECHERCHE-END
                   VARYING WS-CLR-I FROM 1 BY 1
                   UNTIL WS-CLR-I > WS-CLR-NB
                   OR WS-CLR-TROUVE = 'O'
           END-IF.
       .

       9300-RECHERCHE-CLIENT-REF-END.
           EXIT
       .

       9310-CLIENT-REF-RECHERCHE.
           IF WS-CLR-NOM(WS-CLR-I) = WS-CLR-NOM-CHERCHE
               MOVE 'O' TO WS-CLR-TROUVE
               MOVE WS-CLR-I TO WS-CLR-IDX
           END-IF.
       .

       9310-CLIENT-REF-RECHERCHE-END.
           EXIT
       .
