           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAXES
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-BONUS-MALUS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-BONUS-MALUS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-BONUS-MALUS.

       SELECT FICHIER-MALUS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MALUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-MVT-DECHEANCE
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MVT-DCH
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-DEMEURES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-DEMEURES
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-DECHEANCES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-DECHEANCES
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-MANDATS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MANDATS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MANDATS.

       SELECT OPTIONAL FICHIER-PRLV-EMIS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRLV-EMIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRLV-EMIS.

       SELECT OPTIONAL FICHIER-RETOURS-SEPA
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-RETOURS-SEPA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RETOURS-SEPA.

       SELECT FICHIER-PRELEVEMENTS
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-PRELEVEMENTS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-TRI
           ASSIGN TO "SORTWK".

       FD FICHIER-CLIREF.
       01 F-CLIREF                         PIC X(180).

       FD FICHIER-BONUS-MALUS.
       01 F-BONUS-MALUS                    PIC X(50).

       FD FICHIER-MALUS.
       01 E-MALUS                          PIC X(150).

       FD FICHIER-MVT-DECHEANCE.
       01 E-MVT-DCH                        PIC X(130).

       FD FICHIER-DEMEURES.
       01 E-DEMEURE                        PIC X(100).

       FD FICHIER-DECHEANCES.
       01 E-DECHEANCE                      PIC X(150).

       FD FICHIER-MANDATS.
       01 F-MANDAT                         PIC X(120).

       FD FICHIER-PRLV-EMIS.
       01 F-PRLV-EMIS                      PIC X(100).

       FD FICHIER-RETOURS-SEPA.
       01 F-RETOUR-SEPA                    PIC X(80).

       FD FICHIER-PRELEVEMENTS.
       01 E-PRELEVEMENT                    PIC X(200).

      ******************************************************************
      * FICHIER DE TRAVAIL DE TRI, PARTAGE PAR TOUS LES TRIS DE LA     *
      * CHAINE D'EDITION (listing, echeancier, bordereaux, clients,    *
                   15 WS-RENOUV-FIN-ANNEE  PIC 9(4).
               10 WS-RENOUV-PRIX           PIC 9(6)V99.
               10 WS-RENOUV-DEVISE         PIC X(3).
               10 WS-RENOUV-DEBUT-N        PIC 9(8).
               10 WS-RENOUV-NB-SIN         PIC 9(3).
               10 WS-RENOUV-CHARGE-EUR     PIC 9(9)V99.
               10 WS-RENOUV-COEF           PIC 9V99.

       01 AFF-RENOUV.
           05 FILLER                   PIC X(7)  VALUE "Code : ".
      ******************************************************************
      * INDEX DES AVIS EMIS : UNE LIGNE LISIBLE PAR PROGRAMME PAR AVIS *
      * (CODE*CONTRAT*PRODUIT*CLIENT*STATUT*NOUVDEBUT*NOUVFIN*         *
      * PRIMEPROP*DEVISE*FREQUENCE*COEFBM*NBSIN*CHARGEEUR), EXPLOITE   *
      * PAR assurren POUR VALIDER LES REPONSES DE RENOUVELLEMENT ET    *
      * GENERER LES MOUVEMENTS CORRESPONDANTS                          *
      ******************************************************************

       77 WS-NOM-FICHIER-AVIS-EMIS         PIC X(100)      VALUE SPACES.
       77 WS-AVIS-PRIME-ED                 PIC 9(7).99.
       01 WS-AVIS-NOUV-FIN-N               PIC 9(8)        VALUE 0.
       77 WS-AVIS-COEF-ED                  PIC 9.99.
       77 WS-AVIS-CHARGE-ED                PIC 9(9).99.

      ******************************************************************
      * BONUS/MALUS A L'ECHEANCE : BAREME PAR PRODUIT (fichier         *
      * PRODUIT*NBSINMAX*CHARGEMAX*COEFFICIENT, charge en EUR et       *
      * coefficient avec point decimal, lignes d'un meme produit par   *
      * sinistralite croissante ; le produit DEFAUT s'applique aux     *
      * produits sans bareme propre). Le coefficient est celui de la   *
      * premiere ligne dont le nombre de sinistres et la charge de la  *
      * periode echue ne depassent pas les seuils ; au-dela de la      *
      * derniere ligne, le plus fort coefficient du produit est        *
      * retenu. Il s'applique a la prime indexee. Sinistres retenus :  *
      * ceux du master (SINISTRES.MST) survenus dans la periode du     *
      * contrat arrivant a echeance et portant une charge (reglements  *
      * cumules + reserve restante). Sans bareme ou sans master des    *
      * sinistres, le coefficient reste neutre (1,00).                 *
      ******************************************************************

       01 WS-BM-TAB.
           05 WS-BM-ENR                    OCCURS 200 TIMES.
               10 WS-BM-PRODUIT            PIC X(14).
               10 WS-BM-NB-SIN-MAX         PIC 9(3).
               10 WS-BM-CHARGE-MAX         PIC 9(9)V99.
               10 WS-BM-COEF               PIC 9V99.

       77 WS-BM-NB                         PIC 9(4)        VALUE 0.
       77 WS-BM-MAX-TAB                    PIC 9(4)        VALUE 0200.
       77 WS-BM-I                          PIC 9(4)        VALUE 0.
       77 WS-BM-CHARGE                     PIC X           VALUE 'N'.
       77 WS-BM-PRODUIT-CHERCHE            PIC X(14)       VALUE SPACES.
       77 WS-BM-PRODUIT-PRESENT            PIC X           VALUE 'N'.
       77 WS-BM-TROUVE                     PIC X           VALUE 'N'.
       77 WS-BM-COEF-RETENU                PIC 9V99        VALUE 0.
       77 WS-BM-COEF-PIRE                  PIC 9V99        VALUE 0.
       77 WS-BM-SIN-DISPO                  PIC X           VALUE 'N'.
       77 WS-BM-R                          PIC 9(5)        VALUE 0.
       77 WS-BM-R-TROUVE                   PIC 9(5)        VALUE 0.
       77 WS-BM-SURV-N                     PIC 9(8)        VALUE 0.
       77 WS-BM-FIN-N                      PIC 9(8)        VALUE 0.
       77 WS-BM-SIN-RETENUS                PIC 9(5)        VALUE 0.
       77 WS-BM-NB-BONUS                   PIC 9(5)        VALUE 0.
       77 WS-BM-NB-MALUS                   PIC 9(5)        VALUE 0.

       01 WS-BM-SAISIE.
           05 WS-BMS-PRODUIT               PIC X(14).
           05 WS-BMS-NB-SIN-MAX            PIC X(5).
           05 WS-BMS-CHARGE-MAX            PIC X(13).
           05 WS-BMS-COEF                  PIC X(6).

       77 WS-BM-NB-CHAMPS                  PIC 9(2)        VALUE 0.

       77 WS-NOM-FICHIER-BONUS-MALUS       PIC X(100)      VALUE SPACES.
       77 WS-STATUT-BONUS-MALUS            PIC XX          VALUE SPACES.
       77 WS-FIN-BONUS-MALUS               PIC X           VALUE 'F'.
       77 WS-NOM-FICHIER-MALUS             PIC X(100)      VALUE SPACES.

       01 AVIS-LIGNE-BONUS-MALUS.
           05 FILLER                   PIC X(26)
               VALUE "Coefficient bonus/malus : ".
           05 AVIS-BM-COEF             PIC 9.99.
           05 FILLER                   PIC X(2)   VALUE " (".
           05 AVIS-BM-NB-SIN           PIC ZZ9.
           05 FILLER                   PIC X(21)
               VALUE " sinistre(s), charge ".
           05 AVIS-BM-CHARGE           PIC Z(8)9.99.
           05 FILLER                   PIC X(5)   VALUE " EUR)".

      ******************************************************************
      * LISTE DES CONTRATS MALUSES POUR LA SOUSCRIPTION : UNE LIGNE    *
      * PAR AVIS DONT LE COEFFICIENT DEPASSE 1,00                      *
      ******************************************************************

       01 MAL-LIGNE-ENTETE.
           05 FILLER                   PIC X(9)   VALUE "CODE".
           05 FILLER                   PIC X(42)  VALUE "CLIENT".
           05 FILLER                   PIC X(15)  VALUE "PRODUIT".
           05 FILLER                   PIC X(4)   VALUE "NBS".
           05 FILLER                   PIC X(13)  VALUE "  CHARGE EUR".
           05 FILLER                   PIC X(5)   VALUE "COEF".
           05 FILLER                   PIC X(10)  VALUE "PRIME ACT".
           05 FILLER                   PIC X(11)  VALUE "PRIME PROP".
           05 FILLER                   PIC X(3)   VALUE "DEV".

       01 MAL-LIGNE-DETAIL.
           05 MAL-CODE                 PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-CLIENT               PIC X(41).
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-PRODUIT              PIC X(14).
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-NB-SIN               PIC ZZ9.
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-CHARGE               PIC Z(8)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-COEF                 PIC 9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-PRIME                PIC Z(5)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-PRIME-PROP           PIC Z(6)9.99.
           05 FILLER                   PIC X      VALUE " ".
           05 MAL-DEVISE               PIC X(3).

      ******************************************************************
      * QUITTANCEMENT : ECLATEMENT DE LA PRIME ANNUELLE EN ECHEANCES   *
       77 WS-STATUT-PAIEMENTS              PIC XX          VALUE SPACES.
       77 WS-FIN-PAIEMENTS                 PIC X           VALUE 'F'.

      ******************************************************************
      * SUSPENSION ET DECHEANCE POUR NON-PAIEMENT                      *
      * Le retard d'un contrat est celui de sa plus ancienne echeance  *
      * ouverte apres rapprochement des paiements. Passe le delai de   *
      * suspension (ASSUR_DELAI_SUSPENSION, 30 jours par defaut) un    *
      * contrat ACTIF est suspendu et mis en demeure ; un contrat      *
      * SUSPENDU toujours impaye passe le delai de resiliation         *
      * (ASSUR_DELAI_RESILIATION, 40 jours par defaut) est resilie ;   *
      * un contrat SUSPENDU revenu sous le delai de suspension est     *
      * remis en vigueur. Les mouvements sont au format MVTASSUR.      *
      ******************************************************************

       77 WS-NOM-FICHIER-MVT-DCH           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-DEMEURES          PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-DECHEANCES        PIC X(100)      VALUE SPACES.
       77 WS-DCH-DELAI-SAISIE              PIC X(8)        VALUE SPACES.
       77 WS-DCH-DELAI-SUSP                PIC 9(3)        VALUE 30.
       77 WS-DCH-DELAI-RESIL               PIC 9(3)        VALUE 40.
       77 WS-DCH-I                         PIC 9(6)        VALUE 0.
       77 WS-DCH-CODE-COURANT              PIC X(8)        VALUE SPACES.
       77 WS-DCH-POL-IDX                   PIC 9(5)        VALUE 0.
       77 WS-DCH-ENC-IDX                   PIC 9(6)        VALUE 0.
       77 WS-DCH-ECH-INT                   PIC S9(9)       VALUE 0.
       77 WS-DCH-JOURS                     PIC S9(5)       VALUE 0.
       77 WS-DCH-JOURS-MAX                 PIC S9(5)       VALUE 0.
       77 WS-DCH-NB-ECH                    PIC 9(3)        VALUE 0.
       77 WS-DCH-DU                        PIC 9(8)V99     VALUE 0.
       77 WS-DCH-STATUT-NOUVEAU            PIC X(8)        VALUE SPACES.
       77 WS-DCH-PRIX-ED                   PIC 9(6).99.
       77 WS-DCH-NB-SUSP                   PIC 9(5)        VALUE 0.
       77 WS-DCH-NB-RESIL                  PIC 9(5)        VALUE 0.
       77 WS-DCH-NB-REMIS                  PIC 9(5)        VALUE 0.
       77 WS-DCH-NB-MVT                    PIC 9(5)        VALUE 0.
       77 WS-DCH-EUR-SUSP                  PIC 9(11)V99    VALUE 0.
       77 WS-DCH-EUR-RESIL                 PIC 9(11)V99    VALUE 0.

       01 DCH-LIGNE-ENTETE.
           05 FILLER                   PIC X(32)
               VALUE "===== SUSPENSIONS ET DECHEANCES ".
           05 FILLER                   PIC X(18)
               VALUE "POUR NON-PAIEMENT ".
           05 FILLER                   PIC X(4)   VALUE "DU  ".
           05 DCHE-JOUR                PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 DCHE-MOIS                PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 DCHE-ANNEE               PIC 9(4).
           05 FILLER                   PIC X(6)   VALUE " =====".

       01 DCH-LIGNE-DETAIL.
           05 DCHD-ACTION              PIC X(17).
           05 FILLER                   PIC X(11)  VALUE " Contrat : ".
           05 DCHD-CODE                PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 DCHD-CONTRAT             PIC X(14).
           05 FILLER                   PIC X(10)  VALUE " Client : ".
           05 DCHD-CLIENT              PIC X(41).
           05 FILLER                   PIC X(10)  VALUE " Retard : ".
           05 DCHD-JOURS               PIC 9(5).
           05 FILLER                   PIC X(8)   VALUE " j Du : ".
           05 DCHD-DU                  PIC 9(8)V99.
           05 FILLER                   PIC X      VALUE " ".
           05 DCHD-DEVISE              PIC X(3).

       01 DCH-LIGNE-TOTAL.
           05 DCHT-LIBELLE             PIC X(30).
           05 DCHT-NB                  PIC 9(5).
           05 FILLER                   PIC X(24)
               VALUE " contrat(s), du EUR :   ".
           05 DCHT-EUR                 PIC 9(11)V99.

       01 DEM-LIGNE-CONTRAT.
           05 FILLER                   PIC X(10)  VALUE "Contrat : ".
           05 DEM-CODE                 PIC 9(8).
           05 FILLER                   PIC X      VALUE " ".
           05 DEM-CONTRAT              PIC X(14).
           05 FILLER                   PIC X(11)  VALUE " Produit : ".
           05 DEM-PRODUIT              PIC X(14).

       01 DEM-LIGNE-DU.
           05 FILLER                   PIC X(22)
               VALUE "Primes impayees    : ".
           05 DEM-NB-ECH               PIC 9(3).
           05 FILLER                   PIC X(24)
               VALUE " echeance(s), montant : ".
           05 DEM-DU                   PIC 9(8)V99.
           05 FILLER                   PIC X      VALUE " ".
           05 DEM-DEVISE               PIC X(3).

       01 DEM-LIGNE-RETARD.
           05 FILLER                   PIC X(38)
               VALUE "Plus ancienne echeance impayee depuis ".
           05 DEM-JOURS                PIC 9(5).
           05 FILLER                   PIC X(7)   VALUE " jours.".

       01 DEM-LIGNE-DELAI.
           05 FILLER                   PIC X(42)
               VALUE "Faute de reglement integral dans un delai ".
           05 FILLER                   PIC X(3)   VALUE "de ".
           05 DEM-DELAI                PIC 9(3).
           05 FILLER                   PIC X(31)
               VALUE " jours, le contrat sera resilie".

      ******************************************************************
      * PRELEVEMENTS SEPA : MANDATS, PRELEVEMENTS EMIS ET RETOURS      *
      * Mandats (ASSUR_FICHIER_MANDATS) :                              *
      *   NUMCLIENT*IBAN*BIC*RUM*DATESIGNATURE (AAAAMMJJ)              *
      * Prelevements emis, fichier permanent alimente par le passage   *
      * (ASSUR_FICHIER_PRELEVEMENTS_EMIS) :                            *
      *   REFERENCE*DATEECHEANCE*MONTANT*DEVISE*RUM*DATEEMISSION       *
      * Retours bancaires cumules (ASSUR_FICHIER_RETOURS_SEPA) :       *
      *   REFERENCE*TYPE*MOTIF*DATE*MONTANT, TYPE REJ (rejet) ou RMB   *
      *   (remboursement au debiteur)                                  *
      * La reference de bout en bout est code contrat, numero          *
      * d'echeance et date d'echeance accoles (18 chiffres).           *
      * Seuls les prelevements et retours posterieurs a la premiere    *
      * echeance de l'echeancier du passage sont pris en compte.       *
      ******************************************************************

       77 WS-NOM-FICHIER-MANDATS           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRLV-EMIS         PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-RETOURS-SEPA      PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-PRELEVEMENTS      PIC X(100)      VALUE SPACES.
       77 WS-STATUT-MANDATS                PIC XX          VALUE SPACES.
       77 WS-STATUT-PRLV-EMIS              PIC XX          VALUE SPACES.
       77 WS-STATUT-RETOURS-SEPA           PIC XX          VALUE SPACES.
       77 WS-FIN-MANDATS                   PIC X           VALUE 'F'.
       77 WS-FIN-PRLV-EMIS                 PIC X           VALUE 'F'.
       77 WS-FIN-RETOURS-SEPA              PIC X           VALUE 'F'.

       01 WS-MDT-TAB.
           05 WS-MDT-ENR                   OCCURS 20000 TIMES.
               10 WS-MDT-NUMERO            PIC 9(6).
               10 WS-MDT-IBAN              PIC X(34).
               10 WS-MDT-BIC               PIC X(11).
               10 WS-MDT-RUM               PIC X(35).
               10 WS-MDT-DATE-SIGN         PIC 9(8).

       77 WS-MDT-NB                        PIC 9(5)        VALUE 0.
       77 WS-MDT-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-MDT-I                         PIC 9(5)        VALUE 0.
       77 WS-MDT-IDX                       PIC 9(5)        VALUE 0.
       77 WS-MDT-TROUVE                    PIC X           VALUE 'N'.
       77 WS-MDT-INVALIDES                 PIC 9(5)        VALUE 0.
       77 WS-MDT-NB-CHAMPS                 PIC 9(2)        VALUE 0.

       01 WS-MDT-SAISIE.
           05 WS-MDT-S-NUMERO              PIC X(6).
           05 WS-MDT-S-IBAN                PIC X(34).
           05 WS-MDT-S-BIC                 PIC X(11).
           05 WS-MDT-S-RUM                 PIC X(35).
           05 WS-MDT-S-DATE                PIC X(8).

       01 WS-SEP-TAB.
           05 WS-SEP-ENR                   OCCURS 50000 TIMES.
               10 WS-SEP-REF               PIC X(18).
               10 WS-SEP-REF-R REDEFINES WS-SEP-REF.
                   15 WS-SEP-REF-CODE      PIC 9(8).
                   15 WS-SEP-REF-NUM       PIC 99.
                   15 WS-SEP-REF-DATE      PIC 9(8).
               10 WS-SEP-MONTANT           PIC 9(7)V99.
               10 WS-SEP-RETOUR            PIC X.
               10 WS-SEP-MOTIF             PIC X(4).

       77 WS-SEP-NB                        PIC 9(5)        VALUE 0.
       77 WS-SEP-MAX-TAB                   PIC 9(5)        VALUE 50000.
       77 WS-SEP-I                         PIC 9(5)        VALUE 0.
       77 WS-SEP-IDX                       PIC 9(5)        VALUE 0.
       77 WS-SEP-TROUVE                    PIC X           VALUE 'N'.
       77 WS-SEP-NB-CHAMPS                 PIC 9(2)        VALUE 0.

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

       77 WS-SEP-EMIS-INVALIDES            PIC 9(5)        VALUE 0.
       77 WS-SEP-DEBORDEMENT               PIC 9(5)        VALUE 0.
       77 WS-SEP-ENCAISSES                 PIC 9(5)        VALUE 0.
       77 WS-SEP-EUR-ENCAISSES             PIC 9(11)V99    VALUE 0.
       77 WS-SEP-NB-REJETS                 PIC 9(5)        VALUE 0.
       77 WS-SEP-NB-REMB                   PIC 9(5)        VALUE 0.
       77 WS-SEP-EUR-RETOURS               PIC 9(11)V99    VALUE 0.
       77 WS-SEP-RET-ORPHELINS             PIC 9(5)        VALUE 0.
       77 WS-SEP-RET-INVALIDES             PIC 9(5)        VALUE 0.

       77 WS-SEP-FEN-SAISIE                PIC X(8)        VALUE SPACES.
       77 WS-SEP-FEN-DEBUT-N               PIC 9(8)        VALUE 0.
       77 WS-SEP-FEN-FIN-N                 PIC 9(8)        VALUE 0.
       77 WS-SEP-FEN-CAND                  PIC 9(8)        VALUE 0.
       77 WS-SEP-FEN-INT                   PIC S9(9)       VALUE 0.
       77 WS-SEP-ICS                       PIC X(35)       VALUE SPACES.
       77 WS-SEP-LOT-DATE                  PIC 9(8)        VALUE 0.
       77 WS-SEP-LOT-NB                    PIC 9(6)        VALUE 0.
       77 WS-SEP-LOT-MONTANT               PIC 9(9)V99     VALUE 0.
       77 WS-SEP-NB-LOTS                   PIC 9(5)        VALUE 0.
       77 WS-SEP-NB-PRLV                   PIC 9(6)        VALUE 0.
       77 WS-SEP-TOTAL                     PIC 9(11)V99    VALUE 0.
       77 WS-SEP-SANS-MANDAT               PIC 9(6)        VALUE 0.
       77 WS-SEP-HORS-EUR                  PIC 9(6)        VALUE 0.
       77 WS-SEP-DEJA-EMIS                 PIC 9(6)        VALUE 0.
       77 WS-SEP-ECH-MONTANT               PIC 9(7)V99     VALUE 0.
       77 WS-SEP-MONTANT-ED                PIC 9(7).99.
       77 WS-SEP-LOT-ED                    PIC 9(9).99.
       77 WS-SEP-TOTAL-ED                  PIC 9(11).99.

       01 AFF-SEP-RETOUR.
           05 FILLER                   PIC X(10)  VALUE "Contrat : ".
           05 AFFS-CODE                PIC 9(8).
           05 FILLER                   PIC X(10)  VALUE " Echeance ".
           05 AFFS-NUM                 PIC 99.
           05 FILLER                   PIC X(4)   VALUE " du ".
           05 AFFS-JOUR                PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 AFFS-MOIS                PIC 99.
           05 FILLER                   PIC X      VALUE "/".
           05 AFFS-ANNEE               PIC 9(4).
           05 FILLER                   PIC X      VALUE " ".
           05 AFFS-TYPE                PIC X(14).
           05 FILLER                   PIC X(7)   VALUE " motif ".
           05 AFFS-MOTIF               PIC X(4).
           05 FILLER                   PIC X      VALUE " ".
           05 AFFS-LIBELLE             PIC X(30).
           05 FILLER                   PIC X(10)  VALUE " Montant :".
           05 AFFS-MONTANT             PIC 9(7)V99.

      ******************************************************************
      * INTERFACE COMPTABLE : EXTRAIT DES ECRITURES DU PASSAGE         *
      * Une paire debit/credit par devise et par nature de mouvement : *
           PERFORM 0065-CHARGEMENT-CLIREF
               THRU 0065-CHARGEMENT-CLIREF-END.

           PERFORM 0067-CHARGEMENT-BONUS-MALUS
               THRU 0067-CHARGEMENT-BONUS-MALUS-END.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-SYS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME-N).
           EXIT
       .

      ******************************************************************
      * CHARGEMENT DU BAREME BONUS/MALUS PAR PRODUIT                   *
      * (une ligne par classe :                                        *
      *  PRODUIT*NBSINMAX*CHARGEMAX*COEFFICIENT, charge en EUR et      *
      *  coefficient avec point decimal ; un bareme absent laisse le   *
      *  coefficient neutre a tous les renouvellements)                *
      ******************************************************************

       0067-CHARGEMENT-BONUS-MALUS.
           ACCEPT WS-NOM-FICHIER-BONUS-MALUS FROM ENVIRONMENT
               "ASSUR_FICHIER_BONUS_MALUS".
           IF WS-NOM-FICHIER-BONUS-MALUS = SPACES
               MOVE "BONUSMALUS.TXT" TO WS-NOM-FICHIER-BONUS-MALUS
           END-IF.

           MOVE 'F' TO WS-FIN-BONUS-MALUS.
           OPEN INPUT FICHIER-BONUS-MALUS.

           IF WS-STATUT-BONUS-MALUS = "00"
               MOVE 'O' TO WS-BM-CHARGE

               PERFORM UNTIL WS-FIN-BONUS-MALUS = 'T'
                   READ FICHIER-BONUS-MALUS
                       AT END
                           MOVE 'T' TO WS-FIN-BONUS-MALUS
                       NOT AT END
                           PERFORM 0068-BONUS-MALUS-RANGEMENT
                               THRU 0068-BONUS-MALUS-RANGEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-BONUS-MALUS
           ELSE
               IF WS-STATUT-BONUS-MALUS = "05"
                   CLOSE FICHIER-BONUS-MALUS
               END-IF
               DISPLAY "Bareme bonus/malus absent, coefficient neutre "
                   "aux renouvellements"
           END-IF.
       .

       0067-CHARGEMENT-BONUS-MALUS-END.
           EXIT
       .

       0068-BONUS-MALUS-RANGEMENT.
           MOVE SPACES TO WS-BM-SAISIE.
           MOVE 0 TO WS-BM-NB-CHAMPS.

           UNSTRING F-BONUS-MALUS DELIMITED BY "*"
               INTO WS-BMS-PRODUIT
                    WS-BMS-NB-SIN-MAX
                    WS-BMS-CHARGE-MAX
                    WS-BMS-COEF
               TALLYING IN WS-BM-NB-CHAMPS.

           IF WS-BM-NB-CHAMPS NOT = 4
               OR FUNCTION TRIM(WS-BMS-NB-SIN-MAX) NOT NUMERIC
               DISPLAY "ATTENTION : ligne du bareme bonus/malus "
                   "illisible : " F-BONUS-MALUS
           ELSE
               IF WS-BM-NB < WS-BM-MAX-TAB
                   ADD 1 TO WS-BM-NB
                   MOVE WS-BMS-PRODUIT
                       TO WS-BM-PRODUIT(WS-BM-NB)
                   MOVE FUNCTION NUMVAL(WS-BMS-NB-SIN-MAX)
                       TO WS-BM-NB-SIN-MAX(WS-BM-NB)
                   MOVE FUNCTION NUMVAL(WS-BMS-CHARGE-MAX)
                       TO WS-BM-CHARGE-MAX(WS-BM-NB)
                   MOVE FUNCTION NUMVAL(WS-BMS-COEF)
                       TO WS-BM-COEF(WS-BM-NB)
               ELSE
                   DISPLAY "ATTENTION : bareme bonus/malus "
                       "tronque (limite " WS-BM-MAX-TAB ")"
               END-IF
           END-IF.
       .

       0068-BONUS-MALUS-RANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * DETECTION DES CODES CONTRAT EN DOUBLE APRES LE CHARGEMENT      *
      ******************************************************************
                   TO WS-RENOUV-PRIX(WS-RENOUV-NB)
               MOVE WS-DEVISE(WS-INDEX)
                   TO WS-RENOUV-DEVISE(WS-RENOUV-NB)
               MOVE WS-DATE-DEBUT-N(WS-INDEX)
                   TO WS-RENOUV-DEBUT-N(WS-RENOUV-NB)
               MOVE 0 TO WS-RENOUV-NB-SIN(WS-RENOUV-NB)
               MOVE 0 TO WS-RENOUV-CHARGE-EUR(WS-RENOUV-NB)
               MOVE 1 TO WS-RENOUV-COEF(WS-RENOUV-NB)
           END-IF.
       .

      * GENERATION DES AVIS DE RENOUVELLEMENT DANS L'EXTRAIT COURRIER  *
      * Un document par contrat selectionne : client, contrat, prime   *
      * actuelle, prime proposee apres indexation (ASSUR_TAUX_         *
      * INDEXATION, en %) et application du coefficient bonus/malus    *
      * tire de la sinistralite de la periode echue, et nouvelle       *
      * periode de couverture decalee d'un an a partir de la date de   *
      * fin. Les contrats maluses sont en outre listes pour la         *
      * souscription (ASSUR_FICHIER_MALUS).                            *
      ******************************************************************

       0240-AVIS-GENERATION.
               MOVE "AVIS-EMIS.TXT" TO WS-NOM-FICHIER-AVIS-EMIS
           END-IF.

           ACCEPT WS-NOM-FICHIER-MALUS FROM ENVIRONMENT
               "ASSUR_FICHIER_MALUS".
           IF WS-NOM-FICHIER-MALUS = SPACES
               STRING "AVIS-MALUS-"         DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-MALUS
           END-IF.

           PERFORM 0245-AVIS-SINISTRALITE
               THRU 0245-AVIS-SINISTRALITE-END.

           OPEN OUTPUT FICHIER-AVIS.
           OPEN OUTPUT FICHIER-AVIS-EMIS.
           OPEN OUTPUT FICHIER-MALUS.

           MOVE "CONTRATS MALUSES A L'ECHEANCE" TO E-MALUS.
           WRITE E-MALUS.
           WRITE E-MALUS FROM MAL-LIGNE-ENTETE.

           PERFORM 0241-AVIS-DOCUMENT THRU 0241-AVIS-DOCUMENT-END
               VARYING WS-RENOUV-I FROM 1 BY 1

           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-AVIS-EMIS.
           CLOSE FICHIER-MALUS.

           DISPLAY WS-RENOUV-NB
               " avis de renouvellement ecrits dans "
               WS-NOM-FICHIER-AVIS.
           DISPLAY "Index des avis emis enregistre dans "
               WS-NOM-FICHIER-AVIS-EMIS.
           DISPLAY "Bonus/malus : " WS-BM-SIN-RETENUS
               " sinistre(s) retenu(s), " WS-BM-NB-BONUS
               " contrat(s) en bonus, " WS-BM-NB-MALUS
               " contrat(s) en malus".
           DISPLAY "Liste des contrats maluses enregistree dans "
               WS-NOM-FICHIER-MALUS.
       .

       0240-AVIS-GENERATION-END.
               MOVE 28 TO WS-AVIS-NF-JOUR
           END-IF.

           PERFORM 0250-BONUS-MALUS-COEF
               THRU 0250-BONUS-MALUS-COEF-END.

           COMPUTE WS-AVIS-PRIME-PROP ROUNDED =
               WS-RENOUV-PRIX(WS-RENOUV-I)
               * (1 + WS-IDX-TAUX / 100)
               * WS-RENOUV-COEF(WS-RENOUV-I).

           MOVE ALL "=" TO E-AVIS.
           WRITE E-AVIS.
           MOVE WS-IDX-TAUX                   TO AVIS-TAUX-IDX.
           WRITE E-AVIS FROM AVIS-LIGNE-PROPOSITION.

           MOVE WS-RENOUV-COEF(WS-RENOUV-I)       TO AVIS-BM-COEF.
           MOVE WS-RENOUV-NB-SIN(WS-RENOUV-I)     TO AVIS-BM-NB-SIN.
           MOVE WS-RENOUV-CHARGE-EUR(WS-RENOUV-I) TO AVIS-BM-CHARGE.
           WRITE E-AVIS FROM AVIS-LIGNE-BONUS-MALUS.

           MOVE WS-AVIS-ND-JOUR  TO AVIS-ND-JOUR.
           MOVE WS-AVIS-ND-MOIS  TO AVIS-ND-MOIS.
           MOVE WS-AVIS-ND-ANNEE TO AVIS-ND-ANNEE.
           WRITE E-AVIS.

           PERFORM 0242-AVIS-INDEX THRU 0242-AVIS-INDEX-END.

           IF WS-RENOUV-COEF(WS-RENOUV-I) > 1
               PERFORM 0255-MALUS-LISTE THRU 0255-MALUS-LISTE-END
           END-IF.
       .

       0241-AVIS-DOCUMENT-END.

       0242-AVIS-INDEX.
           MOVE WS-AVIS-PRIME-PROP TO WS-AVIS-PRIME-ED.
           MOVE WS-RENOUV-COEF(WS-RENOUV-I) TO WS-AVIS-COEF-ED.
           MOVE WS-RENOUV-CHARGE-EUR(WS-RENOUV-I) TO WS-AVIS-CHARGE-ED.
           COMPUTE WS-AVIS-NOUV-FIN-N =
               WS-AVIS-NF-ANNEE * 10000
               + WS-AVIS-NF-MOIS * 100
                  WS-RENOUV-DEVISE(WS-RENOUV-I)    DELIMITED BY SIZE
                  "*"                              DELIMITED BY SIZE
                  WS-RENOUV-FREQUENCE(WS-RENOUV-I) DELIMITED BY SIZE
                  "*"                              DELIMITED BY SIZE
                  WS-AVIS-COEF-ED                  DELIMITED BY SIZE
                  "*"                              DELIMITED BY SIZE
                  WS-RENOUV-NB-SIN(WS-RENOUV-I)    DELIMITED BY SIZE
                  "*"                              DELIMITED BY SIZE
                  WS-AVIS-CHARGE-ED                DELIMITED BY SIZE
               INTO E-AVIS-EMIS.
           WRITE E-AVIS-EMIS.
       .
           EXIT
       .

      ******************************************************************
      * SINISTRALITE DE LA PERIODE ECHUE DES CONTRATS A RENOUVELER :   *
      * LECTURE DU MASTER DES SINISTRES, CUMUL DU NOMBRE ET DE LA      *
      * CHARGE EN EUR DES SINISTRES SURVENUS ENTRE LA DATE DE DEBUT ET *
      * LA DATE DE FIN DU CONTRAT ARRIVANT A ECHEANCE                  *
      ******************************************************************

       0245-AVIS-SINISTRALITE.
           ACCEPT WS-NOM-FICHIER-SINMASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_SINMASTER".
           IF WS-NOM-FICHIER-SINMASTER = SPACES
               MOVE "SINISTRES.MST" TO WS-NOM-FICHIER-SINMASTER
           END-IF.

           MOVE 'N' TO WS-BM-SIN-DISPO.
           MOVE 'F' TO WS-FIN-SINMASTER.
           OPEN INPUT FICHIER-SINMASTER.

           IF WS-STATUT-SINMASTER = "00"
               MOVE 'O' TO WS-BM-SIN-DISPO

               PERFORM UNTIL WS-FIN-SINMASTER = 'T'
                   READ FICHIER-SINMASTER
                       AT END
                           MOVE 'T' TO WS-FIN-SINMASTER
                       NOT AT END
                           PERFORM 0246-AVIS-SINISTRE
                               THRU 0246-AVIS-SINISTRE-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SINMASTER
           ELSE
               IF WS-STATUT-SINMASTER = "05"
                   CLOSE FICHIER-SINMASTER
               END-IF
               DISPLAY "Master des sinistres "
                   FUNCTION TRIM(WS-NOM-FICHIER-SINMASTER)
                   " indisponible (statut " WS-STATUT-SINMASTER
                   "), coefficient bonus/malus neutre"
           END-IF.
       .

       0245-AVIS-SINISTRALITE-END.
           EXIT
       .

       0246-AVIS-SINISTRE.
           IF S-REGLEMENTS + S-RESERVE > 0
               MOVE 0 TO WS-BM-R-TROUVE
               PERFORM 0247-AVIS-SIN-RECHERCHE
                   THRU 0247-AVIS-SIN-RECHERCHE-END
                   VARYING WS-BM-R FROM 1 BY 1
                   UNTIL WS-BM-R > WS-RENOUV-NB
                   OR WS-BM-R-TROUVE > 0

               IF WS-BM-R-TROUVE > 0
                   MOVE S-DATE-SURVENANCE TO WS-BM-SURV-N
                   COMPUTE WS-BM-FIN-N =
                       WS-RENOUV-FIN-ANNEE(WS-BM-R-TROUVE) * 10000
                       + WS-RENOUV-FIN-MOIS(WS-BM-R-TROUVE) * 100
                       + WS-RENOUV-FIN-JOUR(WS-BM-R-TROUVE)

                   IF WS-BM-SURV-N >= WS-RENOUV-DEBUT-N(WS-BM-R-TROUVE)
                       AND WS-BM-SURV-N <= WS-BM-FIN-N
                       ADD 1 TO WS-RENOUV-NB-SIN(WS-BM-R-TROUVE)
                       ADD 1 TO WS-BM-SIN-RETENUS

                       MOVE S-DEVISE TO WS-CONV-DEVISE
                       COMPUTE WS-CONV-MONTANT =
                           S-REGLEMENTS + S-RESERVE
                       PERFORM 9100-CONVERSION-EUR
                           THRU 9100-CONVERSION-EUR-END
                       ADD WS-CONV-EUR
                           TO WS-RENOUV-CHARGE-EUR(WS-BM-R-TROUVE)
                   END-IF
               END-IF
           END-IF.
       .

       0246-AVIS-SINISTRE-END.
           EXIT
       .

       0247-AVIS-SIN-RECHERCHE.
           IF WS-RENOUV-CODE(WS-BM-R) = S-CODE-POLICE
               MOVE WS-BM-R TO WS-BM-R-TROUVE
           END-IF.
       .

       0247-AVIS-SIN-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * COEFFICIENT BONUS/MALUS DU CONTRAT WS-RENOUV-I : BAREME DU     *
      * PRODUIT, A DEFAUT BAREME DEFAUT, A DEFAUT COEFFICIENT NEUTRE   *
      ******************************************************************

       0250-BONUS-MALUS-COEF.
           MOVE 1 TO WS-BM-COEF-RETENU.

           IF WS-BM-CHARGE = 'O' AND WS-BM-SIN-DISPO = 'O'
               MOVE WS-RENOUV-PRODUIT(WS-RENOUV-I)
                   TO WS-BM-PRODUIT-CHERCHE
               PERFORM 0251-BONUS-MALUS-PRODUIT
                   THRU 0251-BONUS-MALUS-PRODUIT-END
               IF WS-BM-PRODUIT-PRESENT = 'N'
                   MOVE "DEFAUT" TO WS-BM-PRODUIT-CHERCHE
                   PERFORM 0251-BONUS-MALUS-PRODUIT
                       THRU 0251-BONUS-MALUS-PRODUIT-END
               END-IF
           END-IF.

           MOVE WS-BM-COEF-RETENU TO WS-RENOUV-COEF(WS-RENOUV-I).

           IF WS-BM-COEF-RETENU < 1
               ADD 1 TO WS-BM-NB-BONUS
           END-IF.
           IF WS-BM-COEF-RETENU > 1
               ADD 1 TO WS-BM-NB-MALUS
           END-IF.
       .

       0250-BONUS-MALUS-COEF-END.
           EXIT
       .

       0251-BONUS-MALUS-PRODUIT.
           MOVE 'N' TO WS-BM-PRODUIT-PRESENT.
           MOVE 'N' TO WS-BM-TROUVE.
           MOVE 0 TO WS-BM-COEF-PIRE.

           PERFORM 0252-BONUS-MALUS-LIGNE
               THRU 0252-BONUS-MALUS-LIGNE-END
               VARYING WS-BM-I FROM 1 BY 1
               UNTIL WS-BM-I > WS-BM-NB.

           IF WS-BM-PRODUIT-PRESENT = 'O' AND WS-BM-TROUVE = 'N'
               MOVE WS-BM-COEF-PIRE TO WS-BM-COEF-RETENU
           END-IF.
       .

       0251-BONUS-MALUS-PRODUIT-END.
           EXIT
       .

       0252-BONUS-MALUS-LIGNE.
           IF WS-BM-PRODUIT(WS-BM-I) = WS-BM-PRODUIT-CHERCHE
               MOVE 'O' TO WS-BM-PRODUIT-PRESENT
               IF WS-BM-COEF(WS-BM-I) > WS-BM-COEF-PIRE
                   MOVE WS-BM-COEF(WS-BM-I) TO WS-BM-COEF-PIRE
               END-IF
               IF WS-BM-TROUVE = 'N'
                   AND WS-RENOUV-NB-SIN(WS-RENOUV-I)
                       <= WS-BM-NB-SIN-MAX(WS-BM-I)
                   AND WS-RENOUV-CHARGE-EUR(WS-RENOUV-I)
                       <= WS-BM-CHARGE-MAX(WS-BM-I)
                   MOVE 'O' TO WS-BM-TROUVE
                   MOVE WS-BM-COEF(WS-BM-I) TO WS-BM-COEF-RETENU
               END-IF
           END-IF.
       .

       0252-BONUS-MALUS-LIGNE-END.
           EXIT
       .

      ******************************************************************
      * LIGNE DE LA LISTE DES CONTRATS MALUSES POUR LA SOUSCRIPTION    *
      ******************************************************************

       0255-MALUS-LISTE.
           MOVE WS-RENOUV-CODE(WS-RENOUV-I)       TO MAL-CODE.
           MOVE WS-RENOUV-CLIENT(WS-RENOUV-I)     TO MAL-CLIENT.
           MOVE WS-RENOUV-PRODUIT(WS-RENOUV-I)    TO MAL-PRODUIT.
           MOVE WS-RENOUV-NB-SIN(WS-RENOUV-I)     TO MAL-NB-SIN.
           MOVE WS-RENOUV-CHARGE-EUR(WS-RENOUV-I) TO MAL-CHARGE.
           MOVE WS-RENOUV-COEF(WS-RENOUV-I)       TO MAL-COEF.
           MOVE WS-RENOUV-PRIX(WS-RENOUV-I)       TO MAL-PRIME.
           MOVE WS-AVIS-PRIME-PROP                TO MAL-PRIME-PROP.
           MOVE WS-RENOUV-DEVISE(WS-RENOUV-I)     TO MAL-DEVISE.
           WRITE E-MALUS FROM MAL-LIGNE-DETAIL.
       .

       0255-MALUS-LISTE-END.
           EXIT
       .

      ******************************************************************
      * SYNTHESE PAR STATUT, ET SOUS-TOTAUX DE WS-PRIX PAR DEVISE      *
      ******************************************************************
      ******************************************************************
      * QUITTANCEMENT DES POLICES ACTIVES : ECHEANCIER PAR POLICE ET   *
      * LISTE DE TRAVAIL DES ENCAISSEMENTS TRIEE PAR DATE D'EXIGIBILITE*
      * (une police SUSPENDU pour impaye reste quittancee : ses        *
      * echeances restent dues jusqu'a remise en vigueur ou            *
      * resiliation)                                                   *
      ******************************************************************

       0800-QUITTANCEMENT.

       0810-QUITTANCE-POLICE.
           IF WS-STATUT(WS-INDEX) = "ACTIF"
               OR WS-STATUT(WS-INDEX) = "SUSPENDU"
               EVALUATE WS-FREQUENCE(WS-INDEX)
                   WHEN 'M'
                       MOVE 12 TO WS-QUIT-NB-ECH
      ******************************************************************
      * RAPPROCHEMENT DES PAIEMENTS AVEC L'ECHEANCIER, ARRIERES PAR    *
      * TRANCHE 30/60/90 JOURS ET LETTRES DE RELANCE PAR CLIENT        *
      * (prelevements SEPA encaisses soldes au prealable par 1370,     *
      * nouveau fichier de prelevements emis en fin de traitement)     *
      ******************************************************************

       1300-PAIEMENTS.
                   INTO WS-NOM-FICHIER-RELANCES
           END-IF.

           PERFORM 1370-SEPA-RETOURS THRU 1370-SEPA-RETOURS-END.

           MOVE 'F' TO WS-FIN-PAIEMENTS.
           OPEN INPUT FICHIER-PAIEMENTS.


               PERFORM 1340-RELANCES-GENERATION
                   THRU 1340-RELANCES-GENERATION-END

               PERFORM 1350-DECHEANCES THRU 1350-DECHEANCES-END
           END-IF.

           PERFORM 1380-SEPA-PRELEVEMENTS
               THRU 1380-SEPA-PRELEVEMENTS-END.
       .

       1300-PAIEMENTS-END.
           EXIT
       .

      ******************************************************************
      * SUSPENSION ET DECHEANCE DES CONTRATS IMPAYES                   *
      * Polices en vigueur (ACTIF ou SUSPENDU) et echeances ouvertes   *
      * exigibles passent par le fichier de travail de tri, cle code   *
      * contrat puis type (1 = police, 2 = echeance) ; sur rupture de  *
      * contrat 1356 retient le retard de la plus ancienne echeance et *
      * genere le mouvement MVTASSUR, la mise en demeure et la ligne   *
      * de l'etat destine au service recouvrement.                     *
      ******************************************************************

       1350-DECHEANCES.
           ACCEPT WS-NOM-FICHIER-MVT-DCH FROM ENVIRONMENT
               "ASSUR_FICHIER_MVT_DECHEANCE".
           IF WS-NOM-FICHIER-MVT-DCH = SPACES
               STRING "MVTDECHEANCE-"       DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-MVT-DCH
           END-IF.

           ACCEPT WS-NOM-FICHIER-DEMEURES FROM ENVIRONMENT
               "ASSUR_FICHIER_MISES_EN_DEMEURE".
           IF WS-NOM-FICHIER-DEMEURES = SPACES
               STRING "MISES-EN-DEMEURE-"   DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-DEMEURES
           END-IF.

           ACCEPT WS-NOM-FICHIER-DECHEANCES FROM ENVIRONMENT
               "ASSUR_FICHIER_DECHEANCES".
           IF WS-NOM-FICHIER-DECHEANCES = SPACES
               STRING "DECHEANCES-"         DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-DECHEANCES
           END-IF.

           ACCEPT WS-DCH-DELAI-SAISIE FROM ENVIRONMENT
               "ASSUR_DELAI_SUSPENSION".
           IF WS-DCH-DELAI-SAISIE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DCH-DELAI-SAISIE)
                   TO WS-DCH-DELAI-SUSP
           END-IF.

           MOVE SPACES TO WS-DCH-DELAI-SAISIE.
           ACCEPT WS-DCH-DELAI-SAISIE FROM ENVIRONMENT
               "ASSUR_DELAI_RESILIATION".
           IF WS-DCH-DELAI-SAISIE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DCH-DELAI-SAISIE)
                   TO WS-DCH-DELAI-RESIL
           END-IF.

           IF WS-DCH-DELAI-SUSP = 0
               OR WS-DCH-DELAI-RESIL <= WS-DCH-DELAI-SUSP
               DISPLAY "Delais de suspension/resiliation incoherents ("
                   WS-DCH-DELAI-SUSP "/" WS-DCH-DELAI-RESIL
                   "), valeurs par defaut 030/040 retenues"
               MOVE 30 TO WS-DCH-DELAI-SUSP
               MOVE 40 TO WS-DCH-DELAI-RESIL
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE 0 TO WS-DCH-NB-SUSP.
           MOVE 0 TO WS-DCH-NB-RESIL.
           MOVE 0 TO WS-DCH-NB-REMIS.
           MOVE 0 TO WS-DCH-NB-MVT.
           MOVE 0 TO WS-DCH-EUR-SUSP.
           MOVE 0 TO WS-DCH-EUR-RESIL.

           OPEN OUTPUT FICHIER-MVT-DECHEANCE.
           OPEN OUTPUT FICHIER-DEMEURES.
           OPEN OUTPUT FICHIER-DECHEANCES.

           MOVE WS-DATE-SYSTEME-N TO WS-QUIT-DATE-ECH-N.
           MOVE WS-QUIT-ECH-JOUR  TO DCHE-JOUR.
           MOVE WS-QUIT-ECH-MOIS  TO DCHE-MOIS.
           MOVE WS-QUIT-ECH-ANNEE TO DCHE-ANNEE.
           WRITE E-DECHEANCE FROM DCH-LIGNE-ENTETE.

           SORT FICHIER-TRI
               ON ASCENDING KEY TRI-CLE
               INPUT PROCEDURE IS 1351-DECHEANCE-VERSE
                   THRU 1351-DECHEANCE-VERSE-END
               OUTPUT PROCEDURE IS 1353-DECHEANCE-RETOUR
                   THRU 1353-DECHEANCE-RETOUR-END.

           PERFORM 1359-DECHEANCE-TOTAUX
               THRU 1359-DECHEANCE-TOTAUX-END.

           CLOSE FICHIER-MVT-DECHEANCE.
           CLOSE FICHIER-DEMEURES.
           CLOSE FICHIER-DECHEANCES.

           DISPLAY WS-DCH-NB-MVT
               " mouvement(s) de suspension/resiliation ecrit(s) dans "
               WS-NOM-FICHIER-MVT-DCH.
           DISPLAY WS-DCH-NB-SUSP
               " mise(s) en demeure ecrite(s) dans "
               WS-NOM-FICHIER-DEMEURES.
       .

       1350-DECHEANCES-END.
           EXIT
       .

       1351-DECHEANCE-VERSE.
           PERFORM 1352-DECHEANCE-VERSE-POLICE
               THRU 1352-DECHEANCE-VERSE-POLICE-END
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ENREGISTREMENTS.

           PERFORM 1354-DECHEANCE-VERSE-ECH
               THRU 1354-DECHEANCE-VERSE-ECH-END
               VARYING WS-DCH-I FROM 1 BY 1
               UNTIL WS-DCH-I > WS-ENC-NB.
       .

       1351-DECHEANCE-VERSE-END.
           EXIT
       .

       1352-DECHEANCE-VERSE-POLICE.
           IF WS-STATUT(WS-INDEX) = "ACTIF"
               OR WS-STATUT(WS-INDEX) = "SUSPENDU"
               MOVE SPACES TO TRI-ENR
               MOVE WS-CODE(WS-INDEX) TO TRI-CLE(1:8)
               MOVE "1" TO TRI-CLE(9:1)
               MOVE WS-INDEX TO TRI-DATA(1:5)
               RELEASE TRI-ENR
           END-IF.
       .

       1352-DECHEANCE-VERSE-POLICE-END.
           EXIT
       .

       1354-DECHEANCE-VERSE-ECH.
           IF WS-ENC-PAYE(WS-DCH-I) = 'N'
               AND WS-ENC-DATE-N(WS-DCH-I) < WS-DATE-SYSTEME-N
               MOVE SPACES TO TRI-ENR
               MOVE WS-ENC-CODE(WS-DCH-I) TO TRI-CLE(1:8)
               MOVE "2" TO TRI-CLE(9:1)
               MOVE WS-DCH-I TO TRI-DATA(1:6)
               RELEASE TRI-ENR
           END-IF.
       .

       1354-DECHEANCE-VERSE-ECH-END.
           EXIT
       .

       1353-DECHEANCE-RETOUR.
           MOVE SPACES TO WS-DCH-CODE-COURANT.
           MOVE 'F' TO WS-FIN-TRI.
           PERFORM UNTIL WS-FIN-TRI = 'T'
               RETURN FICHIER-TRI
                   AT END
                       MOVE 'T' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 1355-DECHEANCE-LIGNE
                           THRU 1355-DECHEANCE-LIGNE-END
               END-RETURN
           END-PERFORM.

           IF WS-DCH-CODE-COURANT NOT = SPACES
               PERFORM 1356-DECHEANCE-DECISION
                   THRU 1356-DECHEANCE-DECISION-END
           END-IF.
       .

       1353-DECHEANCE-RETOUR-END.
           EXIT
       .

       1355-DECHEANCE-LIGNE.
           IF TRI-CLE(1:8) NOT = WS-DCH-CODE-COURANT
               IF WS-DCH-CODE-COURANT NOT = SPACES
                   PERFORM 1356-DECHEANCE-DECISION
                       THRU 1356-DECHEANCE-DECISION-END
               END-IF
               MOVE TRI-CLE(1:8) TO WS-DCH-CODE-COURANT
               MOVE 0 TO WS-DCH-POL-IDX
               MOVE 0 TO WS-DCH-JOURS-MAX
               MOVE 0 TO WS-DCH-NB-ECH
               MOVE 0 TO WS-DCH-DU
           END-IF.

           IF TRI-CLE(9:1) = "1"
               MOVE TRI-DATA(1:5) TO WS-DCH-POL-IDX
           ELSE
               MOVE TRI-DATA(1:6) TO WS-DCH-ENC-IDX
               COMPUTE WS-DCH-ECH-INT = FUNCTION
                   INTEGER-OF-DATE(WS-ENC-DATE-N(WS-DCH-ENC-IDX))
               COMPUTE WS-DCH-JOURS =
                   WS-DATE-SYS-INT - WS-DCH-ECH-INT
               IF WS-DCH-JOURS > WS-DCH-JOURS-MAX
                   MOVE WS-DCH-JOURS TO WS-DCH-JOURS-MAX
               END-IF
               ADD 1 TO WS-DCH-NB-ECH
               COMPUTE WS-DCH-DU = WS-DCH-DU
                   + WS-ENC-MONTANT(WS-DCH-ENC-IDX)
                   + WS-ENC-TAXE(WS-DCH-ENC-IDX)
           END-IF.
       .

       1355-DECHEANCE-LIGNE-END.
           EXIT
       .

      ******************************************************************
      * DECISION SUR UN CONTRAT : SUSPENSION (ACTIF en retard), REMISE *
      * EN VIGUEUR (SUSPENDU a jour) ou RESILIATION (SUSPENDU toujours *
      * impaye au-dela du delai de resiliation)                        *
      ******************************************************************

       1356-DECHEANCE-DECISION.
           IF WS-DCH-POL-IDX > 0
               EVALUATE TRUE
                   WHEN WS-STATUT(WS-DCH-POL-IDX) = "ACTIF"
                       AND WS-DCH-JOURS-MAX >= WS-DCH-DELAI-SUSP
                       MOVE "SUSPENDU" TO WS-DCH-STATUT-NOUVEAU
                       PERFORM 1357-DECHEANCE-MVT-STATUT
                           THRU 1357-DECHEANCE-MVT-STATUT-END
                       PERFORM 1358-DECHEANCE-DEMEURE
                           THRU 1358-DECHEANCE-DEMEURE-END
                       MOVE "SUSPENSION" TO DCHD-ACTION
                       ADD 1 TO WS-DCH-NB-SUSP
                       MOVE WS-DEVISE(WS-DCH-POL-IDX) TO WS-CONV-DEVISE
                       MOVE WS-DCH-DU TO WS-CONV-MONTANT
                       PERFORM 9100-CONVERSION-EUR
                           THRU 9100-CONVERSION-EUR-END
                       ADD WS-CONV-EUR TO WS-DCH-EUR-SUSP
                       PERFORM 1360-DECHEANCE-ETAT
                           THRU 1360-DECHEANCE-ETAT-END
                   WHEN WS-STATUT(WS-DCH-POL-IDX) = "SUSPENDU"
                       AND WS-DCH-JOURS-MAX >= WS-DCH-DELAI-RESIL
                       MOVE SPACES TO E-MVT-DCH
                       STRING "A*"                  DELIMITED BY SIZE
                              WS-CODE(WS-DCH-POL-IDX)
                                                    DELIMITED BY SIZE
                           INTO E-MVT-DCH
                       WRITE E-MVT-DCH
                       ADD 1 TO WS-DCH-NB-MVT
                       MOVE "RESILIATION" TO DCHD-ACTION
                       ADD 1 TO WS-DCH-NB-RESIL
                       MOVE WS-DEVISE(WS-DCH-POL-IDX) TO WS-CONV-DEVISE
                       MOVE WS-DCH-DU TO WS-CONV-MONTANT
                       PERFORM 9100-CONVERSION-EUR
                           THRU 9100-CONVERSION-EUR-END
                       ADD WS-CONV-EUR TO WS-DCH-EUR-RESIL
                       PERFORM 1360-DECHEANCE-ETAT
                           THRU 1360-DECHEANCE-ETAT-END
                   WHEN WS-STATUT(WS-DCH-POL-IDX) = "SUSPENDU"
                       AND WS-DCH-JOURS-MAX < WS-DCH-DELAI-SUSP
                       MOVE "ACTIF" TO WS-DCH-STATUT-NOUVEAU
                       PERFORM 1357-DECHEANCE-MVT-STATUT
                           THRU 1357-DECHEANCE-MVT-STATUT-END
                       MOVE "REMISE EN VIGUEUR" TO DCHD-ACTION
                       ADD 1 TO WS-DCH-NB-REMIS
                       PERFORM 1360-DECHEANCE-ETAT
                           THRU 1360-DECHEANCE-ETAT-END
               END-EVALUATE
           END-IF.
       .

       1356-DECHEANCE-DECISION-END.
           EXIT
       .

      ******************************************************************
      * MOUVEMENT DE MODIFICATION DU STATUT, MEME PRESENTATION QUE LES *
      * MOUVEMENTS DE RENOUVELLEMENT ISSUS D'ASSURREN                  *
      ******************************************************************

       1357-DECHEANCE-MVT-STATUT.
           MOVE WS-PRIX(WS-DCH-POL-IDX) TO WS-DCH-PRIX-ED.
           MOVE SPACES TO E-MVT-DCH.
           STRING "M*"                           DELIMITED BY SIZE
                  WS-CODE(WS-DCH-POL-IDX)        DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-NOM-CONTRAT(WS-DCH-POL-IDX) DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-NOM-PRODUIT(WS-DCH-POL-IDX) DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-NOM-CLIENT(WS-DCH-POL-IDX)  DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-DCH-STATUT-NOUVEAU          DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-DATE-DEBUT(WS-DCH-POL-IDX)  DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-DATE-FIN(WS-DCH-POL-IDX)    DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-DCH-PRIX-ED                 DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-DEVISE(WS-DCH-POL-IDX)      DELIMITED BY SIZE
                  "*"                            DELIMITED BY SIZE
                  WS-FREQUENCE(WS-DCH-POL-IDX)   DELIMITED BY SIZE
               INTO E-MVT-DCH.
           WRITE E-MVT-DCH.
           ADD 1 TO WS-DCH-NB-MVT.
       .

       1357-DECHEANCE-MVT-STATUT-END.
           EXIT
       .

      ******************************************************************
      * LETTRE DE MISE EN DEMEURE : MEME CADRE ET MEME ADRESSE DE      *
      * REFERENCE QUE LA LETTRE DE RELANCE                             *
      ******************************************************************

       1358-DECHEANCE-DEMEURE.
           MOVE ALL "=" TO E-DEMEURE.
           WRITE E-DEMEURE.
           MOVE "MISE EN DEMEURE - SUSPENSION DES GARANTIES"
               TO E-DEMEURE.
           WRITE E-DEMEURE.

           MOVE WS-NOM-CLIENT(WS-DCH-POL-IDX) TO WS-CLR-NOM-CHERCHE.
           PERFORM 9300-RECHERCHE-CLIENT-REF
               THRU 9300-RECHERCHE-CLIENT-REF-END.
           IF WS-CLR-TROUVE = 'O'
               MOVE WS-CLR-NOM(WS-CLR-IDX) TO REL-CLIENT
           ELSE
               MOVE WS-NOM-CLIENT(WS-DCH-POL-IDX) TO REL-CLIENT
           END-IF.
           WRITE E-DEMEURE FROM REL-LIGNE-CLIENT.

           IF WS-CLR-TROUVE = 'O'
               MOVE WS-CLR-NUMERO(WS-CLR-IDX) TO CLR-NUMERO
               WRITE E-DEMEURE FROM CLR-LIGNE-NUMERO
               IF WS-CLR-ADR1(WS-CLR-IDX) NOT = SPACES
                   MOVE WS-CLR-ADR1(WS-CLR-IDX) TO CLR-ADRESSE
                   WRITE E-DEMEURE FROM CLR-LIGNE-ADRESSE
               END-IF
               IF WS-CLR-ADR2(WS-CLR-IDX) NOT = SPACES
                   MOVE WS-CLR-ADR2(WS-CLR-IDX) TO CLR-ADRESSE
                   WRITE E-DEMEURE FROM CLR-LIGNE-ADRESSE
               END-IF
               IF WS-CLR-ADR3(WS-CLR-IDX) NOT = SPACES
                   MOVE WS-CLR-ADR3(WS-CLR-IDX) TO CLR-ADRESSE
                   WRITE E-DEMEURE FROM CLR-LIGNE-ADRESSE
               END-IF
           END-IF.

           MOVE WS-CODE(WS-DCH-POL-IDX)        TO DEM-CODE.
           MOVE WS-NOM-CONTRAT(WS-DCH-POL-IDX) TO DEM-CONTRAT.
           MOVE WS-NOM-PRODUIT(WS-DCH-POL-IDX) TO DEM-PRODUIT.
           WRITE E-DEMEURE FROM DEM-LIGNE-CONTRAT.

           MOVE WS-DCH-NB-ECH                  TO DEM-NB-ECH.
           MOVE WS-DCH-DU                      TO DEM-DU.
           MOVE WS-DEVISE(WS-DCH-POL-IDX)      TO DEM-DEVISE.
           WRITE E-DEMEURE FROM DEM-LIGNE-DU.

           MOVE WS-DCH-JOURS-MAX               TO DEM-JOURS.
           WRITE E-DEMEURE FROM DEM-LIGNE-RETARD.

           COMPUTE DEM-DELAI = WS-DCH-DELAI-RESIL - WS-DCH-DELAI-SUSP.
           WRITE E-DEMEURE FROM DEM-LIGNE-DELAI.

           MOVE ALL "=" TO E-DEMEURE.
           WRITE E-DEMEURE.
           MOVE SPACES TO E-DEMEURE.
           WRITE E-DEMEURE.
       .

       1358-DECHEANCE-DEMEURE-END.
           EXIT
       .

       1360-DECHEANCE-ETAT.
           MOVE WS-CODE(WS-DCH-POL-IDX)        TO DCHD-CODE.
           MOVE WS-NOM-CONTRAT(WS-DCH-POL-IDX) TO DCHD-CONTRAT.
           MOVE WS-NOM-CLIENT(WS-DCH-POL-IDX)  TO DCHD-CLIENT.
           MOVE WS-DCH-JOURS-MAX               TO DCHD-JOURS.
           MOVE WS-DCH-DU                      TO DCHD-DU.
           MOVE WS-DEVISE(WS-DCH-POL-IDX)      TO DCHD-DEVISE.
           WRITE E-DECHEANCE FROM DCH-LIGNE-DETAIL.
       .

       1360-DECHEANCE-ETAT-END.
           EXIT
       .

       1359-DECHEANCE-TOTAUX.
           MOVE SPACES TO E-DECHEANCE.
           WRITE E-DECHEANCE.

           DISPLAY "----- SUSPENSIONS ET DECHEANCES -----".
           MOVE "----- SUSPENSIONS ET DECHEANCES -----" TO E-RAPPORT.
           WRITE E-RAPPORT.

           MOVE "Contrats suspendus          : " TO DCHT-LIBELLE.
           MOVE WS-DCH-NB-SUSP  TO DCHT-NB.
           MOVE WS-DCH-EUR-SUSP TO DCHT-EUR.
           WRITE E-DECHEANCE FROM DCH-LIGNE-TOTAL.
           WRITE E-RAPPORT FROM DCH-LIGNE-TOTAL.
           DISPLAY DCH-LIGNE-TOTAL.

           MOVE "Contrats resilies           : " TO DCHT-LIBELLE.
           MOVE WS-DCH-NB-RESIL  TO DCHT-NB.
           MOVE WS-DCH-EUR-RESIL TO DCHT-EUR.
           WRITE E-DECHEANCE FROM DCH-LIGNE-TOTAL.
           WRITE E-RAPPORT FROM DCH-LIGNE-TOTAL.
           DISPLAY DCH-LIGNE-TOTAL.

           MOVE "Contrats remis en vigueur   : " TO DCHT-LIBELLE.
           MOVE WS-DCH-NB-REMIS TO DCHT-NB.
           MOVE 0               TO DCHT-EUR.
           WRITE E-DECHEANCE FROM DCH-LIGNE-TOTAL.
           WRITE E-RAPPORT FROM DCH-LIGNE-TOTAL.
           DISPLAY DCH-LIGNE-TOTAL.
       .

       1359-DECHEANCE-TOTAUX-END.
           EXIT
       .

      ******************************************************************
      * PRELEVEMENTS SEPA : RETOURS BANCAIRES ET ENCAISSEMENT DES      *
      * PRELEVEMENTS ECHUS                                             *
      * Un prelevement emis dont l'echeance est atteinte et qui n'a    *
      * fait l'objet d'aucun retour (rejet ou remboursement) est tenu  *
      * pour encaisse et son echeance est soldee dans WS-ENC-TAB avant *
      * le rapprochement des paiements ; une echeance rejetee ou       *
      * remboursee reste ouverte et retombe dans les arrieres, les     *
      * relances et la decheance.                                      *
      ******************************************************************

       1370-SEPA-RETOURS.
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

           MOVE 0 TO WS-SEP-NB.
           MOVE 0 TO WS-SEP-EMIS-INVALIDES.
           MOVE 0 TO WS-SEP-DEBORDEMENT.
           MOVE 0 TO WS-SEP-ENCAISSES.
           MOVE 0 TO WS-SEP-EUR-ENCAISSES.
           MOVE 0 TO WS-SEP-NB-REJETS.
           MOVE 0 TO WS-SEP-NB-REMB.
           MOVE 0 TO WS-SEP-EUR-RETOURS.
           MOVE 0 TO WS-SEP-RET-ORPHELINS.
           MOVE 0 TO WS-SEP-RET-INVALIDES.

           MOVE 'F' TO WS-FIN-PRLV-EMIS.
           OPEN INPUT FICHIER-PRLV-EMIS.

           IF WS-STATUT-PRLV-EMIS = "00"
               PERFORM UNTIL WS-FIN-PRLV-EMIS = 'T'
                   READ FICHIER-PRLV-EMIS
                       AT END
                           MOVE 'T' TO WS-FIN-PRLV-EMIS
                       NOT AT END
                           PERFORM 1371-SEPA-EMIS-LIGNE
                               THRU 1371-SEPA-EMIS-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRLV-EMIS
           ELSE
               IF WS-STATUT-PRLV-EMIS = "05"
                   CLOSE FICHIER-PRLV-EMIS
               END-IF
           END-IF.

           IF WS-SEP-DEBORDEMENT > 0
               DISPLAY "ATTENTION : " WS-SEP-DEBORDEMENT
                   " prelevement(s) emis non charge(s) (limite "
                   WS-SEP-MAX-TAB ")"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-SEP-NB = 0
               DISPLAY "Aucun prelevement SEPA emis ("
                   FUNCTION TRIM(WS-NOM-FICHIER-PRLV-EMIS) ")"
           ELSE
               DISPLAY "----- PRELEVEMENTS SEPA : RETOURS BANCAIRES "
                   "-----"
               MOVE "----- PRELEVEMENTS SEPA : RETOURS BANCAIRES -----"
                   TO E-RAPPORT
               WRITE E-RAPPORT

               MOVE 'F' TO WS-FIN-RETOURS-SEPA
               OPEN INPUT FICHIER-RETOURS-SEPA
               IF WS-STATUT-RETOURS-SEPA = "00"
                   PERFORM UNTIL WS-FIN-RETOURS-SEPA = 'T'
                       READ FICHIER-RETOURS-SEPA
                           AT END
                               MOVE 'T' TO WS-FIN-RETOURS-SEPA
                           NOT AT END
                               PERFORM 1372-SEPA-RETOUR-LIGNE
                                   THRU 1372-SEPA-RETOUR-LIGNE-END
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-RETOURS-SEPA
               ELSE
                   IF WS-STATUT-RETOURS-SEPA = "05"
                       CLOSE FICHIER-RETOURS-SEPA
                   END-IF
                   DISPLAY "Pas de fichier de retours bancaires ("
                       FUNCTION TRIM(WS-NOM-FICHIER-RETOURS-SEPA) ")"
               END-IF

               PERFORM 1375-SEPA-ENCAISSEMENT
                   THRU 1375-SEPA-ENCAISSEMENT-END
                   VARYING WS-SEP-I FROM 1 BY 1
                   UNTIL WS-SEP-I > WS-SEP-NB

               DISPLAY "Prelevements emis : " WS-SEP-NB
                   ", encaisses ce jour : " WS-SEP-ENCAISSES
                   " (EUR " WS-SEP-EUR-ENCAISSES ")"
               DISPLAY "Rejets : " WS-SEP-NB-REJETS
                   ", remboursements : " WS-SEP-NB-REMB
                   " (EUR " WS-SEP-EUR-RETOURS ")"
                   ", retours inconnus : " WS-SEP-RET-ORPHELINS
                   ", illisibles : " WS-SEP-RET-INVALIDES

               MOVE SPACES TO E-RAPPORT
               STRING "Prelevements encaisses : " DELIMITED BY SIZE
                      WS-SEP-ENCAISSES          DELIMITED BY SIZE
                      " - rejets : "            DELIMITED BY SIZE
                      WS-SEP-NB-REJETS          DELIMITED BY SIZE
                      " - remboursements : "    DELIMITED BY SIZE
                      WS-SEP-NB-REMB            DELIMITED BY SIZE
                      " - retours inconnus : "  DELIMITED BY SIZE
                      WS-SEP-RET-ORPHELINS      DELIMITED BY SIZE
                   INTO E-RAPPORT
               WRITE E-RAPPORT
           END-IF.

           IF WS-SEP-EMIS-INVALIDES > 0
               OR WS-SEP-RET-INVALIDES > 0
               OR WS-SEP-RET-ORPHELINS > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       .

       1370-SEPA-RETOURS-END.
           EXIT
       .

       1371-SEPA-EMIS-LIGNE.
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
               ADD 1 TO WS-SEP-EMIS-INVALIDES
               DISPLAY "ATTENTION : prelevement emis illisible : "
                   F-PRLV-EMIS
           ELSE
               MOVE WS-SEP-S-REF TO WS-SEP-REF-TRAVAIL
               IF WS-ENC-NB > 0
                   AND WS-SEP-RT-DATE >= WS-ENC-DATE-N(1)
                   IF WS-SEP-NB < WS-SEP-MAX-TAB
                       ADD 1 TO WS-SEP-NB
                       MOVE WS-SEP-S-REF TO WS-SEP-REF(WS-SEP-NB)
                       MOVE FUNCTION NUMVAL(WS-SEP-S-MONTANT)
                           TO WS-SEP-MONTANT(WS-SEP-NB)
                       MOVE 'N' TO WS-SEP-RETOUR(WS-SEP-NB)
                       MOVE SPACES TO WS-SEP-MOTIF(WS-SEP-NB)
                   ELSE
                       ADD 1 TO WS-SEP-DEBORDEMENT
                   END-IF
               END-IF
           END-IF.
       .

       1371-SEPA-EMIS-LIGNE-END.
           EXIT
       .

       1372-SEPA-RETOUR-LIGNE.
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
               ADD 1 TO WS-SEP-RET-INVALIDES
               DISPLAY "ATTENTION : retour bancaire illisible : "
                   F-RETOUR-SEPA
           ELSE
               MOVE WS-RET-S-REF TO WS-SEP-REF-TRAVAIL
               PERFORM 1373-SEPA-RECHERCHE-EMIS
                   THRU 1373-SEPA-RECHERCHE-EMIS-END

               IF WS-SEP-TROUVE = 'N'
                   IF WS-SEP-RT-DATE >= WS-ENC-DATE-N(1)
                       ADD 1 TO WS-SEP-RET-ORPHELINS
                       DISPLAY "ATTENTION : retour bancaire sans "
                           "prelevement emis : " F-RETOUR-SEPA
                   END-IF
               ELSE
                   IF WS-SEP-RETOUR(WS-SEP-IDX) = 'N'
                       IF WS-RET-S-TYPE = "REJ"
                           MOVE 'J' TO WS-SEP-RETOUR(WS-SEP-IDX)
                           ADD 1 TO WS-SEP-NB-REJETS
                           MOVE "REJET"          TO AFFS-TYPE
                       ELSE
                           MOVE 'R' TO WS-SEP-RETOUR(WS-SEP-IDX)
                           ADD 1 TO WS-SEP-NB-REMB
                           MOVE "REMBOURSEMENT"  TO AFFS-TYPE
                       END-IF
                       MOVE WS-RET-S-MOTIF
                           TO WS-SEP-MOTIF(WS-SEP-IDX)
                       ADD WS-SEP-MONTANT(WS-SEP-IDX)
                           TO WS-SEP-EUR-RETOURS

                       MOVE WS-SEP-RT-CODE TO AFFS-CODE
                       MOVE WS-SEP-RT-NUM  TO AFFS-NUM
                       MOVE WS-SEP-RT-DATE TO WS-QUIT-DATE-ECH-N
                       MOVE WS-QUIT-ECH-JOUR  TO AFFS-JOUR
                       MOVE WS-QUIT-ECH-MOIS  TO AFFS-MOIS
                       MOVE WS-QUIT-ECH-ANNEE TO AFFS-ANNEE
                       MOVE WS-RET-S-MOTIF TO AFFS-MOTIF
                       PERFORM 1374-SEPA-MOTIF-LIBELLE
                           THRU 1374-SEPA-MOTIF-LIBELLE-END
                       MOVE WS-SEP-MONTANT(WS-SEP-IDX) TO AFFS-MONTANT
                       DISPLAY AFF-SEP-RETOUR
                       WRITE E-RAPPORT FROM AFF-SEP-RETOUR
                   END-IF
               END-IF
           END-IF.
       .

       1372-SEPA-RETOUR-LIGNE-END.
           EXIT
       .

       1373-SEPA-RECHERCHE-EMIS.
           MOVE 'N' TO WS-SEP-TROUVE.
           MOVE 0 TO WS-SEP-IDX.

           PERFORM 1377-SEPA-EMIS-COMPARE
               THRU 1377-SEPA-EMIS-COMPARE-END
               VARYING WS-SEP-I FROM 1 BY 1
               UNTIL WS-SEP-I > WS-SEP-NB
               OR WS-SEP-TROUVE = 'O'.
       .

       1373-SEPA-RECHERCHE-EMIS-END.
           EXIT
       .

       1377-SEPA-EMIS-COMPARE.
           IF WS-SEP-REF(WS-SEP-I) = WS-SEP-REF-TRAVAIL
               MOVE 'O' TO WS-SEP-TROUVE
               MOVE WS-SEP-I TO WS-SEP-IDX
           END-IF.
       .

       1377-SEPA-EMIS-COMPARE-END.
           EXIT
       .

      ******************************************************************
      * LIBELLE DES MOTIFS DE RETOUR SEPA LES PLUS COURANTS            *
      ******************************************************************

       1374-SEPA-MOTIF-LIBELLE.
           EVALUATE WS-RET-S-MOTIF
               WHEN "AC01"
                   MOVE "IBAN INCORRECT"          TO AFFS-LIBELLE
               WHEN "AC04"
                   MOVE "COMPTE CLOTURE"          TO AFFS-LIBELLE
               WHEN "AC06"
                   MOVE "COMPTE BLOQUE"           TO AFFS-LIBELLE
               WHEN "AG01"
                   MOVE "PRELEVEMENT INTERDIT"    TO AFFS-LIBELLE
               WHEN "AM04"
                   MOVE "PROVISION INSUFFISANTE"  TO AFFS-LIBELLE
               WHEN "MD01"
                   MOVE "ABSENCE DE MANDAT"       TO AFFS-LIBELLE
               WHEN "MD02"
                   MOVE "MANDAT INCOMPLET"        TO AFFS-LIBELLE
               WHEN "MD06"
                   MOVE "REMBOURSEMENT DEMANDE"   TO AFFS-LIBELLE
               WHEN "MD07"
                   MOVE "DEBITEUR DECEDE"         TO AFFS-LIBELLE
               WHEN "MS02"
                   MOVE "REFUS DU DEBITEUR"       TO AFFS-LIBELLE
               WHEN "MS03"
                   MOVE "MOTIF NON COMMUNIQUE"    TO AFFS-LIBELLE
               WHEN "SL01"
                   MOVE "SERVICE SPECIFIQUE BANQUE" TO AFFS-LIBELLE
               WHEN OTHER
                   MOVE "MOTIF NON REFERENCE"     TO AFFS-LIBELLE
           END-EVALUATE.
       .

       1374-SEPA-MOTIF-LIBELLE-END.
           EXIT
       .

       1375-SEPA-ENCAISSEMENT.
           IF WS-SEP-RETOUR(WS-SEP-I) = 'N'
               AND WS-SEP-REF-DATE(WS-SEP-I) <= WS-DATE-SYSTEME-N
               MOVE 'N' TO WS-SEP-TROUVE
               PERFORM 1376-SEPA-ECHEANCE-SOLDE
                   THRU 1376-SEPA-ECHEANCE-SOLDE-END
                   VARYING WS-ENC-I FROM 1 BY 1
                   UNTIL WS-ENC-I > WS-ENC-NB
                   OR WS-SEP-TROUVE = 'O'
           END-IF.
       .

       1375-SEPA-ENCAISSEMENT-END.
           EXIT
       .

       1376-SEPA-ECHEANCE-SOLDE.
           IF WS-ENC-CODE(WS-ENC-I) = WS-SEP-REF-CODE(WS-SEP-I)
               AND WS-ENC-NUM(WS-ENC-I) = WS-SEP-REF-NUM(WS-SEP-I)
               AND WS-ENC-DATE-N(WS-ENC-I) = WS-SEP-REF-DATE(WS-SEP-I)
               AND WS-ENC-PAYE(WS-ENC-I) = 'N'
               MOVE 'O' TO WS-ENC-PAYE(WS-ENC-I)
               MOVE 'O' TO WS-SEP-TROUVE
               ADD 1 TO WS-SEP-ENCAISSES
               ADD WS-SEP-MONTANT(WS-SEP-I) TO WS-SEP-EUR-ENCAISSES
           END-IF.
       .

       1376-SEPA-ECHEANCE-SOLDE-END.
           EXIT
       .

      ******************************************************************
      * FICHIER DE PRELEVEMENTS SEPA POUR LA BANQUE                    *
      * Echeances ouvertes des polices mensuelles et trimestrielles    *
      * (12 ou 4 echeances) tombant dans la fenetre de prelevement     *
      * (ASSUR_PRELEVEMENT_DEBUT / ASSUR_PRELEVEMENT_FIN, AAAAMMJJ ;   *
      * par defaut du lendemain a J+14), en EUR, dont le client        *
      * (CLIREF) detient un mandat signe avant l'echeance et non deja  *
      * emises. Un lot par date d'echeance (l'echeancier est trie par  *
      * date), total par lot et total general ; chaque prelevement est *
      * ajoute au fichier permanent des prelevements emis.             *
      ******************************************************************

       1380-SEPA-PRELEVEMENTS.
           ACCEPT WS-NOM-FICHIER-MANDATS FROM ENVIRONMENT
               "ASSUR_FICHIER_MANDATS".
           IF WS-NOM-FICHIER-MANDATS = SPACES
               MOVE "MANDATS.TXT" TO WS-NOM-FICHIER-MANDATS
           END-IF.

           ACCEPT WS-NOM-FICHIER-PRELEVEMENTS FROM ENVIRONMENT
               "ASSUR_FICHIER_PRELEVEMENTS".
           IF WS-NOM-FICHIER-PRELEVEMENTS = SPACES
               STRING "PRELEVEMENTS-"       DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-PRELEVEMENTS
           END-IF.

           ACCEPT WS-SEP-ICS FROM ENVIRONMENT "ASSUR_SEPA_ICS".

           PERFORM 1387-SEPA-FENETRE THRU 1387-SEPA-FENETRE-END.

           MOVE 0 TO WS-MDT-NB.
           MOVE 0 TO WS-MDT-INVALIDES.
           MOVE 'F' TO WS-FIN-MANDATS.
           OPEN INPUT FICHIER-MANDATS.

           IF WS-STATUT-MANDATS = "00"
               PERFORM UNTIL WS-FIN-MANDATS = 'T'
                   READ FICHIER-MANDATS
                       AT END
                           MOVE 'T' TO WS-FIN-MANDATS
                       NOT AT END
                           PERFORM 1381-SEPA-MANDAT-LIGNE
                               THRU 1381-SEPA-MANDAT-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MANDATS
           ELSE
               IF WS-STATUT-MANDATS = "05"
                   CLOSE FICHIER-MANDATS
               END-IF
           END-IF.

           IF WS-MDT-INVALIDES > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-MDT-NB = 0
               DISPLAY "Aucun mandat de prelevement ("
                   FUNCTION TRIM(WS-NOM-FICHIER-MANDATS)
                   "), fichier de prelevements SEPA non produit"
           ELSE
               OPEN EXTEND FICHIER-PRLV-EMIS
               IF WS-STATUT-PRLV-EMIS NOT = "00"
                   AND WS-STATUT-PRLV-EMIS NOT = "05"
                   DISPLAY "ERREUR : fichier des prelevements emis "
                       FUNCTION TRIM(WS-NOM-FICHIER-PRLV-EMIS)
                       " inaccessible (statut " WS-STATUT-PRLV-EMIS
                       "), fichier de prelevements SEPA non produit"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1382-SEPA-FICHIER-BANQUE
                       THRU 1382-SEPA-FICHIER-BANQUE-END
                   CLOSE FICHIER-PRLV-EMIS
               END-IF
           END-IF.
       .

       1380-SEPA-PRELEVEMENTS-END.
           EXIT
       .

       1381-SEPA-MANDAT-LIGNE.
           MOVE SPACES TO WS-MDT-SAISIE.
           MOVE 0 TO WS-MDT-NB-CHAMPS.

           UNSTRING F-MANDAT DELIMITED BY "*"
               INTO WS-MDT-S-NUMERO
                    WS-MDT-S-IBAN
                    WS-MDT-S-BIC
                    WS-MDT-S-RUM
                    WS-MDT-S-DATE
               TALLYING IN WS-MDT-NB-CHAMPS.

           IF WS-MDT-NB-CHAMPS NOT = 5
               OR WS-MDT-S-NUMERO NOT NUMERIC
               OR WS-MDT-S-IBAN = SPACES
               OR WS-MDT-S-RUM = SPACES
               OR WS-MDT-S-DATE NOT NUMERIC
               ADD 1 TO WS-MDT-INVALIDES
               DISPLAY "ATTENTION : mandat de prelevement illisible : "
                   F-MANDAT
           ELSE
               IF WS-MDT-NB < WS-MDT-MAX-TAB
                   ADD 1 TO WS-MDT-NB
                   MOVE WS-MDT-S-NUMERO TO WS-MDT-NUMERO(WS-MDT-NB)
                   MOVE WS-MDT-S-IBAN   TO WS-MDT-IBAN(WS-MDT-NB)
                   MOVE WS-MDT-S-BIC    TO WS-MDT-BIC(WS-MDT-NB)
                   MOVE WS-MDT-S-RUM    TO WS-MDT-RUM(WS-MDT-NB)
                   MOVE WS-MDT-S-DATE   TO WS-MDT-DATE-SIGN(WS-MDT-NB)
               ELSE
                   DISPLAY "ATTENTION : fichier des mandats "
                       "tronque (limite " WS-MDT-MAX-TAB ")"
               END-IF
           END-IF.
       .

       1381-SEPA-MANDAT-LIGNE-END.
           EXIT
       .

       1382-SEPA-FICHIER-BANQUE.
           MOVE 0 TO WS-SEP-LOT-DATE.
           MOVE 0 TO WS-SEP-NB-LOTS.
           MOVE 0 TO WS-SEP-NB-PRLV.
           MOVE 0 TO WS-SEP-TOTAL.
           MOVE 0 TO WS-SEP-SANS-MANDAT.
           MOVE 0 TO WS-SEP-HORS-EUR.
           MOVE 0 TO WS-SEP-DEJA-EMIS.

           IF WS-SEP-ICS = SPACES
               DISPLAY "ATTENTION : identifiant creancier SEPA "
                   "(ASSUR_SEPA_ICS) non renseigne"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT FICHIER-PRELEVEMENTS.

           MOVE SPACES TO E-PRELEVEMENT.
           STRING "ENTETE*"                DELIMITED BY SIZE
                  WS-DATE-SYSTEME-N        DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-ICS               DELIMITED BY SPACE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-FEN-DEBUT-N       DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-FEN-FIN-N         DELIMITED BY SIZE
               INTO E-PRELEVEMENT.
           WRITE E-PRELEVEMENT.

           PERFORM 1383-SEPA-ECHEANCE THRU 1383-SEPA-ECHEANCE-END
               VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-NB.

           IF WS-SEP-LOT-DATE NOT = 0
               PERFORM 1385-SEPA-LOT-FIN THRU 1385-SEPA-LOT-FIN-END
           END-IF.

           MOVE WS-SEP-TOTAL TO WS-SEP-TOTAL-ED.
           MOVE SPACES TO E-PRELEVEMENT.
           STRING "TOTAL*"                 DELIMITED BY SIZE
                  WS-SEP-NB-LOTS           DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-NB-PRLV           DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-TOTAL-ED          DELIMITED BY SIZE
               INTO E-PRELEVEMENT.
           WRITE E-PRELEVEMENT.

           CLOSE FICHIER-PRELEVEMENTS.

           DISPLAY "----- PRELEVEMENTS SEPA : EMISSION -----".
           MOVE "----- PRELEVEMENTS SEPA : EMISSION -----"
               TO E-RAPPORT.
           WRITE E-RAPPORT.

           MOVE SPACES TO E-RAPPORT.
           STRING "Fenetre du "            DELIMITED BY SIZE
                  WS-SEP-FEN-DEBUT-N       DELIMITED BY SIZE
                  " au "                   DELIMITED BY SIZE
                  WS-SEP-FEN-FIN-N         DELIMITED BY SIZE
                  " : "                    DELIMITED BY SIZE
                  WS-SEP-NB-LOTS           DELIMITED BY SIZE
                  " lot(s), "              DELIMITED BY SIZE
                  WS-SEP-NB-PRLV           DELIMITED BY SIZE
                  " prelevement(s), total EUR " DELIMITED BY SIZE
                  WS-SEP-TOTAL-ED          DELIMITED BY SIZE
               INTO E-RAPPORT.
           DISPLAY E-RAPPORT.
           WRITE E-RAPPORT.

           MOVE SPACES TO E-RAPPORT.
           STRING "Echeances de la fenetre ecartees : "
                                           DELIMITED BY SIZE
                  WS-SEP-SANS-MANDAT       DELIMITED BY SIZE
                  " sans mandat, "         DELIMITED BY SIZE
                  WS-SEP-HORS-EUR          DELIMITED BY SIZE
                  " hors EUR, "            DELIMITED BY SIZE
                  WS-SEP-DEJA-EMIS         DELIMITED BY SIZE
                  " deja emise(s)"         DELIMITED BY SIZE
               INTO E-RAPPORT.
           DISPLAY E-RAPPORT.
           WRITE E-RAPPORT.

           DISPLAY "Fichier de prelevements SEPA enregistre dans "
               WS-NOM-FICHIER-PRELEVEMENTS.
       .

       1382-SEPA-FICHIER-BANQUE-END.
           EXIT
       .

       1383-SEPA-ECHEANCE.
           IF WS-ENC-PAYE(WS-ENC-I) = 'N'
               AND (WS-ENC-NB-ECH(WS-ENC-I) = 12
                    OR WS-ENC-NB-ECH(WS-ENC-I) = 4)
               AND WS-ENC-DATE-N(WS-ENC-I) >= WS-SEP-FEN-DEBUT-N
               AND WS-ENC-DATE-N(WS-ENC-I) <= WS-SEP-FEN-FIN-N
               MOVE WS-ENC-CODE(WS-ENC-I)   TO WS-SEP-RT-CODE
               MOVE WS-ENC-NUM(WS-ENC-I)    TO WS-SEP-RT-NUM
               MOVE WS-ENC-DATE-N(WS-ENC-I) TO WS-SEP-RT-DATE
               PERFORM 1373-SEPA-RECHERCHE-EMIS
                   THRU 1373-SEPA-RECHERCHE-EMIS-END

               IF WS-SEP-TROUVE = 'O'
                   ADD 1 TO WS-SEP-DEJA-EMIS
               ELSE
                   IF WS-ENC-DEVISE(WS-ENC-I) NOT = "EUR"
                       ADD 1 TO WS-SEP-HORS-EUR
                   ELSE
                       MOVE WS-ENC-CLIENT(WS-ENC-I)
                           TO WS-CLR-NOM-CHERCHE
                       PERFORM 9300-RECHERCHE-CLIENT-REF
                           THRU 9300-RECHERCHE-CLIENT-REF-END
                       MOVE 'N' TO WS-MDT-TROUVE
                       IF WS-CLR-TROUVE = 'O'
                           PERFORM 1386-SEPA-MANDAT-RECHERCHE
                               THRU 1386-SEPA-MANDAT-RECHERCHE-END
                               VARYING WS-MDT-I FROM 1 BY 1
                               UNTIL WS-MDT-I > WS-MDT-NB
                               OR WS-MDT-TROUVE = 'O'
                       END-IF
                       IF WS-MDT-TROUVE = 'O'
                           PERFORM 1384-SEPA-EMISSION
                               THRU 1384-SEPA-EMISSION-END
                       ELSE
                           ADD 1 TO WS-SEP-SANS-MANDAT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       1383-SEPA-ECHEANCE-END.
           EXIT
       .

       1384-SEPA-EMISSION.
           IF WS-ENC-DATE-N(WS-ENC-I) NOT = WS-SEP-LOT-DATE
               IF WS-SEP-LOT-DATE NOT = 0
                   PERFORM 1385-SEPA-LOT-FIN THRU 1385-SEPA-LOT-FIN-END
               END-IF
               MOVE WS-ENC-DATE-N(WS-ENC-I) TO WS-SEP-LOT-DATE
               MOVE 0 TO WS-SEP-LOT-NB
               MOVE 0 TO WS-SEP-LOT-MONTANT
               ADD 1 TO WS-SEP-NB-LOTS
               MOVE SPACES TO E-PRELEVEMENT
               STRING "LOT*"               DELIMITED BY SIZE
                      WS-SEP-LOT-DATE      DELIMITED BY SIZE
                   INTO E-PRELEVEMENT
               WRITE E-PRELEVEMENT
           END-IF.

           COMPUTE WS-SEP-ECH-MONTANT =
               WS-ENC-MONTANT(WS-ENC-I) + WS-ENC-TAXE(WS-ENC-I).
           MOVE WS-SEP-ECH-MONTANT TO WS-SEP-MONTANT-ED.

           MOVE SPACES TO E-PRELEVEMENT.
           STRING "PRLV*"                  DELIMITED BY SIZE
                  WS-SEP-REF-TRAVAIL       DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-MDT-RUM(WS-MDT-IDX)   DELIMITED BY SPACE
                  "*"                      DELIMITED BY SIZE
                  WS-MDT-DATE-SIGN(WS-MDT-IDX)
                                           DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-MDT-IBAN(WS-MDT-IDX)  DELIMITED BY SPACE
                  "*"                      DELIMITED BY SIZE
                  WS-MDT-BIC(WS-MDT-IDX)   DELIMITED BY SPACE
                  "*"                      DELIMITED BY SIZE
                  WS-MDT-NUMERO(WS-MDT-IDX)
                                           DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-ENC-CODE(WS-ENC-I)    DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-ENC-NUM(WS-ENC-I)     DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-ENC-NB-ECH(WS-ENC-I)  DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-ENC-DATE-N(WS-ENC-I)  DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-MONTANT-ED        DELIMITED BY SIZE
                  "*EUR"                   DELIMITED BY SIZE
               INTO E-PRELEVEMENT.
           WRITE E-PRELEVEMENT.

           MOVE SPACES TO F-PRLV-EMIS.
           STRING WS-SEP-REF-TRAVAIL       DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-ENC-DATE-N(WS-ENC-I)  DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-MONTANT-ED        DELIMITED BY SIZE
                  "*EUR*"                  DELIMITED BY SIZE
                  WS-MDT-RUM(WS-MDT-IDX)   DELIMITED BY SPACE
                  "*"                      DELIMITED BY SIZE
                  WS-DATE-SYSTEME-N        DELIMITED BY SIZE
               INTO F-PRLV-EMIS.
           WRITE F-PRLV-EMIS.

           ADD 1 TO WS-SEP-LOT-NB.
           ADD WS-SEP-ECH-MONTANT TO WS-SEP-LOT-MONTANT.
           ADD 1 TO WS-SEP-NB-PRLV.
           ADD WS-SEP-ECH-MONTANT TO WS-SEP-TOTAL.
       .

       1384-SEPA-EMISSION-END.
           EXIT
       .

       1385-SEPA-LOT-FIN.
           MOVE WS-SEP-LOT-MONTANT TO WS-SEP-LOT-ED.
           MOVE SPACES TO E-PRELEVEMENT.
           STRING "TOTAL-LOT*"             DELIMITED BY SIZE
                  WS-SEP-LOT-DATE          DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-LOT-NB            DELIMITED BY SIZE
                  "*"                      DELIMITED BY SIZE
                  WS-SEP-LOT-ED            DELIMITED BY SIZE
               INTO E-PRELEVEMENT.
           WRITE E-PRELEVEMENT.
       .

       1385-SEPA-LOT-FIN-END.
           EXIT
       .

       1386-SEPA-MANDAT-RECHERCHE.
           IF WS-MDT-NUMERO(WS-MDT-I) = WS-CLR-NUMERO(WS-CLR-IDX)
               AND WS-MDT-DATE-SIGN(WS-MDT-I) <= WS-ENC-DATE-N(WS-ENC-I)
               MOVE 'O' TO WS-MDT-TROUVE
               MOVE WS-MDT-I TO WS-MDT-IDX
           END-IF.
       .

       1386-SEPA-MANDAT-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * FENETRE DE PRELEVEMENT : PARAMETRES AAAAMMJJ CONTROLES, SINON  *
      * DU LENDEMAIN DU PASSAGE A J+14                                 *
      ******************************************************************

       1387-SEPA-FENETRE.
           COMPUTE WS-SEP-FEN-DEBUT-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-SYS-INT + 1).
           COMPUTE WS-SEP-FEN-FIN-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-SYS-INT + 14).

           MOVE SPACES TO WS-SEP-FEN-SAISIE.
           ACCEPT WS-SEP-FEN-SAISIE FROM ENVIRONMENT
               "ASSUR_PRELEVEMENT_DEBUT".
           IF WS-SEP-FEN-SAISIE NOT = SPACES
               IF WS-SEP-FEN-SAISIE NUMERIC
                   MOVE WS-SEP-FEN-SAISIE TO WS-SEP-FEN-CAND
                   COMPUTE WS-SEP-FEN-INT = FUNCTION
                       INTEGER-OF-DATE(WS-SEP-FEN-CAND)
               ELSE
                   MOVE 0 TO WS-SEP-FEN-INT
               END-IF
               IF WS-SEP-FEN-INT > 0
                   MOVE WS-SEP-FEN-CAND TO WS-SEP-FEN-DEBUT-N
               ELSE
                   DISPLAY "ATTENTION : debut de fenetre de "
                       "prelevement invalide (" WS-SEP-FEN-SAISIE
                       "), valeur par defaut " WS-SEP-FEN-DEBUT-N
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-SEP-FEN-SAISIE.
           ACCEPT WS-SEP-FEN-SAISIE FROM ENVIRONMENT
               "ASSUR_PRELEVEMENT_FIN".
           IF WS-SEP-FEN-SAISIE NOT = SPACES
               IF WS-SEP-FEN-SAISIE NUMERIC
                   MOVE WS-SEP-FEN-SAISIE TO WS-SEP-FEN-CAND
                   COMPUTE WS-SEP-FEN-INT = FUNCTION
                       INTEGER-OF-DATE(WS-SEP-FEN-CAND)
               ELSE
                   MOVE 0 TO WS-SEP-FEN-INT
               END-IF
               IF WS-SEP-FEN-INT > 0
                   MOVE WS-SEP-FEN-CAND TO WS-SEP-FEN-FIN-N
               ELSE
                   DISPLAY "ATTENTION : fin de fenetre de "
                       "prelevement invalide (" WS-SEP-FEN-SAISIE
                       "), valeur par defaut " WS-SEP-FEN-FIN-N
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF WS-SEP-FEN-FIN-N < WS-SEP-FEN-DEBUT-N
               DISPLAY "ATTENTION : fenetre de prelevement vide ("
                   WS-SEP-FEN-DEBUT-N " - " WS-SEP-FEN-FIN-N ")"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       .

       1387-SEPA-FENETRE-END.
           EXIT
       .

      ******************************************************************
      * INTERFACE COMPTABLE : GENERATION DE L'EXTRAIT DES ECRITURES    *
      * Primes quittancees, commissions de courtage et ristournes sont *

      ******************************************************************
      * TOTAL DE CONTROLE : PRIMES DES POLICES ACTIVES PAR DEVISE,     *
      * SUSPENDUES COMPRISES (quittancees comme les actives),          *
      * ETABLI DIRECTEMENT SUR LE PORTEFEUILLE. Le quittancement       *
      * retombant police par police sur WS-PRIX, les primes            *
      * quittancees doivent retomber sur ce total.                     *

       1413-CPA-CUMUL-POLICE.
           IF WS-STATUT(WS-INDEX) = "ACTIF"
               OR WS-STATUT(WS-INDEX) = "SUSPENDU"
               MOVE 'N' TO WS-CPA-TROUVE
               PERFORM 1414-CPA-RECHERCHE THRU 1414-CPA-RECHERCHE-END
                   VARYING WS-CPA-I FROM 1 BY 1
