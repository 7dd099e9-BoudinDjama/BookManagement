           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O-NOM
           ALTERNATE RECORD KEY IS O-ID
           ALTERNATE RECORD KEY IS O-ISBN WITH DUPLICATES
           FILE STATUS IS WS-FS-OUTPUT.

           SELECT FICHIER-REAPPRO ASSIGN TO "Reappro.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REAPPRO.

           SELECT OPTIONAL FICHIER-AUDIT ASSIGN TO "Audit.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

           SELECT FICHIER-TRANSACTION ASSIGN TO "Transaction.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSACTION.

           SELECT FICHIER-SITE ASSIGN TO "Site.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS S-CLE
           FILE STATUS IS WS-FS-SITE.

           SELECT FICHIER-EMPRUNT ASSIGN TO "Emprunt.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS E-CLE
           FILE STATUS IS WS-FS-EMPRUNT.

           SELECT FICHIER-CSV ASSIGN TO "Catalogue.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSV.

           SELECT FICHIER-RAPPRO ASSIGN TO "Rapprochement.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RAPPRO.

           SELECT OPTIONAL FICHIER-CHECKPOINT
           ASSIGN TO "Checkpoint.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT FICHIER-REJET ASSIGN TO "Rejet.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REJET.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "Inventaire.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVENTAIRE.

           SELECT OPTIONAL FICHIER-COMPTAGE ASSIGN TO "Comptage.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPTAGE.

           SELECT FICHIER-VARIANCE ASSIGN TO "Variance.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VARIANCE.

           SELECT FICHIER-VALORISATION
           ASSIGN TO "Valorisation.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALORISATION.

           SELECT FICHIER-BORDEREAU ASSIGN TO "Bordereau.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BORDEREAU.

           SELECT OPTIONAL FICHIER-EMPRUNTEUR
           ASSIGN TO "Emprunteur.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS B-NUMERO
           FILE STATUS IS WS-FS-EMPRUNTEUR.

           SELECT OPTIONAL FICHIER-RESERVATION
           ASSIGN TO "Reservation.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-CLE
           FILE STATUS IS WS-FS-RESERVATION.

           SELECT OPTIONAL FICHIER-OPERATEUR
           ASSIGN TO "Operateur.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODE
           FILE STATUS IS WS-FS-OPERATEUR.

           SELECT FICHIER-RELANCE ASSIGN TO "Relance.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELANCE.

           SELECT OPTIONAL FICHIER-AMENDE ASSIGN TO "Amende.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-NUMERO
           FILE STATUS IS WS-FS-AMENDE.

           SELECT FICHIER-AVIS ASSIGN TO "AvisRetrait.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AVIS.

           SELECT FICHIER-CONTROLE ASSIGN TO "Controle.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROLE.

           SELECT OPTIONAL FICHIER-ARCHIVE ASSIGN TO WS-ARCHIVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVE.

           SELECT FICHIER-AUDIT-TEMP ASSIGN TO "AuditTemp.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT-TEMP.

           SELECT FICHIER-CLOTURE ASSIGN TO "Cloture.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CLOTURE.

           SELECT OPTIONAL FICHIER-EMPRUNT-HISTO
           ASSIGN TO "EmpruntHisto.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EMPRUNT-HISTO.

           SELECT FICHIER-STATISTIQUES
           ASSIGN TO "Statistiques.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATISTIQUES.

           SELECT OPTIONAL FICHIER-EXEMPLAIRE
           ASSIGN TO "Exemplaire.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EX-CLE
           FILE STATUS IS WS-FS-EXEMPLAIRE.

           SELECT OPTIONAL FICHIER-SITE-MAITRE
           ASSIGN TO "SiteMaitre.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-CODE
           FILE STATUS IS WS-FS-SITE-MAITRE.

           SELECT OPTIONAL FICHIER-FOURNISSEUR
           ASSIGN TO "Fournisseur.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODE
           FILE STATUS IS WS-FS-FOURNISSEUR.

           SELECT OPTIONAL FICHIER-COMMANDE
           ASSIGN TO "Commande.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLE
           FILE STATUS IS WS-FS-COMMANDE.

           SELECT OPTIONAL FICHIER-POLITIQUE
           ASSIGN TO "Politique.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-CATEGORIE
           FILE STATUS IS WS-FS-POLITIQUE.

           SELECT OPTIONAL FICHIER-CALENDRIER
           ASSIGN TO "Calendrier.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CLE
           FILE STATUS IS WS-FS-CALENDRIER.

           SELECT OPTIONAL FICHIER-BUDGET
           ASSIGN TO "Budget.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-CLE
           FILE STATUS IS WS-FS-BUDGET.

           SELECT FICHIER-ETAT-BUDGET ASSIGN TO "EtatBudget.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ETAT-BUDGET.

           SELECT OPTIONAL FICHIER-AMENDE-DETAIL
           ASSIGN TO "AmendeDetail.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLE
           FILE STATUS IS WS-FS-AMENDE-DETAIL.

           SELECT FICHIER-PERTES ASSIGN TO "Pertes.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERTES.

           SELECT OPTIONAL FICHIER-ELAGAGE
           ASSIGN TO "Elagage.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-CLE
           FILE STATUS IS WS-FS-ELAGAGE.

           SELECT FICHIER-CANDIDATS
           ASSIGN TO "CandidatsElagage.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CANDIDATS.

           SELECT OPTIONAL FICHIER-RETRAIT ASSIGN TO "Retrait.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETRAIT.

           SELECT OPTIONAL FICHIER-PARTENAIRE
           ASSIGN TO "Partenaire.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-CODE
           FILE STATUS IS WS-FS-PARTENAIRE.

           SELECT OPTIONAL FICHIER-PRET-INTER
           ASSIGN TO "PretInter.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-CLE
           FILE STATUS IS WS-FS-PRET-INTER.

           SELECT FICHIER-RELEVE-PEB ASSIGN TO "RelevePEB.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELEVE-PEB.

           SELECT OPTIONAL FICHIER-RETENTION
           ASSIGN TO "Retention.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETENTION.

           SELECT FICHIER-HISTO-TEMP
           ASSIGN TO "EmpruntHistoTemp.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTO-TEMP.

           SELECT OPTIONAL FICHIER-RELANCE-HISTO
           ASSIGN TO "RelanceHisto.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELANCE-HISTO.

           SELECT OPTIONAL FICHIER-ERREUR-IO ASSIGN TO "ErreurIO.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ERREUR-IO.

           SELECT OPTIONAL FICHIER-SAUVEGARDE
           ASSIGN TO WS-SAUVEGARDE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SAUVEGARDE.

           SELECT OPTIONAL FICHIER-JOURNAL-NUIT
           ASSIGN TO "JournalNuit.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL-NUIT.

           SELECT OPTIONAL FICHIER-ETAT-NUIT ASSIGN TO "EtatNuit.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ETAT-NUIT.

           SELECT FICHIER-RAPPORT-NUIT ASSIGN TO "RapportNuit.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RAPPORT-NUIT.

           SELECT FICHIER-CATALOGUE-ANCIEN
           ASSIGN TO "IndexeAncien.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OA-NOM
           ALTERNATE RECORD KEY IS OA-ID
           ALTERNATE RECORD KEY IS OA-ISBN WITH DUPLICATES
           FILE STATUS IS WS-FS-CATALOGUE-ANCIEN.

           SELECT FICHIER-EMPRUNTEUR-ANCIEN
           ASSIGN TO "EmprunteurAncien.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BA-NUMERO
           FILE STATUS IS WS-FS-EMPRUNTEUR-ANCIEN.

           SELECT FICHIER-EXEMPLAIRE-ANCIEN
           ASSIGN TO "ExemplaireAncien.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XA-CLE
           FILE STATUS IS WS-FS-EXEMPLAIRE-ANCIEN.

           SELECT FICHIER-COMMANDE-ANCIEN
           ASSIGN TO "CommandeAncien.livre"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MA-CLE
           FILE STATUS IS WS-FS-COMMANDE-ANCIEN.

           SELECT FICHIER-CONVERSION ASSIGN TO "Conversion.livre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONVERSION.


       DATA DIVISION.
           01 O-LIGNE.
               05 O-ID PIC 9(9).
               05 O-NOM PIC X(21).
               05 O-QUANTITE PIC 9(4).
               05 O-AUTEUR PIC X(20).
               05 O-EDITEUR PIC X(20).
               05 O-ISBN PIC X(13).
           FD FICHIER-TRANSACTION.
           01 T-LIGNE.
               05 T-NOM PIC X(21).
               05 T-DELTA PIC S9(5) SIGN LEADING SEPARATE.

           FD FICHIER-SITE.
           01 S-LIGNE.
               05 B-TELEPHONE PIC X(15).
               05 B-ADRESSE PIC X(30).
               05 B-STATUT PIC X.
               05 B-CATEGORIE PIC X.
               05 B-DATE-INSCRIPTION PIC 9(8).

           FD FICHIER-RESERVATION.
           01 RV-LIGNE.
               05 EH-DATE-RETOUR PIC 9(8).
               05 EH-JOURS-RETARD PIC 9(4).
               05 EH-EXEMPLAIRE PIC 9(4).
               05 EH-MOTIF PIC X.

           FD FICHIER-STATISTIQUES.
           01 ST-LIGNE-STAT PIC X(120).
                   10 EX-NUMERO PIC 9(4).
               05 EX-SITE PIC X(5).
               05 EX-STATUT PIC X.
               05 EX-MOTIF PIC X.
               05 EX-DATE-STATUT PIC 9(8).

           FD FICHIER-SITE-MAITRE.
           01 SM-LIGNE.
               05 CM-QTE-COMMANDEE PIC 9(4).
               05 CM-QTE-RECUE PIC 9(4).
               05 CM-STATUT PIC X.
               05 CM-FONDS PIC X(6).
               05 CM-EXERCICE PIC 9(4).
               05 CM-SITE-BUDGET PIC X(5).
               05 CM-PRIX PIC 9(4)V99.

           FD FICHIER-POLITIQUE.
           01 PO-LIGNE.
               05 PO-CATEGORIE PIC X.
               05 PO-LIBELLE PIC X(20).
               05 PO-DUREE PIC 9(3).
               05 PO-MAX-EMPRUNTS PIC 9(2).
               05 PO-MAX-RENOUV PIC 9(2).
               05 PO-TAUX-AMENDE PIC 9(4)V99.
               05 PO-PLAFOND-AMENDE PIC 9(4)V99.

           FD FICHIER-CALENDRIER.
           01 CA-LIGNE.
               05 CA-CLE.
                   10 CA-SITE PIC X(5).
                   10 CA-DATE PIC 9(8).
               05 CA-LIBELLE PIC X(30).

           FD FICHIER-BUDGET.
           01 BU-LIGNE.
               05 BU-CLE.
                   10 BU-FONDS PIC X(6).
                   10 BU-EXERCICE PIC 9(4).
                   10 BU-SITE PIC X(5).
               05 BU-LIBELLE PIC X(20).
               05 BU-ALLOUE PIC 9(8)V99.
               05 BU-ENGAGE PIC 9(8)V99.
               05 BU-DEPENSE PIC 9(8)V99.

           FD FICHIER-ETAT-BUDGET.
           01 EB-LIGNE-ETAT PIC X(140).

           FD FICHIER-AMENDE-DETAIL.
           01 AD-LIGNE.
               05 AD-CLE.
                   10 AD-NUMERO PIC 9(6).
                   10 AD-SEQUENCE PIC 9(4).
               05 AD-TYPE PIC X.
               05 AD-ID PIC 9(9).
               05 AD-EXEMPLAIRE PIC 9(4).
               05 AD-DATE PIC 9(8).
               05 AD-MONTANT PIC 9(6)V99.
               05 AD-STATUT PIC X.

           FD FICHIER-PERTES.
           01 PE-LIGNE-PERTE PIC X(170).

           FD FICHIER-ELAGAGE.
           01 EL-LIGNE.
               05 EL-CLE.
                   10 EL-ID PIC 9(9).
                   10 EL-NUMERO PIC 9(4).
               05 EL-SITE PIC X(5).
               05 EL-CRITERE PIC X.
               05 EL-DATE-REF PIC 9(8).
               05 EL-DATE-PROPOSITION PIC 9(8).
               05 EL-STATUT PIC X.
               05 EL-MOTIF PIC X.
               05 EL-OPERATEUR PIC X(8).
               05 EL-DATE-DECISION PIC 9(8).

           FD FICHIER-CANDIDATS.
           01 CE-LIGNE-CANDIDAT PIC X(120).

           FD FICHIER-RETRAIT.
           01 RT-LIGNE.
               05 RT-DATE PIC 9(8).
               05 RT-SITE PIC X(5).
               05 RT-ID PIC 9(9).
               05 RT-NUMERO PIC 9(4).
               05 RT-NOM PIC X(21).
               05 RT-MOTIF PIC X.
               05 RT-OPERATEUR PIC X(8).
               05 RT-VALEUR PIC 9(4)V99.

           FD FICHIER-PARTENAIRE.
           01 PA-LIGNE.
               05 PA-CODE PIC X(8).
               05 PA-NOM PIC X(30).
               05 PA-CONTACT PIC X(30).
               05 PA-DUREE PIC 9(3).
               05 PA-ACTIF PIC X.

           FD FICHIER-PRET-INTER.
           01 PI-LIGNE.
               05 PI-CLE.
                   10 PI-SENS PIC X.
                   10 PI-NUMERO PIC 9(6).
               05 PI-PARTENAIRE PIC X(8).
               05 PI-TITRE PIC X(21).
               05 PI-REFERENCE PIC X(20).
               05 PI-ID PIC 9(9).
               05 PI-EXEMPLAIRE PIC 9(4).
               05 PI-SITE PIC X(5).
               05 PI-DATE-DEBUT PIC 9(8).
               05 PI-DATE-ECHEANCE PIC 9(8).
               05 PI-STATUT PIC X.
               05 PI-EMPRUNTEUR PIC X(20).
               05 PI-DATE-EMPRUNT PIC 9(8).
               05 PI-DATE-RETOUR-PREVUE PIC 9(8).
               05 PI-DATE-CLOTURE PIC 9(8).

           FD FICHIER-RELEVE-PEB.
           01 RP-LIGNE-RELEVE PIC X(140).

           FD FICHIER-RETENTION.
           01 RN-LIGNE-RETENTION PIC X(120).

           FD FICHIER-HISTO-TEMP.
           01 HT-LIGNE-TEMP PIC X(54).

           FD FICHIER-ERREUR-IO.
           01 ER-LIGNE-ERREUR PIC X(132).

           FD FICHIER-SAUVEGARDE.
           01 SV-LIGNE.
               05 SV-FICHIER PIC X(20).
               05 SV-DONNEES PIC X(160).

           FD FICHIER-JOURNAL-NUIT.
           01 JN-LIGNE-JOURNAL PIC X(132).

           FD FICHIER-ETAT-NUIT.
           01 EN-LIGNE.
               05 EN-RUN-ID PIC 9(8).
               05 EN-STATUT PIC X.
               05 EN-ETAPE PIC 9(2).
               05 EN-MOIS-CLOTURE PIC X(6).
               05 EN-ETAPES PIC X(100).

           FD FICHIER-RAPPORT-NUIT.
           01 RM-LIGNE-RAPPORT PIC X(132).

           FD FICHIER-CATALOGUE-ANCIEN.
           01 OA-LIGNE.
               05 OA-ID PIC 9(9).
               05 OA-NOM PIC X(21).
               05 OA-QUANTITE PIC 9(2).
               05 OA-AUTEUR PIC X(20).
               05 OA-EDITEUR PIC X(20).
               05 OA-ISBN PIC X(13).
               05 OA-PRIX PIC 9(4)V99.

           FD FICHIER-EMPRUNTEUR-ANCIEN.
           01 BA-LIGNE.
               05 BA-NUMERO PIC 9(6).
               05 BA-NOM PIC X(20).
               05 BA-TELEPHONE PIC X(15).
               05 BA-ADRESSE PIC X(30).
               05 BA-STATUT PIC X.

           FD FICHIER-EXEMPLAIRE-ANCIEN.
           01 XA-LIGNE.
               05 XA-CLE.
                   10 XA-ID PIC 9(9).
                   10 XA-NUMERO PIC 9(4).
               05 XA-SITE PIC X(5).
               05 XA-STATUT PIC X.

           FD FICHIER-COMMANDE-ANCIEN.
           01 MA-LIGNE.
               05 MA-CLE.
                   10 MA-NUMERO PIC 9(6).
                   10 MA-ID PIC 9(9).
               05 MA-FOURNISSEUR PIC X(8).
               05 MA-DATE PIC 9(8).
               05 MA-QTE-COMMANDEE PIC 9(4).
               05 MA-QTE-RECUE PIC 9(4).
               05 MA-STATUT PIC X.

           FD FICHIER-CONVERSION.
           01 CV-LIGNE-CONVERSION PIC X(120).


       WORKING-STORAGE SECTION.
           01 WS-FIN-FICHIER PIC X VALUE "N".
           01 WS-TOTAL-QUANTITE PIC 9(6).
           01 WS-TOTAL-LIVRES PIC 9(6).
           01 WS-SEUIL PIC 9(4).
           01 WS-AUDIT-NOM PIC X(21).
           01 WS-AUDIT-ANCIEN PIC X(9).
           01 WS-AUDIT-NOUVEAU PIC X(9).
           01 WS-AUDIT-ACTION PIC X(10).
           01 WS-DATE-HEURE PIC X(21).
           01 WS-QUANTITE-SAISIE PIC X(4).
           01 WS-ID-SAISI PIC X(9).
           01 WS-ID-COURANT PIC 9(9).
           01 WS-ID-EXISTE PIC X VALUE "N".
               88 ID-DEJA-UTILISE VALUE "O".
           01 WS-MODE-BATCH PIC X(10).
           01 WS-NOUVELLE-QUANTITE PIC S9(5).
           01 WS-NB-APPLIQUEES PIC 9(6).
           01 WS-NB-REJETEES PIC 9(6).
           01 WS-RECHERCHE-SAISI PIC X(21).
           01 WS-DATE-INTEGER PIC 9(7).
           01 WS-CSV-ID PIC X(9).
           01 WS-CSV-NOM PIC X(21).
           01 WS-CSV-QUANTITE PIC X(5).
           01 WS-CSV-AUTEUR PIC X(20).
           01 WS-CSV-EDITEUR PIC X(20).
           01 WS-CSV-ISBN PIC X(13).
           01 WS-CSV-PRIX PIC X(8).
           01 WS-OPERATEUR PIC X(8) VALUE SPACES.
           01 WS-SEUIL-SAISI PIC X(4).
           01 WS-SITE-EXISTE PIC X VALUE "N".
               88 SITE-DEJA-CREE VALUE "O".
           01 WS-EMPRUNT-EXISTE PIC X VALUE "N".
           01 WS-INV-NOM PIC X(21).
           01 WS-INV-ATTENDU PIC 9(4).
           01 WS-INV-ECART PIC S9(5) SIGN LEADING SEPARATE.
           01 WS-INV-GLOBAL-NOUV PIC S9(5).
           01 WS-COMPTE-SAISI PIC X(4).
           01 WS-NB-FEUILLES PIC 9(4).
           01 WS-NB-POSTES PIC 9(4).
               05 FILLER PIC X.
               05 WS-REAP-NOM PIC X(21).
               05 FILLER PIC X.
               05 WS-REAP-QTE PIC X(4).
               05 FILLER PIC X(14).
           01 WS-MAX-RENOUV PIC 9(2) VALUE 2.
           01 WS-MAX-RENOUV-SAISI PIC X(2).
           01 WS-GRACE-RENOUV PIC 9(2) VALUE 3.
           01 WS-EH-CHOIX PIC X.
           01 WS-DELAI-RESA PIC 9(3) VALUE 7.
           01 WS-DELAI-RESA-SAISI PIC X(3).
           01 WS-EXP-TABLE.
               05 WS-EXP-ENTREE OCCURS 200.
                   10 WS-EXP-ID PIC 9(9).
           01 WS-EX-MAX PIC 9(4).
           01 WS-EX-STATUT-SAISI PIC X.
           01 WS-EX-ANCIEN-STATUT PIC X.
           01 WS-EX-SAUVE PIC X(28).
           01 WS-EX-STOCK-MAJ PIC X VALUE "N".
           01 WS-EX-SITE-MAJ PIC X VALUE "N".
           01 WS-EX-CR-SAUVE PIC XX.
           01 WS-NB-EXEMPLAIRES PIC 9(4).
           01 WS-FIN-EXEMPLAIRES PIC X VALUE "N".
           01 WS-ARCHIVE-NOM PIC X(20).
           01 WS-NB-CLO PIC 9(2).
           01 WS-CLO-TROUVE PIC X.
           01 WS-CLO-SATURE PIC X VALUE "N".
           01 WS-DUREE-PRET PIC 9(3) VALUE 14.
           01 WS-DUREE-PRET-SAISI PIC X(3).
           01 WS-POL-CATEGORIE PIC X.
           01 WS-POL-DUREE PIC 9(3).
           01 WS-POL-MAX-EMPRUNTS PIC 9(2).
           01 WS-POL-MAX-RENOUV PIC 9(2).
           01 WS-POL-TAUX-AMENDE PIC 9(4)V99.
           01 WS-POL-PLAFOND-AMENDE PIC 9(4)V99.
           01 WS-POL-SAISIE-OK PIC X.
           01 WS-POL-PLAFOND-AFF PIC 9(4).99.
           01 WS-CATEGORIE-SAISIE PIC X.
               88 CATEGORIE-CONNUE VALUE "A" "E" "U" "P" "I".
           01 WS-CATEGORIE-ANCIENNE PIC X.
           01 WS-SITE-GUICHET PIC X(5) VALUE SPACES.
           01 WS-CAL-SITE PIC X(5).
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DATE-INT PIC 9(7).
           01 WS-CAL-JOUR-SEM PIC 9(1).
           01 WS-CAL-FERME PIC X.
           01 WS-CAL-GARDE PIC 9(3).
           01 WS-CAL-DEBUT PIC 9(8).
           01 WS-CAL-DEBUT-INT PIC 9(7).
           01 WS-CAL-FIN PIC 9(8).
           01 WS-CAL-FIN-INT PIC 9(7).
           01 WS-CAL-NB-OUVRES PIC S9(5).
           01 WS-CAL-PHASE PIC X(10).
           01 WS-CAL-TYPE PIC X.
           01 WS-CAL-DEBUT-SAISI PIC X(8).
           01 WS-CAL-FIN-SAISI PIC X(8).
           01 WS-CAL-JOUR-SAISI PIC X.
           01 WS-CAL-LIBELLE PIC X(30).
           01 WS-CAL-NB-DATES PIC 9(4).
           01 WS-CAL-SAISIE-OK PIC X.
           01 WS-MONTANT-SAISI PIC X(11).
           01 WS-MONTANT-ENTIER PIC X(9).
           01 WS-MONTANT-CENTIMES PIC X(3).
           01 WS-MONTANT-ENT-N PIC 9(8).
           01 WS-MONTANT-CEN-N PIC 9(2).
           01 WS-MONTANT-VALEUR PIC 9(8)V99.
           01 WS-MONTANT-OK PIC X.
           01 WS-BU-FONDS PIC X(6).
           01 WS-BU-EXERCICE PIC 9(4).
           01 WS-BU-EXERCICE-SAISI PIC X(4).
           01 WS-BU-SITE PIC X(5).
           01 WS-BU-SAISIE-OK PIC X.
           01 WS-BU-MONTANT PIC 9(8)V99.
           01 WS-BU-DEPENSE-LIGNE PIC 9(8)V99.
           01 WS-BU-DISPONIBLE PIC S9(9)V99.
           01 WS-BU-TOTAL-COMMANDE PIC 9(8)V99.
           01 WS-BU-CONFIRMER PIC X.
           01 WS-BU-AFF PIC 9(8).99.
           01 WS-BU-AFF-ALLOUE PIC 9(10).99.
           01 WS-BU-AFF-ENGAGE PIC 9(10).99.
           01 WS-BU-AFF-DEPENSE PIC 9(10).99.
           01 WS-BU-AFF-DISPO PIC +9(10).99.
           01 WS-BU-FONDS-PREC PIC X(6).
           01 WS-BU-EXERCICE-PREC PIC 9(4).
           01 WS-BU-NB-LIGNES PIC 9(4).
           01 WS-BU-NB-FONDS PIC 9(4).
           01 WS-BU-NB-DEPASSES PIC 9(4).
           01 WS-BU-ST-ALLOUE PIC 9(10)V99.
           01 WS-BU-ST-ENGAGE PIC 9(10)V99.
           01 WS-BU-ST-DEPENSE PIC 9(10)V99.
           01 WS-BU-TOT-ALLOUE PIC 9(10)V99.
           01 WS-BU-TOT-ENGAGE PIC 9(10)V99.
           01 WS-BU-TOT-DEPENSE PIC 9(10)V99.
           01 WS-BU-ETAT-ALLOUE PIC 9(10)V99.
           01 WS-BU-ETAT-ENGAGE PIC 9(10)V99.
           01 WS-BU-ETAT-DEPENSE PIC 9(10)V99.
           01 WS-BU-ETAT-LIBELLE PIC X(20).
           01 WS-JOURS-PERTE PIC 9(3) VALUE 60.
           01 WS-JOURS-PERTE-SAISI PIC X(3).
           01 WS-FRAIS-PERTE PIC 9(4)V99 VALUE 5.00.
           01 WS-EH-MOTIF PIC X VALUE SPACE.
           01 WS-AMENDE-TYPE PIC X.
           01 WS-AMENDE-ID PIC 9(9).
           01 WS-AMENDE-EXEMPLAIRE PIC 9(4).
           01 WS-AD-SEQ-MAX PIC 9(4).
           01 WS-FIN-AMENDES PIC X VALUE "N".
           01 WS-PER-SEUIL PIC 9(3).
           01 WS-PERTE-TABLE.
               05 WS-PERTE-ENTREE OCCURS 200.
                   10 WS-PER-ID PIC 9(9).
                   10 WS-PER-EMPRUNTEUR PIC X(20).
           01 WS-NB-PER PIC 9(3).
           01 WS-PER-SATURE PIC X VALUE "N".
           01 WS-NB-PERDUS PIC 9(3).
           01 WS-NB-PER-IGNORES PIC 9(3).
           01 WS-PER-CONFIRMER PIC X.
           01 WS-PER-FACTURABLE PIC X.
           01 WS-PER-SITE PIC X(5).
           01 WS-PER-STOCK-OK PIC X.
           01 WS-PER-TROUVEE PIC X.
           01 WS-PER-AD-SEQ PIC 9(4).
           01 WS-PER-ANNULE PIC 9(6)V99.
           01 WS-PER-REMBOURSE PIC 9(6)V99.
           01 WS-PER-TOTAL PIC 9(8)V99.
           01 WS-RECO-TABLE.
               05 WS-RECO-ENTREE OCCURS 200.
                   10 WS-RECO-ID PIC 9(9).
                   10 WS-RECO-NOM PIC X(21).
                   10 WS-RECO-NOMBRE PIC 9(4).
           01 WS-NB-RECO PIC 9(3).
           01 WS-RECO-TROUVE PIC X.
           01 WS-EL-PHASE PIC X(10).
           01 WS-EL-SITE PIC X(5).
           01 WS-EL-MOIS-SAISI PIC X(3).
           01 WS-EL-MOIS PIC 9(3).
           01 WS-EL-REPAR PIC 9(3).
           01 WS-EL-SEUIL-HISTO PIC 9(8).
           01 WS-EL-SEUIL-REPAR PIC 9(8).
           01 WS-EL-CRITERE PIC X.
           01 WS-EL-DECISION PIC X.
           01 WS-EL-MOTIF-SAISI PIC X.
               88 MOTIF-RETRAIT-CONNU VALUE "D" "V" "O" "T".
           01 WS-EL-ANCIEN-STATUT PIC X.
           01 WS-EL-REFUS PIC X(40).
           01 WS-EL-EX-SAUVE PIC X(28).
           01 WS-FIN-ELAGAGE PIC X VALUE "N".
           01 WS-EL-NB-PROPOSES PIC 9(4).
           01 WS-EL-NB-DEJA PIC 9(4).
           01 WS-EL-NB-APPROUVES PIC 9(4).
           01 WS-EL-NB-REJETES PIC 9(4).
           01 WS-EL-NB-POSTES PIC 9(4).
           01 WS-EL-NB-REFUSES PIC 9(4).
           01 WS-EL-VALEUR PIC 9(8)V99.
           01 WS-ACTIF-TABLE.
               05 WS-ACTIF-ENTREE OCCURS 1000.
                   10 WS-ACT-ID PIC 9(9).
           01 WS-NB-ACTIFS PIC 9(4).
           01 WS-ACTIF-SATURE PIC X VALUE "N".
           01 WS-ACT-TROUVE PIC X.
           01 WS-ACT-IDX PIC 9(4).
           01 WS-RETRAIT-EXERCICE PIC 9(8)V99.
           01 WS-RETRAIT-CUMUL PIC 9(10)V99.
           01 WS-NB-RETRAITS PIC 9(6).
           01 WS-PA-CODE-SAISI PIC X(8).
           01 WS-PA-DUREE-SAISI PIC X(3).
           01 WS-PA-ACTIF-SAISI PIC X.
           01 WS-PA-VALIDE PIC X.
           01 WS-PEB-PHASE PIC X(10).
           01 WS-PEB-SENS PIC X.
           01 WS-PEB-NUMERO PIC 9(6).
           01 WS-PEB-NUMERO-SAISI PIC X(6).
           01 WS-PEB-MAX PIC 9(6).
           01 WS-PEB-TROUVE PIC X.
           01 WS-FIN-PEB PIC X VALUE "N".
           01 WS-FIN-PARTENAIRES PIC X VALUE "N".
           01 WS-PEB-ECHEANCE-SAISIE PIC X(8).
           01 WS-PEB-ECHEANCE PIC 9(8).
           01 WS-PEB-SAISIE-OK PIC X.
           01 WS-PEB-SORTIS PIC 9(4).
           01 WS-PEB-EN-RETARD PIC X.
           01 WS-PEB-DRAPEAU PIC X(9).
           01 WS-PEB-LIBELLE-SENS PIC X(12).
           01 WS-PEB-NB-DUS PIC 9(4).
           01 WS-PEB-NB-PRETES PIC 9(4).
           01 WS-PEB-NB-RETARDS PIC 9(4).
           01 WS-PEB-NB-CLOS PIC 9(4).
           01 WS-PEB-NB-PARTENAIRES PIC 9(4).
           01 WS-PEB-MOIS PIC X(6).
           01 WS-PEB-EMPRUNTEUR PIC X(20).
           01 WS-RETENTION-MOIS PIC 9(3) VALUE 36.
           01 WS-RETENTION-MOIS-SAISI PIC X(3).
           01 WS-RT-MODE PIC X(10).
           01 WS-RT-SEUIL PIC 9(8).
           01 WS-RT-NUMERO PIC 9(6).
           01 WS-RT-MOTIF PIC X.
           01 WS-RT-ACTIF-TABLE.
               05 WS-RT-ACTIF-ENTREE OCCURS 5000.
                   10 WS-RTA-NUMERO PIC 9(6).
                   10 WS-RTA-MOTIF PIC X.
           01 WS-RT-NB-ACTIFS PIC 9(4).
           01 WS-RT-ACTIF-SATURE PIC X VALUE "N".
           01 WS-RT-TROUVE PIC X.
           01 WS-RT-IDX PIC 9(4).
           01 WS-RT-PURGE-TABLE.
               05 WS-RT-PURGE-ENTREE OCCURS 500.
                   10 WS-RTP-NUMERO PIC 9(6).
                   10 WS-RTP-SUPPRIME PIC X.
           01 WS-RT-NB-PURGES PIC 9(4).
           01 WS-RT-NB-SUPPRIMES PIC 9(4).
           01 WS-RT-NB-ECHECS PIC 9(4).
           01 WS-RT-ECHEC PIC X.
           01 WS-RT-HISTO-OK PIC X.
           01 WS-RT-NB-LUS PIC 9(7).
           01 WS-RT-NB-ECRITS PIC 9(7).
           01 WS-RT-NB-REPORTES PIC 9(6).
           01 WS-RT-NB-EXAMINES PIC 9(6).
           01 WS-RT-NB-CONSERVES PIC 9(6).
           01 WS-RT-NB-AMENDES PIC 9(4).
           01 WS-RT-NB-AD-TOTAL PIC 9(6).
           01 WS-RT-NB-ANONYMES PIC 9(6).
           01 WS-RT-CONFIRMER PIC X.
           01 WS-FS-OUTPUT PIC XX.
           01 WS-FS-REAPPRO PIC XX.
           01 WS-FS-AUDIT PIC XX.
           01 WS-FS-TRANSACTION PIC XX.
           01 WS-FS-SITE PIC XX.
           01 WS-FS-EMPRUNT PIC XX.
           01 WS-FS-CSV PIC XX.
           01 WS-FS-RAPPRO PIC XX.
           01 WS-FS-CHECKPOINT PIC XX.
           01 WS-FS-REJET PIC XX.
           01 WS-FS-INVENTAIRE PIC XX.
           01 WS-FS-COMPTAGE PIC XX.
           01 WS-FS-VARIANCE PIC XX.
           01 WS-FS-VALORISATION PIC XX.
           01 WS-FS-BORDEREAU PIC XX.
           01 WS-FS-EMPRUNTEUR PIC XX.
           01 WS-FS-RESERVATION PIC XX.
           01 WS-FS-OPERATEUR PIC XX.
           01 WS-FS-RELANCE PIC XX.
           01 WS-FS-AMENDE PIC XX.
           01 WS-FS-AVIS PIC XX.
           01 WS-FS-CONTROLE PIC XX.
           01 WS-FS-ARCHIVE PIC XX.
           01 WS-FS-AUDIT-TEMP PIC XX.
           01 WS-FS-CLOTURE PIC XX.
           01 WS-FS-EMPRUNT-HISTO PIC XX.
           01 WS-FS-STATISTIQUES PIC XX.
           01 WS-FS-EXEMPLAIRE PIC XX.
           01 WS-FS-SITE-MAITRE PIC XX.
           01 WS-FS-FOURNISSEUR PIC XX.
           01 WS-FS-COMMANDE PIC XX.
           01 WS-FS-POLITIQUE PIC XX.
           01 WS-FS-CALENDRIER PIC XX.
           01 WS-FS-BUDGET PIC XX.
           01 WS-FS-ETAT-BUDGET PIC XX.
           01 WS-FS-AMENDE-DETAIL PIC XX.
           01 WS-FS-PERTES PIC XX.
           01 WS-FS-ELAGAGE PIC XX.
           01 WS-FS-CANDIDATS PIC XX.
           01 WS-FS-RETRAIT PIC XX.
           01 WS-FS-PARTENAIRE PIC XX.
           01 WS-FS-PRET-INTER PIC XX.
           01 WS-FS-RELEVE-PEB PIC XX.
           01 WS-FS-RETENTION PIC XX.
           01 WS-FS-HISTO-TEMP PIC XX.
           01 WS-FS-RELANCE-HISTO PIC XX.
           01 WS-FS-ERREUR-IO PIC XX.
           01 WS-FS-SAUVEGARDE PIC XX.
           01 WS-FS-JOURNAL-NUIT PIC XX.
           01 WS-FS-ETAT-NUIT PIC XX.
           01 WS-FS-RAPPORT-NUIT PIC XX.
           01 WS-FS-CATALOGUE-ANCIEN PIC XX.
           01 WS-FS-EMPRUNTEUR-ANCIEN PIC XX.
           01 WS-FS-EXEMPLAIRE-ANCIEN PIC XX.
           01 WS-FS-COMMANDE-ANCIEN PIC XX.
           01 WS-FS-CONVERSION PIC XX.
           01 WS-ERREUR-IO PIC X VALUE "N".
           01 WS-IO-EXCEPTION PIC X(33).
           01 WS-IO-FICHIER PIC X(31).
           01 WS-IO-OPERATION PIC X(10).
           01 WS-IO-STATUT PIC XX.
           01 WS-IO-CLE PIC X(40).
           01 WS-IO-CR PIC XX.
           01 WS-IO-REESSAI PIC X VALUE "N".
           01 WS-IO-VERROU PIC X VALUE "N".
           01 WS-IO-ESSAI PIC 9 VALUE 0.
           01 WS-IO-MAX-ESSAIS PIC 9 VALUE 3.
           01 WS-IO-SECONDE PIC XX.
           01 WS-IO-HORODATE PIC X(14).
           01 WS-RET-ANNULABLE PIC X VALUE "N".
           01 WS-CM-QTE-AVANT PIC 9(4).
           01 WS-CM-EX-ECHECS PIC 9(4).
           01 WS-RET-ORIGINE PIC X VALUE "R".
           01 WS-RAPPRO-GLOBAL PIC S9(7).
           01 WS-PEB-EX-SAUVE PIC X(28).
           01 WS-RET-EX-MAJ PIC X VALUE "N".
           01 WS-RET-EX-SAUVE PIC X(28).
           01 WS-EMP-EX-MAJ PIC X VALUE "N".
           01 WS-EMP-EX-SAUVE PIC X(28).
           01 WS-PER-F-SAUVE PIC X(30).
           01 WS-PER-EMPRUNT-SAUVE PIC X(51).
           01 WS-IO-SONDE PIC X VALUE "N".
           01 WS-NUIT-ACTIF PIC X VALUE "N".
           01 WS-NUIT-INATTENDU PIC X VALUE "N".
           01 WS-NUIT-SEQUENCE PIC X(100).
           01 WS-NUIT-TABLE.
               05 WS-NUIT-ETAPE PIC X(10) OCCURS 10.
           01 WS-NUIT-NB-ETAPES PIC 9(2).
           01 WS-NUIT-IDX PIC 9(2).
           01 WS-NUIT-IDX-2 PIC 9(2).
           01 WS-NUIT-PTR PIC 9(3).
           01 WS-NUIT-MOT PIC X(10).
           01 WS-NUIT-ETAPE-COURANTE PIC X(10).
           01 WS-NUIT-RUN-ID PIC 9(8).
           01 WS-NUIT-DATE PIC 9(8).
           01 WS-NUIT-DEBUT PIC X(14).
           01 WS-NUIT-FIN PIC X(14).
           01 WS-NUIT-NB-1 PIC 9(6).
           01 WS-NUIT-NB-2 PIC 9(6).
           01 WS-NUIT-RC PIC 9(3).
           01 WS-NUIT-RC-GLOBAL PIC 9(3).
           01 WS-NUIT-RESULTAT PIC X(10).
           01 WS-NUIT-STATUT PIC X.
           01 WS-NUIT-TROUVE PIC X.
           01 WS-NUIT-INCONNUE PIC X(10).
           01 WS-NUIT-ANNEE PIC 9(4).
           01 WS-NUIT-MOIS PIC 9(2).
           01 WS-SAUVEGARDE-NOM PIC X(40).
           01 WS-FIN-SAUVEGARDE PIC X.
           01 WS-RET-EMPRUNT-SAUVE PIC X(51).
           01 WS-FIN-CONVERSION PIC X.
           01 WS-CV-NB-AVANT PIC 9(6).
           01 WS-CV-NB-APRES PIC 9(6).
           01 WS-CV-NB-ID PIC 9(6).
           01 WS-CV-NB-ISBN PIC 9(6).
           01 WS-CV-NB-REJETS PIC 9(6).
           01 WS-CV-QTE-AVANT PIC 9(8).
           01 WS-CV-QTE-APRES PIC 9(8).
           01 WS-CV-VALEUR-AVANT PIC 9(10)V99.
           01 WS-CV-VALEUR-APRES PIC 9(10)V99.
           01 WS-CV-REFUS PIC X.
           01 WS-CV-ECART PIC X.
           01 WS-CV-CATALOGUE PIC X.
           01 WS-CV-EMPRUNTEUR PIC X.
           01 WS-CV-EXEMPLAIRE PIC X.
           01 WS-CV-COMMANDE PIC X.
           01 WS-CV-FICHIER PIC X(20).
           01 WS-CV-CLE PIC X(21).
           01 WS-CV-STATUT PIC XX.
           01 WS-CV-TOTAL-AVANT PIC 9(7).
           01 WS-CV-TOTAL-APRES PIC 9(7).


       PROCEDURE DIVISION.
       DECLARATIVES.
       ERREUR-IO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FICHIER-OUTPUT
               FICHIER-REAPPRO FICHIER-AUDIT FICHIER-TRANSACTION
               FICHIER-SITE FICHIER-EMPRUNT FICHIER-CSV FICHIER-RAPPRO
               FICHIER-CHECKPOINT FICHIER-REJET FICHIER-INVENTAIRE
               FICHIER-COMPTAGE FICHIER-VARIANCE FICHIER-VALORISATION
               FICHIER-BORDEREAU FICHIER-EMPRUNTEUR FICHIER-RESERVATION
               FICHIER-OPERATEUR FICHIER-RELANCE FICHIER-AMENDE
               FICHIER-AVIS FICHIER-CONTROLE FICHIER-ARCHIVE
               FICHIER-AUDIT-TEMP FICHIER-CLOTURE FICHIER-EMPRUNT-HISTO
               FICHIER-STATISTIQUES FICHIER-EXEMPLAIRE
               FICHIER-SITE-MAITRE FICHIER-FOURNISSEUR FICHIER-COMMANDE
               FICHIER-POLITIQUE FICHIER-CALENDRIER FICHIER-BUDGET
               FICHIER-ETAT-BUDGET FICHIER-AMENDE-DETAIL FICHIER-PERTES
               FICHIER-ELAGAGE FICHIER-CANDIDATS FICHIER-RETRAIT
               FICHIER-PARTENAIRE FICHIER-PRET-INTER FICHIER-RELEVE-PEB
               FICHIER-RETENTION FICHIER-HISTO-TEMP
               FICHIER-RELANCE-HISTO FICHIER-SAUVEGARDE
               FICHIER-JOURNAL-NUIT FICHIER-ETAT-NUIT
               FICHIER-RAPPORT-NUIT FICHIER-CATALOGUE-ANCIEN
               FICHIER-CONVERSION FICHIER-EMPRUNTEUR-ANCIEN
               FICHIER-EXEMPLAIRE-ANCIEN FICHIER-COMMANDE-ANCIEN.
       ERREUR-IO-INTERCEPTER.
           IF WS-IO-SONDE = "O"
               GO TO ERREUR-IO-INTERCEPTER-FIN
           END-IF.
           MOVE FUNCTION EXCEPTION-FILE TO WS-IO-EXCEPTION.
           MOVE WS-IO-EXCEPTION(3:31) TO WS-IO-FICHIER.
           MOVE WS-IO-EXCEPTION(1:2) TO WS-IO-STATUT.
           IF WS-IO-REESSAI = "O"
               AND (WS-IO-STATUT = "51" OR WS-IO-STATUT = "61")
               MOVE "O" TO WS-IO-VERROU
               MOVE SPACES TO WS-IO-STATUT
               GO TO ERREUR-IO-INTERCEPTER-FIN
           END-IF.
           IF WS-IO-OPERATION = SPACES
               EVALUATE WS-IO-STATUT(1:1)
                   WHEN "3"
                       MOVE "E/S" TO WS-IO-OPERATION
                   WHEN "5"
                       MOVE "VERROU" TO WS-IO-OPERATION
                   WHEN "6"
                       MOVE "OPEN" TO WS-IO-OPERATION
                   WHEN "9"
                       MOVE "OPEN" TO WS-IO-OPERATION
                   WHEN OTHER
                       EVALUATE WS-IO-STATUT
                           WHEN "35"
                           WHEN "37"
                           WHEN "38"
                           WHEN "39"
                           WHEN "41"
                               MOVE "OPEN" TO WS-IO-OPERATION
                           WHEN "42"
                               MOVE "CLOSE" TO WS-IO-OPERATION
                           WHEN "46"
                           WHEN "47"
                               MOVE "READ" TO WS-IO-OPERATION
                           WHEN "48"
                           WHEN "34"
                               MOVE "WRITE" TO WS-IO-OPERATION
                           WHEN "43"
                           WHEN "49"
                               MOVE "REWRITE" TO WS-IO-OPERATION
                           WHEN OTHER
                               MOVE "E/S" TO WS-IO-OPERATION
                       END-EVALUATE
               END-EVALUATE
           END-IF.
           PERFORM ERREUR-IO-ENREGISTRER.

       ERREUR-IO-INTERCEPTER-FIN.
           EXIT SECTION.

       ERREUR-IO-ENREGISTRER.
           MOVE SPACES TO WS-IO-CLE.
           EVALUATE WS-IO-FICHIER
               WHEN "FICHIER-OUTPUT"
                   MOVE O-ID TO WS-IO-CLE(1:9)
                   MOVE O-NOM TO WS-IO-CLE(11:21)
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-OUTPUT TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-SITE"
                   MOVE S-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-SITE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-EMPRUNT"
                   MOVE E-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-EMPRUNT TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-EMPRUNTEUR"
                   MOVE B-NUMERO TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-EMPRUNTEUR TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-RESERVATION"
                   MOVE RV-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-RESERVATION TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-OPERATEUR"
                   MOVE OP-CODE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-OPERATEUR TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-AMENDE"
                   MOVE F-NUMERO TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-AMENDE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-EXEMPLAIRE"
                   MOVE EX-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-EXEMPLAIRE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-SITE-MAITRE"
                   MOVE SM-CODE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-SITE-MAITRE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-FOURNISSEUR"
                   MOVE FR-CODE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-FOURNISSEUR TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-COMMANDE"
                   MOVE CM-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-COMMANDE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-POLITIQUE"
                   MOVE PO-CATEGORIE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-POLITIQUE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-CALENDRIER"
                   MOVE CA-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-CALENDRIER TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-BUDGET"
                   MOVE BU-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-BUDGET TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-AMENDE-DETAIL"
                   MOVE AD-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-AMENDE-DETAIL TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-ELAGAGE"
                   MOVE EL-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-ELAGAGE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-PARTENAIRE"
                   MOVE PA-CODE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-PARTENAIRE TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-PRET-INTER"
                   MOVE PI-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-PRET-INTER TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-ARCHIVE"
                   MOVE WS-ARCHIVE-NOM TO WS-IO-CLE
               WHEN "FICHIER-CATALOGUE-ANCIEN"
                   MOVE OA-NOM TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-CATALOGUE-ANCIEN TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-EMPRUNTEUR-ANCIEN"
                   MOVE BA-NUMERO TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-EMPRUNTEUR-ANCIEN TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-EXEMPLAIRE-ANCIEN"
                   MOVE XA-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-EXEMPLAIRE-ANCIEN TO WS-IO-STATUT
                   END-IF
               WHEN "FICHIER-COMMANDE-ANCIEN"
                   MOVE MA-CLE TO WS-IO-CLE
                   IF WS-IO-STATUT = SPACES
                       MOVE WS-FS-COMMANDE-ANCIEN TO WS-IO-STATUT
                   END-IF
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-IO-HORODATE.
           MOVE "O" TO WS-ERREUR-IO.
           OPEN EXTEND FICHIER-ERREUR-IO.
           MOVE SPACES TO ER-LIGNE-ERREUR.
           STRING WS-IO-HORODATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATEUR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IO-FICHIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IO-OPERATION DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               WS-IO-STATUT DELIMITED BY SIZE
               " CLE=" DELIMITED BY SIZE
               WS-IO-CLE DELIMITED BY SIZE
               INTO ER-LIGNE-ERREUR.
           IF WS-FS-ERREUR-IO(1:1) = "0"
               WRITE ER-LIGNE-ERREUR
               CLOSE FICHIER-ERREUR-IO
           END-IF.
           DISPLAY "ERREUR D'ENTREE-SORTIE : "
               FUNCTION TRIM(WS-IO-FICHIER) " "
               FUNCTION TRIM(WS-IO-OPERATION)
               " STATUT " WS-IO-STATUT.
           MOVE SPACES TO WS-IO-OPERATION.
           MOVE SPACES TO WS-IO-STATUT.
       END DECLARATIVES.

           DISPLAY "GESTI_BATCH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODE-BATCH FROM ENVIRONMENT-VALUE.
           DISPLAY "GESTI_USER" UPON ENVIRONMENT-NAME.
           IF FUNCTION TRIM(WS-GRACE-RENOUV-SAISI) IS NUMERIC
               MOVE WS-GRACE-RENOUV-SAISI TO WS-GRACE-RENOUV
           END-IF.
           DISPLAY "GESTI_SITE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SITE-GUICHET FROM ENVIRONMENT-VALUE.
           DISPLAY "GESTI_DUREE_PRET" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DUREE-PRET-SAISI FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-DUREE-PRET-SAISI) IS NUMERIC
               MOVE WS-DUREE-PRET-SAISI TO WS-DUREE-PRET
           END-IF.
           DISPLAY "GESTI_TAUX_AMENDE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRIX-SAISI FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-PRIX-SAISI) NOT = SPACES
                   MOVE WS-PRIX-VALEUR TO WS-PLAFOND-AMENDE
               END-IF
           END-IF.
           DISPLAY "GESTI_JOURS_PERTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOURS-PERTE-SAISI FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-JOURS-PERTE-SAISI) IS NUMERIC
               MOVE WS-JOURS-PERTE-SAISI TO WS-JOURS-PERTE
           END-IF.
           DISPLAY "GESTI_RETENTION_MOIS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RETENTION-MOIS-SAISI FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-RETENTION-MOIS-SAISI) IS NUMERIC
               MOVE WS-RETENTION-MOIS-SAISI TO WS-RETENTION-MOIS
           END-IF.
           DISPLAY "GESTI_FRAIS_PERTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRIX-SAISI FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-PRIX-SAISI) NOT = SPACES
               PERFORM PRIX-DECODER THRU PRIX-DECODER-FIN
               IF WS-PRIX-OK = "O"
                   MOVE WS-PRIX-VALEUR TO WS-FRAIS-PERTE
               END-IF
           END-IF.
           PERFORM FICHIERS-OUVRIR WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-ERREUR-IO = "O"
               DISPLAY "FICHIERS INDISPONIBLES, VOIR ErreurIO.livre"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONTROLER-OPERATEUR
               THRU CONTROLER-OPERATEUR-FIN.
           IF WS-OP-TROUVE NOT = "O"
               GO TO CONTROLER
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "CLOTURE" THEN
               GO TO CLOTURER
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "PERTES" THEN
               GO TO PERTES
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "RETENTION" THEN
               GO TO RETENTION
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "SAUVEGARDE" THEN
               GO TO SAUVEGARDER
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "NUIT" THEN
               GO TO NUIT
           ELSE IF FUNCTION TRIM(WS-MODE-BATCH) = "CONVERSION" THEN
               GO TO CONVERTIR
           END-IF.
       MAIN-PROCEDURE.
           IF WS-NUIT-ACTIF = "O"
               MOVE "O" TO WS-NUIT-INATTENDU
               GO TO NUIT-ETAPE-FIN
           END-IF.
           DISPLAY "TAPEZ CE QUE VOUS VOULEZ FAIRE : "
             "AJOUTER, RECHERCHE, LISTER, REAPPRO, AFFICHER STOCK, "
             "MODIFIER STOCK, MODIFIER ID, SUPPRIMER, BATCH STOCK, "
             "EMPRUNTER, RETOURNER, PROLONGER, RETARDS, "
             "HISTO EMPRUNTS, EXPORTER, IMPORTER, "
             "AJOUTER EMPRUNTEUR, MODIFIER EMPRUNTEUR, "
             "LISTER EMPRUNTEURS, EFFACER EMPRUNTEUR, AMENDES, "
             "RAPPROCHER, HISTORIQUE, STATISTIQUES, INVENTAIRE, "
             "VALORISER, RESERVER, RESERVATIONS, "
             "EXPIRER RESERVATIONS, CONTROLER, CLOTURER, "
             "DECLARER PERTES, "
             "TRANSFERER, "
             "AJOUTER SITE, MODIFIER SITE, LISTER SITES, "
             "AJOUTER EXEMPLAIRE, LISTER EXEMPLAIRES, "
             "MARQUER EXEMPLAIRE, ELAGAGE, "
             "AJOUTER OPERATEUR, MODIFIER OPERATEUR, "
             "LISTER OPERATEURS, "
             "AJOUTER FOURNISSEUR, MODIFIER FOURNISSEUR, "
             "LISTER FOURNISSEURS, COMMANDER, RECEPTIONNER, "
             "LISTER COMMANDES, "
             "AJOUTER POLITIQUE, MODIFIER POLITIQUE, "
             "LISTER POLITIQUES, CALENDRIER, "
             "AJOUTER BUDGET, MODIFIER BUDGET, ETAT BUDGET, "
             "AJOUTER PARTENAIRE, MODIFIER PARTENAIRE, "
             "LISTER PARTENAIRES, PEB, "
               " QUITTER POUR SORTIR DU PROGRAMME.".
           ACCEPT OPTION-CHOISIE.
           IF FUNCTION TRIM(OPTION-CHOISIE) = "AJOUTER" THEN
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "LISTER EMPRUNTEURS" THEN
               GO TO LISTER-EMPRUNTEURS
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "EFFACER EMPRUNTEUR" THEN
               GO TO EFFACER-EMPRUNTEUR
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "AMENDES" THEN
               GO TO AMENDES
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "RAPPROCHER" THEN
               GO TO CONTROLER
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "CLOTURER" THEN
               GO TO CLOTURER
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "DECLARER PERTES" THEN
               GO TO PERTES
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "AJOUTER SITE" THEN
               GO TO AJOUTER-SITE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "MODIFIER SITE" THEN
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "MARQUER EXEMPLAIRE" THEN
               GO TO MARQUER-EXEMPLAIRE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "ELAGAGE" THEN
               GO TO ELAGAGE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "TRANSFERER" THEN
               GO TO TRANSFERER
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "LISTER COMMANDES" THEN
               GO TO LISTER-COMMANDES
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "AJOUTER POLITIQUE" THEN
               GO TO AJOUTER-POLITIQUE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "MODIFIER POLITIQUE" THEN
               GO TO MODIFIER-POLITIQUE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "LISTER POLITIQUES" THEN
               GO TO LISTER-POLITIQUES
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "CALENDRIER" THEN
               GO TO CALENDRIER
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "AJOUTER BUDGET" THEN
               GO TO AJOUTER-BUDGET
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "MODIFIER BUDGET" THEN
               GO TO MODIFIER-BUDGET
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "ETAT BUDGET" THEN
               GO TO ETAT-BUDGET
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "AJOUTER PARTENAIRE" THEN
               GO TO AJOUTER-PARTENAIRE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "MODIFIER PARTENAIRE" THEN
               GO TO MODIFIER-PARTENAIRE
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) =
               "LISTER PARTENAIRES" THEN
               GO TO LISTER-PARTENAIRES
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "PEB" THEN
               GO TO PEB
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "EXPORTER" THEN
               GO TO EXPORTER
           ELSE IF FUNCTION TRIM(OPTION-CHOISIE) = "IMPORTER" THEN
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TRANSACTION.
           IF WS-FS-TRANSACTION NOT = "00"
               DISPLAY "FICHIER Transaction.livre INDISPONIBLE"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "OUI"
                   GO TO QUITTER
               ELSE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TRANSACTION
                   AT END
                       PERFORM REJET-ECRIRE
                       ADD 1 TO WS-NB-REJETEES
                   ELSE IF WS-NOUVELLE-QUANTITE < 0 OR
                       WS-NOUVELLE-QUANTITE > 9999 THEN
                       DISPLAY "REJET : " T-NOM
                           " QUANTITE RESULTANTE INVALIDE"
                       MOVE "QUANTITE RESULTANTE INVALIDE"
                       PERFORM AUDIT-ENREGISTRER
                       REWRITE O-LIGNE
                           INVALID KEY
                               MOVE "REWRITE" TO WS-IO-OPERATION
                               MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                               PERFORM ERREUR-IO-ENREGISTRER
                               DISPLAY "REJET : " T-NOM
                                 " ECHEC DE MISE A JOUR"
                               MOVE "ECHEC DE MISE A JOUR"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM COMPTER-EMPRUNTS.
           IF WS-NB-EMPRUNTS >= WS-POL-MAX-EMPRUNTS
               DISPLAY "NOMBRE MAXIMUM D'EMPRUNTS SIMULTANES "
                   "ATTEINT : " WS-POL-MAX-EMPRUNTS
                   " (CATEGORIE " WS-POL-CATEGORIE ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM RESERVATION-TENUE-CHERCHER.
           MOVE O-ID TO E-ID.
           MOVE WS-EMPRUNTEUR-SAISI TO E-EMPRUNTEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO E-DATE-EMPRUNT.
           MOVE 0 TO E-RENOUVELLEMENTS.
           MOVE WS-EX-NUMERO TO E-EXEMPLAIRE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(E-DATE-EMPRUNT)
               + WS-POL-DUREE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CAL-DATE.
           PERFORM CALENDRIER-SITE-EMPRUNT.
           PERFORM CALENDRIER-PROCHAIN-OUVERT.
           MOVE WS-CAL-DATE TO E-DATE-RETOUR-PREVUE.
           WRITE E-LIGNE
               INVALID KEY
                   DISPLAY "CE LIVRE EST DEJA EMPRUNTE PAR CETTE "
                       "PERSONNE"
                   GO TO MAIN-PROCEDURE
           END-WRITE.
           MOVE "N" TO WS-EMP-EX-MAJ.
           IF WS-EX-NUMERO > 0
               MOVE EX-LIGNE TO WS-EMP-EX-SAUVE
               MOVE "E" TO EX-STATUT
               PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   GO TO EMPRUNTER-ANNULER
               END-IF
               MOVE "O" TO WS-EMP-EX-MAJ
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           IF WS-RV-TENUE = "O"
               MOVE "DELETE" TO WS-IO-OPERATION
               MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER
               DELETE FICHIER-RESERVATION RECORD
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-DELETE
               MOVE SPACES TO WS-IO-OPERATION
               IF WS-FS-RESERVATION(1:1) NOT = "0"
                   GO TO EMPRUNTER-ANNULER
               END-IF
               MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
               MOVE "EMPRUNT" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "RESERVATION SERVIE, EMPRUNT ENREGISTRE"
           ELSE
               COMPUTE O-QUANTITE = O-QUANTITE - 1
               PERFORM CATALOGUE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   ADD 1 TO O-QUANTITE
                   GO TO EMPRUNTER-ANNULER
               END-IF
               MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
               MOVE "EMPRUNT" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "EMPRUNT ENREGISTRE"
           END-IF.
           GO TO MAIN-PROCEDURE.

       EMPRUNTER-ANNULER.
           IF WS-EMP-EX-MAJ = "O"
               MOVE WS-EMP-EX-SAUVE TO EX-LIGNE
               PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "EXEMPLAIRE " EX-ID " " EX-NUMERO
                       " A REMETTRE AU STATUT " EX-STATUT
                       " MANUELLEMENT"
               END-IF
               MOVE "N" TO WS-EMP-EX-MAJ
           END-IF.
           PERFORM EMPRUNT-SUPPRIMER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "EMPRUNT " E-ID " " E-EMPRUNTEUR
                   " A SUPPRIMER MANUELLEMENT"
           END-IF.
           DISPLAY "ERREUR D'ENTREE-SORTIE, EMPRUNT NON ENREGISTRE "
               "(VOIR ErreurIO.livre)".
           GO TO MAIN-PROCEDURE.

       RETOURNER.
           MOVE "R" TO WS-RET-ORIGINE.
           DISPLAY "QUEL EST L'ID DU LIVRE RETOURNE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           PERFORM CATALOGUE-LIRE WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR = "23"
               DISPLAY "LIVRE INTROUVABLE DANS LE CATALOGUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "RETOUR NON ENREGISTRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM DEMANDER-EMPRUNTEUR.
           IF WS-NUMERO-SAISI = SPACES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-ID TO E-ID.
           MOVE WS-EMPRUNTEUR-SAISI TO E-EMPRUNTEUR.
           PERFORM EMPRUNT-LIRE WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR = "23"
               PERFORM PERTE-CHERCHER
               IF WS-PER-TROUVEE NOT = "O"
                   DISPLAY "AUCUN EMPRUNT TROUVE POUR CE LIVRE ET "
                       "CET EMPRUNTEUR"
                   GO TO MAIN-PROCEDURE
               END-IF
               GO TO RETOURNER-PERTE
           END-IF.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "RETOUR NON ENREGISTRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM EMPRUNT-RETARD-CALCULER.
           MOVE E-LIGNE TO WS-RET-EMPRUNT-SAUVE.
           MOVE E-EXEMPLAIRE TO WS-EX-NUMERO.
           PERFORM EMPRUNT-SUPPRIMER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ERREUR LORS DU RETOUR, RETOUR NON ENREGISTRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "O" TO WS-RET-ANNULABLE.

       RETOURNER-REMISE-EN-RAYON.
           MOVE "N" TO WS-RET-EX-MAJ.
           PERFORM CATALOGUE-LIRE WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA LECTURE DU STOCK GLOBAL"
               GO TO RETOURNER-ANNULER
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           PERFORM RESERVATION-SUIVANTE.
           IF WS-EX-NUMERO > 0
               MOVE O-ID TO EX-ID
               MOVE WS-EX-NUMERO TO EX-NUMERO
               PERFORM EXEMPLAIRE-LIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR = "00"
                   MOVE EX-LIGNE TO WS-RET-EX-SAUVE
                   IF WS-RV-TROUVEE = "O"
                       MOVE "T" TO EX-STATUT
                   ELSE
                       MOVE "D" TO EX-STATUT
                   END-IF
                   IF WS-RET-ORIGINE NOT = "R"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO EX-DATE-STATUT
                   END-IF
                   PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                       UNTIL WS-IO-VERROU = "N"
                   IF WS-IO-CR(1:1) NOT = "0"
                       GO TO RETOURNER-ANNULER
                   END-IF
                   MOVE "O" TO WS-RET-EX-MAJ
               END-IF
           END-IF.
           IF WS-RV-TROUVEE = "O"
               MOVE "T" TO RV-STATUT
               MOVE FUNCTION CURRENT-DATE(1:8) TO RV-DATE
               PERFORM RESERVATION-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "ECHEC DE LA MISE A JOUR DE LA "
                       "RESERVATION"
                   GO TO RETOURNER-ANNULER
               END-IF
               MOVE RV-EMPRUNTEUR TO WS-RESA-NOM
               MOVE RV-EMPRUNTEUR TO B-NUMERO
               READ FICHIER-EMPRUNTEUR
               MOVE "RETOUR" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           ELSE
               IF O-QUANTITE < 9999
                   ADD 1 TO O-QUANTITE
               END-IF
               PERFORM CATALOGUE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL"
                   GO TO RETOURNER-ANNULER
               END-IF
               DISPLAY "MODIFICATION REUSSI"
               MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
               MOVE "RETOUR" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           END-IF.
           IF WS-RET-ORIGINE = "P"
               GO TO RETOURNER-PERTE-CLORE
           END-IF.
           IF WS-RET-ORIGINE = "I"
               DISPLAY "RETOUR DU PARTENAIRE " PI-PARTENAIRE
                   " ENREGISTRE"
           END-IF.
           IF WS-RET-ANNULABLE = "O"
               PERFORM RETOURNER-CLORE
           END-IF.
           GO TO MAIN-PROCEDURE.

       RETOURNER-CLORE.
           MOVE WS-RET-EMPRUNT-SAUVE TO E-LIGNE.
           MOVE WS-NUMERO-COURANT TO B-NUMERO.
           READ FICHIER-EMPRUNTEUR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-JOURS-RETARD > 0
               PERFORM AMENDE-FACTURER
           END-IF.
           MOVE SPACE TO WS-EH-MOTIF.
           PERFORM EMPRUNT-HISTORISER.
           MOVE "N" TO WS-RET-ANNULABLE.
           DISPLAY "RETOUR ENREGISTRE".

       RETOURNER-ANNULER.
           IF WS-RET-EX-MAJ = "O"
               MOVE WS-RET-EX-SAUVE TO EX-LIGNE
               PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "EXEMPLAIRE " EX-ID " " EX-NUMERO
                       " A REMETTRE AU STATUT " EX-STATUT
                       " MANUELLEMENT"
               END-IF
               MOVE "N" TO WS-RET-EX-MAJ
           END-IF.
           IF WS-RET-ORIGINE = "I"
               MOVE "S" TO PI-STATUT
               MOVE 0 TO PI-DATE-CLOTURE
               REWRITE PI-LIGNE
                   INVALID KEY
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "PRET SORTANT " PI-NUMERO
                           " A ROUVRIR MANUELLEMENT"
                   NOT INVALID KEY
                       DISPLAY "RETOUR ANNULE, LE PRET SORTANT "
                           "RESTE OUVERT"
               END-REWRITE
           END-IF.
           IF WS-RET-ORIGINE = "P"
               DISPLAY "RETOUR NON ENREGISTRE, LA FACTURE DE "
                   "REMPLACEMENT EST CONSERVEE"
           END-IF.
           IF WS-RET-ANNULABLE = "O"
               MOVE WS-RET-EMPRUNT-SAUVE TO E-LIGNE
               PERFORM EMPRUNT-RETABLIR WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) = "0"
                   DISPLAY "RETOUR ANNULE, L'EMPRUNT EST CONSERVE"
               ELSE
                   DISPLAY "EMPRUNT " E-ID " " E-EMPRUNTEUR
                       " A RETABLIR MANUELLEMENT"
               END-IF
               MOVE "N" TO WS-RET-ANNULABLE
           END-IF.
           GO TO MAIN-PROCEDURE.

       CATALOGUE-LIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "READ" TO WS-IO-OPERATION.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-FS-OUTPUT TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       CATALOGUE-REECRIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "REWRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER.
           REWRITE O-LIGNE
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           MOVE WS-FS-OUTPUT TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       EMPRUNT-LIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "READ" TO WS-IO-OPERATION.
           READ FICHIER-EMPRUNT
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-FS-EMPRUNT TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       EMPRUNT-SUPPRIMER.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "DELETE" TO WS-IO-OPERATION.
           MOVE "FICHIER-EMPRUNT" TO WS-IO-FICHIER.
           DELETE FICHIER-EMPRUNT RECORD
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
           END-DELETE.
           MOVE WS-FS-EMPRUNT TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       EMPRUNT-RETABLIR.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "WRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-EMPRUNT" TO WS-IO-FICHIER.
           WRITE E-LIGNE
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
           END-WRITE.
           MOVE WS-FS-EMPRUNT TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       EXEMPLAIRE-LIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "READ" TO WS-IO-OPERATION.
           READ FICHIER-EXEMPLAIRE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-FS-EXEMPLAIRE TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       EXEMPLAIRE-REECRIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "REWRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER.
           REWRITE EX-LIGNE
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DE L'EXEMPLAIRE"
           END-REWRITE.
           MOVE WS-FS-EXEMPLAIRE TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       RESERVATION-REECRIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "REWRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER.
           REWRITE RV-LIGNE
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           MOVE WS-FS-RESERVATION TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       SITE-LIRE.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "READ" TO WS-IO-OPERATION.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-FS-SITE TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       SITE-ENREGISTRER.
           PERFORM IO-ESSAI-PREPARER.
           MOVE "FICHIER-SITE" TO WS-IO-FICHIER.
           IF SITE-DEJA-CREE
               MOVE "REWRITE" TO WS-IO-OPERATION
               REWRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-IO-OPERATION
               WRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-WRITE
           END-IF.
           MOVE WS-FS-SITE TO WS-IO-CR.
           PERFORM IO-ESSAI-TERMINER.

       IO-ESSAI-PREPARER.
           MOVE "N" TO WS-IO-VERROU.
           IF WS-IO-ESSAI < WS-IO-MAX-ESSAIS
               MOVE "O" TO WS-IO-REESSAI
           ELSE
               MOVE "N" TO WS-IO-REESSAI
           END-IF.

       IO-ESSAI-TERMINER.
           MOVE "N" TO WS-IO-REESSAI.
           MOVE SPACES TO WS-IO-OPERATION.
           IF WS-IO-VERROU = "O"
               ADD 1 TO WS-IO-ESSAI
               DISPLAY "ENREGISTREMENT VERROUILLE PAR UN AUTRE POSTE, "
                   "NOUVEL ESSAI"
               MOVE FUNCTION CURRENT-DATE(13:2) TO WS-IO-SECONDE
               PERFORM UNTIL FUNCTION CURRENT-DATE(13:2)
                   NOT = WS-IO-SECONDE
                   CONTINUE
               END-PERFORM
           ELSE
               MOVE 0 TO WS-IO-ESSAI
           END-IF.

       FICHIERS-OUVRIR.
           PERFORM IO-ESSAI-PREPARER.
           IF WS-FS-OUTPUT(1:1) NOT = "0"
               AND FUNCTION TRIM(WS-MODE-BATCH) NOT = "CONVERSION"
               OPEN I-O FICHIER-OUTPUT
           END-IF.
           IF WS-FS-SITE(1:1) NOT = "0"
               OPEN I-O FICHIER-SITE
           END-IF.
           IF WS-FS-EMPRUNT(1:1) NOT = "0"
               OPEN I-O FICHIER-EMPRUNT
           END-IF.
           IF WS-FS-EMPRUNTEUR(1:1) NOT = "0"
               AND FUNCTION TRIM(WS-MODE-BATCH) NOT = "CONVERSION"
               OPEN I-O FICHIER-EMPRUNTEUR
           END-IF.
           IF WS-FS-RESERVATION(1:1) NOT = "0"
               OPEN I-O FICHIER-RESERVATION
           END-IF.
           IF WS-FS-OPERATEUR(1:1) NOT = "0"
               OPEN I-O FICHIER-OPERATEUR
           END-IF.
           IF WS-FS-AMENDE(1:1) NOT = "0"
               OPEN I-O FICHIER-AMENDE
           END-IF.
           IF WS-FS-EXEMPLAIRE(1:1) NOT = "0"
               AND FUNCTION TRIM(WS-MODE-BATCH) NOT = "CONVERSION"
               OPEN I-O FICHIER-EXEMPLAIRE
           END-IF.
           IF WS-FS-SITE-MAITRE(1:1) NOT = "0"
               OPEN I-O FICHIER-SITE-MAITRE
           END-IF.
           IF WS-FS-FOURNISSEUR(1:1) NOT = "0"
               OPEN I-O FICHIER-FOURNISSEUR
           END-IF.
           IF WS-FS-COMMANDE(1:1) NOT = "0"
               AND FUNCTION TRIM(WS-MODE-BATCH) NOT = "CONVERSION"
               OPEN I-O FICHIER-COMMANDE
           END-IF.
           IF WS-FS-POLITIQUE(1:1) NOT = "0"
               OPEN I-O FICHIER-POLITIQUE
           END-IF.
           IF WS-FS-CALENDRIER(1:1) NOT = "0"
               OPEN I-O FICHIER-CALENDRIER
           END-IF.
           IF WS-FS-BUDGET(1:1) NOT = "0"
               OPEN I-O FICHIER-BUDGET
           END-IF.
           IF WS-FS-AMENDE-DETAIL(1:1) NOT = "0"
               OPEN I-O FICHIER-AMENDE-DETAIL
           END-IF.
           IF WS-FS-ELAGAGE(1:1) NOT = "0"
               OPEN I-O FICHIER-ELAGAGE
           END-IF.
           IF WS-FS-PARTENAIRE(1:1) NOT = "0"
               OPEN I-O FICHIER-PARTENAIRE
           END-IF.
           IF WS-FS-PRET-INTER(1:1) NOT = "0"
               OPEN I-O FICHIER-PRET-INTER
           END-IF.
           PERFORM IO-ESSAI-TERMINER.

       RETOURNER-PERTE.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           MOVE WS-PER-AD-SEQ TO AD-SEQUENCE.
           READ FICHIER-AMENDE-DETAIL
               INVALID KEY
                   DISPLAY "ERREUR SUR LE DETAIL DES AMENDES"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "CE LIVRE AVAIT ETE DECLARE PERDU LE " AD-DATE.
           MOVE AD-EXEMPLAIRE TO WS-EX-NUMERO.
           MOVE WS-NUMERO-COURANT TO F-NUMERO.
           READ FICHIER-AMENDE
               INVALID KEY
                   DISPLAY "COMPTE D'AMENDES INTROUVABLE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           IF WS-EX-NUMERO > 0
               MOVE O-ID TO EX-ID
               MOVE WS-EX-NUMERO TO EX-NUMERO
               READ FICHIER-EXEMPLAIRE
                   INVALID KEY
                       MOVE 0 TO WS-EX-NUMERO
               END-READ
           END-IF.
           IF WS-EX-NUMERO > 0
               IF EX-STATUT NOT = "P"
                   DISPLAY "EXEMPLAIRE DEJA REMIS EN SERVICE "
                       "(STATUT " EX-STATUT ")"
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE "P" TO WS-RET-ORIGINE.
           GO TO RETOURNER-REMISE-EN-RAYON.

       RETOURNER-PERTE-CLORE.
           IF WS-RET-EX-MAJ = "O"
               PERFORM EXEMPLAIRE-SITE-AJOUTER
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "RETOUR ENREGISTRE MAIS STOCK DU SITE "
                       EX-SITE " NON MIS A JOUR (VOIR ErreurIO.livre)"
                   DISPLAY "FACTURE DE REMPLACEMENT CONSERVEE, A "
                       "ANNULER APRES CORRECTION DU STOCK"
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           MOVE WS-PER-AD-SEQ TO AD-SEQUENCE.
           READ FICHIER-AMENDE-DETAIL
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-NUMERO-COURANT TO F-NUMERO.
           READ FICHIER-AMENDE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-AMENDE-DETAIL NOT = "00"
               OR WS-FS-AMENDE NOT = "00"
               DISPLAY "RETOUR ENREGISTRE, FACTURE DE REMPLACEMENT "
                   "A ANNULER MANUELLEMENT"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF AD-MONTANT > F-SOLDE
               MOVE F-SOLDE TO WS-PER-ANNULE
           ELSE
               MOVE AD-MONTANT TO WS-PER-ANNULE
           END-IF.
           COMPUTE WS-PER-REMBOURSE = AD-MONTANT - WS-PER-ANNULE.
           MOVE F-LIGNE TO WS-PER-F-SAUVE.
           MOVE F-SOLDE TO WS-AMENDE-AFF.
           MOVE WS-AMENDE-AFF TO WS-AUDIT-ANCIEN.
           SUBTRACT WS-PER-ANNULE FROM F-SOLDE.
           SUBTRACT AD-MONTANT FROM F-TOTAL-FACTURE.
           SUBTRACT WS-PER-REMBOURSE FROM F-TOTAL-PAYE.
           REWRITE F-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-AMENDE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "RETOUR ENREGISTRE, FACTURE DE "
                       "REMPLACEMENT A ANNULER MANUELLEMENT"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           IF WS-PER-REMBOURSE = 0
               MOVE "N" TO AD-STATUT
           ELSE
               MOVE "M" TO AD-STATUT
           END-IF.
           REWRITE AD-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-AMENDE-DETAIL" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   MOVE WS-PER-F-SAUVE TO F-LIGNE
                   REWRITE F-LIGNE
                       INVALID KEY
                           MOVE "REWRITE" TO WS-IO-OPERATION
                           MOVE "FICHIER-AMENDE" TO WS-IO-FICHIER
                           PERFORM ERREUR-IO-ENREGISTRER
                   END-REWRITE
                   DISPLAY "RETOUR ENREGISTRE, FACTURE DE "
                       "REMPLACEMENT A ANNULER MANUELLEMENT"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE F-SOLDE TO WS-AMENDE-AFF.
           MOVE WS-AMENDE-AFF TO WS-AUDIT-NOUVEAU.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE "RESTITUE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           MOVE WS-PER-ANNULE TO WS-AMENDE-AFF.
           DISPLAY "FACTURE DE REMPLACEMENT ANNULEE : " WS-AMENDE-AFF.
           IF WS-PER-REMBOURSE > 0
               MOVE WS-PER-REMBOURSE TO WS-AMENDE-AFF
               DISPLAY "REMBOURSEMENT A EFFECTUER : " WS-AMENDE-AFF
           END-IF.
           DISPLAY "LES FRAIS DE TRAITEMENT RESTENT DUS".
           DISPLAY "RETOUR ENREGISTRE".
           GO TO MAIN-PROCEDURE.

       EMPRUNT-HISTORISER.
           OPEN EXTEND FICHIER-EMPRUNT-HISTO.
           MOVE E-ID TO EH-ID.
           MOVE E-EMPRUNTEUR TO EH-EMPRUNTEUR.
           MOVE E-DATE-EMPRUNT TO EH-DATE-EMPRUNT.
           MOVE WS-DATE-JOUR TO EH-DATE-RETOUR.
           IF WS-JOURS-RETARD > 0
               MOVE WS-JOURS-RETARD TO EH-JOURS-RETARD
           ELSE
               MOVE 0 TO EH-JOURS-RETARD
           END-IF.
           MOVE E-EXEMPLAIRE TO EH-EXEMPLAIRE.
           MOVE WS-EH-MOTIF TO EH-MOTIF.
           WRITE EH-LIGNE.
           CLOSE FICHIER-EMPRUNT-HISTO.

       HISTO-EMPRUNTS.
           DISPLAY "LISTE PAR LIVRE OU PAR EMPRUNTEUR (L/E) : ".
           ACCEPT WS-EH-CHOIX.
           IF WS-EH-CHOIX = "L"
               DISPLAY "QUEL EST L'ID DU LIVRE : "
               ACCEPT WS-ID-SAISI
               IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
                   DISPLAY "L'ID DOIT ETRE NUMERIQUE"
                   GO TO MAIN-PROCEDURE
               END-IF
               MOVE WS-ID-SAISI TO WS-ID-COURANT
           ELSE IF WS-EH-CHOIX = "E"
               DISPLAY "QUEL EST LE NUMERO DE L'EMPRUNTEUR : "
               ACCEPT WS-NUMERO-SAISI
               IF FUNCTION TRIM(WS-NUMERO-SAISI) IS NOT NUMERIC
                   DISPLAY "LE NUMERO DOIT ETRE NUMERIQUE"
                   GO TO MAIN-PROCEDURE
               END-IF
               MOVE WS-NUMERO-SAISI TO WS-NUMERO-COURANT
               MOVE WS-NUMERO-COURANT TO WS-EMPRUNTEUR-SAISI
           ELSE
               DISPLAY "CHOIX INCONNU"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-NB-HISTO.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EMPRUNT-HISTO.
           DISPLAY "----- HISTORIQUE DES EMPRUNTS CLOS -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNT-HISTO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF (WS-EH-CHOIX = "L"
                           AND EH-ID = WS-ID-COURANT)
                           OR (WS-EH-CHOIX = "E"
                           AND EH-EMPRUNTEUR = WS-EMPRUNTEUR-SAISI)
                           DISPLAY "LIVRE " EH-ID
                               " EXEMPLAIRE " EH-EXEMPLAIRE
                               " EMPRUNTEUR " EH-EMPRUNTEUR
                               " DU " EH-DATE-EMPRUNT
                               " AU " EH-DATE-RETOUR
                               " JOURS DE RETARD " EH-JOURS-RETARD
                           IF EH-MOTIF = "P"
                               DISPLAY "    EMPRUNT CLOS PAR PERTE"
                           END-IF
                           ADD 1 TO WS-NB-HISTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-EMPRUNT-HISTO.
           DISPLAY "EMPRUNTS CLOS RETENUS : " WS-NB-HISTO.
           GO TO MAIN-PROCEDURE.

       PROLONGER.
           DISPLAY "QUEL EST L'ID DU LIVRE A PROLONGER : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM DEMANDER-EMPRUNTEUR.
           IF WS-NUMERO-SAISI = SPACES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-ID TO E-ID.
                       "CET EMPRUNTEUR"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM POLITIQUE-CHARGER.
           IF E-RENOUVELLEMENTS >= WS-POL-MAX-RENOUV
               DISPLAY "NOMBRE MAXIMUM DE RENOUVELLEMENTS "
                   "ATTEINT : " WS-POL-MAX-RENOUV
                   " (CATEGORIE " WS-POL-CATEGORIE ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM EMPRUNT-RETARD-CALCULER.
           IF WS-JOURS-RETARD > WS-GRACE-RENOUV
               DISPLAY "EMPRUNT EN RETARD DE " WS-JOURS-RETARD
                   " JOURS, PROLONGATION REFUSEE"
           END-IF.
           MOVE E-DATE-RETOUR-PREVUE TO WS-AUDIT-ANCIEN.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(E-DATE-RETOUR-PREVUE)
               + WS-POL-DUREE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CAL-DATE.
           PERFORM CALENDRIER-PROCHAIN-OUVERT.
           MOVE WS-CAL-DATE TO E-DATE-RETOUR-PREVUE.
           ADD 1 TO E-RENOUVELLEMENTS.
           REWRITE E-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EMPRUNT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA PROLONGATION"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           ACCEPT B-TELEPHONE.
           DISPLAY "QUELLE EST L'ADRESSE DE L'EMPRUNTEUR : ".
           ACCEPT B-ADRESSE.
           PERFORM CATEGORIE-DEMANDER.
           IF WS-CATEGORIE-SAISIE = SPACE
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-CATEGORIE-SAISIE TO B-CATEGORIE.
           MOVE "A" TO B-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO B-DATE-INSCRIPTION.
           WRITE B-LIGNE
               INVALID KEY
                   DISPLAY "CE NUMERO D'EMPRUNTEUR EXISTE DEJA"
           DISPLAY "NUMERO : " B-NUMERO " NOM : " B-NOM
               " TELEPHONE : " B-TELEPHONE
               " ADRESSE : " B-ADRESSE
               " STATUT : " B-STATUT
               " CATEGORIE : " B-CATEGORIE.
           DISPLAY "QUEL EST LE NOUVEAU NOM DE L'EMPRUNTEUR : ".
           ACCEPT B-NOM.
           DISPLAY "QUEL EST LE NOUVEAU TELEPHONE : ".
               DISPLAY "LE STATUT DOIT ETRE A OU S"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM CATEGORIE-DEMANDER.
           IF WS-CATEGORIE-SAISIE = SPACE
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-STATUT-SAISI TO B-STATUT.
           MOVE B-CATEGORIE TO WS-CATEGORIE-ANCIENNE.
           MOVE WS-CATEGORIE-SAISIE TO B-CATEGORIE.
           REWRITE B-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EMPRUNTEUR" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE B-NOM TO WS-AUDIT-NOM
                   MOVE B-STATUT TO WS-AUDIT-NOUVEAU
                   MOVE "EMPRUNTEUR" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   IF B-CATEGORIE NOT = WS-CATEGORIE-ANCIENNE
                       MOVE WS-CATEGORIE-ANCIENNE TO WS-AUDIT-ANCIEN
                       MOVE B-CATEGORIE TO WS-AUDIT-NOUVEAU
                       MOVE "CATEGORIE" TO WS-AUDIT-ACTION
                       PERFORM AUDIT-ENREGISTRER
                   END-IF
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.
                       DISPLAY "NUMERO : " B-NUMERO " NOM : " B-NOM
                           " TELEPHONE : " B-TELEPHONE
                           " STATUT : " B-STATUT
                           " CATEGORIE : " B-CATEGORIE
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.

       CATEGORIE-DEMANDER.
           DISPLAY "QUELLE EST LA CATEGORIE (A=ADULTE, E=ENFANT, "
               "U=ETUDIANT, P=PERSONNEL, I=INSTITUTION PARTENAIRE) : ".
           ACCEPT WS-CATEGORIE-SAISIE.
           IF NOT CATEGORIE-CONNUE
               DISPLAY "LA CATEGORIE DOIT ETRE A, E, U, P OU I"
               MOVE SPACE TO WS-CATEGORIE-SAISIE
           END-IF.

       POLITIQUE-CHARGER.
           MOVE WS-DUREE-PRET TO WS-POL-DUREE.
           MOVE WS-MAX-EMPRUNTS TO WS-POL-MAX-EMPRUNTS.
           MOVE WS-MAX-RENOUV TO WS-POL-MAX-RENOUV.
           MOVE WS-TAUX-AMENDE TO WS-POL-TAUX-AMENDE.
           MOVE WS-PLAFOND-AMENDE TO WS-POL-PLAFOND-AMENDE.
           IF B-CATEGORIE = SPACE
               MOVE "A" TO WS-POL-CATEGORIE
           ELSE
               MOVE B-CATEGORIE TO WS-POL-CATEGORIE
           END-IF.
           MOVE WS-POL-CATEGORIE TO PO-CATEGORIE.
           READ FICHIER-POLITIQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PO-DUREE TO WS-POL-DUREE
                   MOVE PO-MAX-EMPRUNTS TO WS-POL-MAX-EMPRUNTS
                   MOVE PO-MAX-RENOUV TO WS-POL-MAX-RENOUV
                   MOVE PO-TAUX-AMENDE TO WS-POL-TAUX-AMENDE
                   MOVE PO-PLAFOND-AMENDE TO WS-POL-PLAFOND-AMENDE
           END-READ.

       AMENDE-FACTURER.
           PERFORM POLITIQUE-CHARGER.
           COMPUTE WS-AMENDE-MONTANT =
               WS-JOURS-RETARD * WS-POL-TAUX-AMENDE.
           MOVE "R" TO WS-AMENDE-TYPE.
           MOVE E-ID TO WS-AMENDE-ID.
           MOVE E-EXEMPLAIRE TO WS-AMENDE-EXEMPLAIRE.
           PERFORM AMENDE-IMPUTER.
           MOVE WS-AMENDE-MONTANT TO WS-AMENDE-AFF.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "RETARD DE " WS-JOURS-RETARD " JOURS, "
                   "AMENDE DE " WS-AMENDE-AFF
                   " A FACTURER MANUELLEMENT"
           ELSE
               DISPLAY "RETARD DE " WS-JOURS-RETARD " JOURS, "
                   "AMENDE FACTUREE : " WS-AMENDE-AFF
               PERFORM AMENDE-SUSPENDRE
           END-IF.

       AMENDE-IMPUTER.
           MOVE "N" TO WS-AMENDE-EXISTE.
           MOVE WS-NUMERO-COURANT TO F-NUMERO.
           READ FICHIER-AMENDE
           ADD WS-AMENDE-MONTANT TO F-TOTAL-FACTURE.
           MOVE F-SOLDE TO WS-AMENDE-AFF.
           MOVE WS-AMENDE-AFF TO WS-AUDIT-NOUVEAU.
           MOVE "FICHIER-AMENDE" TO WS-IO-FICHIER.
           IF WS-AMENDE-EXISTE = "O"
               MOVE "REWRITE" TO WS-IO-OPERATION
               REWRITE F-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-IO-OPERATION
               WRITE F-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-IO-OPERATION.
           MOVE WS-FS-AMENDE TO WS-IO-CR.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU COMPTE D'AMENDES"
           ELSE
               PERFORM AMENDE-DETAIL-ECRIRE
               MOVE B-NOM TO WS-AUDIT-NOM
               MOVE "AMENDE" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           END-IF.

       AMENDE-DETAIL-ECRIRE.
           MOVE 0 TO WS-AD-SEQ-MAX.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           MOVE 0 TO AD-SEQUENCE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-NUMERO = WS-NUMERO-COURANT
                           MOVE AD-SEQUENCE TO WS-AD-SEQ-MAX
                       ELSE
                           MOVE "O" TO WS-FIN-AMENDES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           COMPUTE AD-SEQUENCE = WS-AD-SEQ-MAX + 1.
           MOVE WS-AMENDE-TYPE TO AD-TYPE.
           MOVE WS-AMENDE-ID TO AD-ID.
           MOVE WS-AMENDE-EXEMPLAIRE TO AD-EXEMPLAIRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-DATE.
           MOVE WS-AMENDE-MONTANT TO AD-MONTANT.
           MOVE "A" TO AD-STATUT.
           WRITE AD-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-AMENDE-DETAIL" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ECRITURE DU DETAIL DES AMENDES"
           END-WRITE.

       AMENDE-SUSPENDRE.
           IF F-SOLDE > WS-POL-PLAFOND-AMENDE AND B-STATUT = "A"
               MOVE "S" TO B-STATUT
               REWRITE B-LIGNE
                   INVALID KEY
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-EMPRUNTEUR" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "ECHEC DE LA SUSPENSION DE "
                           "L'EMPRUNTEUR"
                   NOT INVALID KEY
           DISPLAY "TOTAL FACTURE : " WS-AMENDE-AFF.
           MOVE F-TOTAL-PAYE TO WS-AMENDE-AFF.
           DISPLAY "TOTAL PAYE : " WS-AMENDE-AFF.
           PERFORM AMENDE-DETAIL-LISTER.
           IF WS-AMENDE-EXISTE = "N" OR F-SOLDE = 0
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-AMENDE-AFF TO WS-AUDIT-NOUVEAU.
           REWRITE F-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-AMENDE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DU PAIEMENT"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
               WS-AMENDE-AFF.
           GO TO MAIN-PROCEDURE.

       AMENDE-DETAIL-LISTER.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           MOVE 0 TO AD-SEQUENCE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-NUMERO = WS-NUMERO-COURANT
                           MOVE AD-MONTANT TO WS-AMENDE-AFF
                           DISPLAY "  " AD-DATE
                               " TYPE " AD-TYPE
                               " LIVRE " AD-ID
                               " EXEMPLAIRE " AD-EXEMPLAIRE
                               " MONTANT " WS-AMENDE-AFF
                               " STATUT " AD-STATUT
                       ELSE
                           MOVE "O" TO WS-FIN-AMENDES
                       END-IF
               END-READ
           END-PERFORM.

       AJOUTER-FOURNISSEUR.
           DISPLAY "QUEL EST LE CODE DU NOUVEAU FOURNISSEUR : ".
           ACCEPT WS-FR-CODE-SAISI.
           MOVE WS-FR-DELAI-SAISI TO FR-DELAI.
           REWRITE FR-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-FOURNISSEUR" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE FR-NOM TO WS-AUDIT-NOM
                   DISPLAY "FOURNISSEUR INCONNU"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM BUDGET-CLE-SAISIR THRU BUDGET-CLE-SAISIR-FIN.
           IF WS-BU-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-LIRE.
           IF WS-BU-SAISIE-OK NOT = "O"
               DISPLAY "AUCUN BUDGET POUR LE FONDS " WS-BU-FONDS
                   " EXERCICE " WS-BU-EXERCICE " SITE " WS-BU-SITE
               GO TO MAIN-PROCEDURE
           END-IF.
           COMPUTE WS-BU-DISPONIBLE =
               BU-ALLOUE - BU-ENGAGE - BU-DEPENSE.
           MOVE WS-BU-DISPONIBLE TO WS-BU-AFF-DISPO.
           DISPLAY "FONDS " BU-FONDS " " BU-LIBELLE
               " DISPONIBLE : " WS-BU-AFF-DISPO.
           MOVE 0 TO WS-BU-TOTAL-COMMANDE.
           PERFORM COMMANDE-NUMERO-MAX.
           COMPUTE WS-CM-NUMERO = WS-CM-MAX + 1.
           MOVE 0 TO WS-CM-LIGNES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REAPPRO.
           IF WS-FS-REAPPRO NOT = "00"
               DISPLAY "FICHIER Reappro.livre INDISPONIBLE"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REAPPRO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "COMMANDE " WS-CM-NUMERO " CREEE AVEC "
                   WS-CM-LIGNES " LIGNES CHEZ " FR-NOM
               MOVE WS-BU-TOTAL-COMMANDE TO WS-BU-AFF
               DISPLAY "MONTANT ENGAGE SUR LE FONDS " WS-BU-FONDS
                   " : " WS-BU-AFF
           END-IF.
           GO TO MAIN-PROCEDURE.

           IF WS-CM-QTE = 0
               GO TO COMMANDER-LIGNE-FIN
           END-IF.
           COMPUTE WS-BU-MONTANT = WS-CM-QTE * O-PRIX.
           PERFORM BUDGET-LIRE.
           IF WS-BU-SAISIE-OK NOT = "O"
               DISPLAY "BUDGET INTROUVABLE, LIGNE IGNOREE"
               GO TO COMMANDER-LIGNE-FIN
           END-IF.
           COMPUTE WS-BU-DISPONIBLE =
               BU-ALLOUE - BU-ENGAGE - BU-DEPENSE.
           IF WS-BU-MONTANT > WS-BU-DISPONIBLE
               MOVE WS-BU-MONTANT TO WS-BU-AFF
               MOVE WS-BU-DISPONIBLE TO WS-BU-AFF-DISPO
               DISPLAY "DEPASSEMENT DU BUDGET : LIGNE " WS-BU-AFF
                   " POUR UN DISPONIBLE DE " WS-BU-AFF-DISPO
               IF NOT OPERATEUR-SUPERVISEUR
                   DISPLAY "LIGNE REFUSEE, ACCORD D'UN SUPERVISEUR "
                       "NECESSAIRE"
                   GO TO COMMANDER-LIGNE-FIN
               END-IF
               DISPLAY "CONFIRMER LE DEPASSEMENT (O/N) : "
               ACCEPT WS-BU-CONFIRMER
               IF WS-BU-CONFIRMER NOT = "O"
                   DISPLAY "LIGNE IGNOREE"
                   GO TO COMMANDER-LIGNE-FIN
               END-IF
               MOVE O-NOM TO WS-AUDIT-NOM
               MOVE BU-FONDS TO WS-AUDIT-ANCIEN
               MOVE WS-BU-MONTANT TO WS-MONTANT-ENT-N
               MOVE WS-MONTANT-ENT-N TO WS-AUDIT-NOUVEAU
               MOVE "DEPASSE" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           END-IF.
           MOVE WS-CM-NUMERO TO CM-NUMERO.
           MOVE O-ID TO CM-ID.
           MOVE FR-CODE TO CM-FOURNISSEUR.
           MOVE WS-CM-QTE TO CM-QTE-COMMANDEE.
           MOVE 0 TO CM-QTE-RECUE.
           MOVE "C" TO CM-STATUT.
           MOVE WS-BU-FONDS TO CM-FONDS.
           MOVE WS-BU-EXERCICE TO CM-EXERCICE.
           MOVE WS-BU-SITE TO CM-SITE-BUDGET.
           MOVE O-PRIX TO CM-PRIX.
           WRITE CM-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-COMMANDE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
           END-WRITE.
           IF WS-FS-COMMANDE(1:1) NOT = "0"
               DISPLAY "ECHEC DE L'ECRITURE DE LA LIGNE DE "
                   "COMMANDE"
               GO TO COMMANDER-LIGNE-FIN
           END-IF.
           ADD 1 TO WS-CM-LIGNES.
           ADD WS-BU-MONTANT TO BU-ENGAGE.
           REWRITE BU-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-BUDGET" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           IF WS-FS-BUDGET(1:1) NOT = "0"
               SUBTRACT WS-BU-MONTANT FROM BU-ENGAGE
               DISPLAY "ECHEC DE L'ENGAGEMENT SUR LE FONDS "
                   BU-FONDS ", LIGNE DE COMMANDE ANNULEE"
               DELETE FICHIER-COMMANDE RECORD
                   INVALID KEY
                       MOVE "DELETE" TO WS-IO-OPERATION
                       MOVE "FICHIER-COMMANDE" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
               END-DELETE
               IF WS-FS-COMMANDE(1:1) = "0"
                   SUBTRACT 1 FROM WS-CM-LIGNES
               ELSE
                   DISPLAY "LIGNE DE COMMANDE " CM-NUMERO " "
                       CM-ID " A SUPPRIMER MANUELLEMENT"
               END-IF
               GO TO COMMANDER-LIGNE-FIN
           END-IF.
           ADD WS-BU-MONTANT TO WS-BU-TOTAL-COMMANDE.

       COMMANDER-LIGNE-FIN.
           EXIT.
           END-IF.
           MOVE WS-CM-QTE-SAISIE TO WS-CM-QTE.
           COMPUTE WS-NOUVELLE-QUANTITE = O-QUANTITE + WS-CM-QTE.
           IF WS-NOUVELLE-QUANTITE > 9999
               DISPLAY "LE STOCK GLOBAL DEPASSERAIT SA CAPACITE, "
                   "LIGNE IGNOREE"
               GO TO RECEPTIONNER-LIGNE-FIN
           END-IF.
           IF WS-CM-QTE > 0
               PERFORM CATALOGUE-LIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "ECHEC DE LA LECTURE DU STOCK GLOBAL, "
                       "LIGNE IGNOREE"
                   GO TO RECEPTIONNER-LIGNE-FIN
               END-IF
               COMPUTE WS-NOUVELLE-QUANTITE = O-QUANTITE + WS-CM-QTE
               MOVE O-NOM TO WS-AUDIT-NOM
               MOVE O-QUANTITE TO WS-AUDIT-ANCIEN
               MOVE O-QUANTITE TO WS-CM-QTE-AVANT
               MOVE WS-NOUVELLE-QUANTITE TO O-QUANTITE
               PERFORM CATALOGUE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK "
                       "GLOBAL"
                   GO TO RECEPTIONNER-LIGNE-FIN
               END-IF
               MOVE O-ID TO S-ID
               MOVE WS-SITE-SAISI TO S-SITE
               MOVE 0 TO WS-SITE-ANCIENNE-QUANTITE
               MOVE "N" TO WS-SITE-EXISTE
               PERFORM SITE-LIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR = "00"
                   MOVE S-QUANTITE TO WS-SITE-ANCIENNE-QUANTITE
                   MOVE "O" TO WS-SITE-EXISTE
               END-IF
               IF WS-IO-CR(1:1) = "0" OR WS-IO-CR = "23"
                   COMPUTE S-QUANTITE =
                       WS-SITE-ANCIENNE-QUANTITE + WS-CM-QTE
                   PERFORM SITE-ENREGISTRER WITH TEST AFTER
                       UNTIL WS-IO-VERROU = "N"
               END-IF
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU "
                       "SITE, RECEPTION ANNULEE"
                   MOVE WS-CM-QTE-AVANT TO O-QUANTITE
                   PERFORM CATALOGUE-REECRIRE WITH TEST AFTER
                       UNTIL WS-IO-VERROU = "N"
                   GO TO RECEPTIONNER-LIGNE-FIN
               END-IF
               MOVE 0 TO WS-CM-EX-ECHECS
               PERFORM EXEMPLAIRE-NUMERO-MAX
               IF WS-EX-MAX > 0
                   PERFORM RECEPTION-EXEMPLAIRE-CREER
                       WS-CM-QTE TIMES
               END-IF
               IF WS-CM-EX-ECHECS > 0
                   PERFORM RECEPTION-ECHECS-RETIRER
               END-IF
               MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
               MOVE "RECEPTION" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           END-IF.
           MOVE WS-CM-QTE TO CM-QTE-RECUE.
           IF CM-QTE-RECUE < CM-QTE-COMMANDEE
           END-IF.
           REWRITE CM-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-COMMANDE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DE LA LIGNE "
                       "DE COMMANDE"
               NOT INVALID KEY
                   ADD 1 TO WS-CM-LIGNES
                   IF CM-FONDS NOT = SPACES
                       PERFORM BUDGET-RECEPTIONNER
                   END-IF
           END-REWRITE.

       RECEPTIONNER-LIGNE-FIN.
           MOVE WS-EX-MAX TO EX-NUMERO.
           MOVE WS-SITE-SAISI TO EX-SITE.
           MOVE "D" TO EX-STATUT.
           MOVE SPACE TO EX-MOTIF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE-STATUT.
           WRITE EX-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
               NOT INVALID KEY
                   DISPLAY "EXEMPLAIRE " EX-NUMERO " CREE SUR LE "
                       "SITE " EX-SITE
           END-WRITE.
           MOVE SPACES TO WS-IO-OPERATION.
           IF WS-FS-EXEMPLAIRE(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA CREATION DE L'EXEMPLAIRE "
                   EX-NUMERO
               ADD 1 TO WS-CM-EX-ECHECS
           END-IF.

       RECEPTION-ECHECS-RETIRER.
           SUBTRACT WS-CM-EX-ECHECS FROM WS-CM-QTE.
           DISPLAY WS-CM-EX-ECHECS " EXEMPLAIRE(S) NON CREE(S), "
               "RECEPTION RAMENEE A " WS-CM-QTE
               " (VOIR ErreurIO.livre)".
           COMPUTE O-QUANTITE = WS-CM-QTE-AVANT + WS-CM-QTE.
           PERFORM CATALOGUE-REECRIRE WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "STOCK GLOBAL DU LIVRE " O-ID " A REMETTRE A "
                   O-QUANTITE " MANUELLEMENT"
           END-IF.
           MOVE O-ID TO S-ID.
           MOVE WS-SITE-SAISI TO S-SITE.
           COMPUTE S-QUANTITE = WS-SITE-ANCIENNE-QUANTITE + WS-CM-QTE.
           MOVE "O" TO WS-SITE-EXISTE.
           PERFORM SITE-ENREGISTRER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "STOCK DU SITE " WS-SITE-SAISI
                   " A REMETTRE A " S-QUANTITE " MANUELLEMENT"
           END-IF.

       BUDGET-RECEPTIONNER.
           MOVE CM-FONDS TO BU-FONDS.
           MOVE CM-EXERCICE TO BU-EXERCICE.
           MOVE CM-SITE-BUDGET TO BU-SITE.
           READ FICHIER-BUDGET
               INVALID KEY
                   DISPLAY "BUDGET INTROUVABLE POUR LE FONDS "
                       CM-FONDS ", ENGAGEMENT NON SOLDE"
               NOT INVALID KEY
                   COMPUTE WS-BU-MONTANT =
                       CM-QTE-COMMANDEE * CM-PRIX
                   COMPUTE WS-BU-DEPENSE-LIGNE =
                       CM-QTE-RECUE * CM-PRIX
                   IF WS-BU-MONTANT > BU-ENGAGE
                       MOVE BU-ENGAGE TO WS-BU-MONTANT
                   END-IF
                   SUBTRACT WS-BU-MONTANT FROM BU-ENGAGE
                   ADD WS-BU-DEPENSE-LIGNE TO BU-DEPENSE
                   REWRITE BU-LIGNE
                       INVALID KEY
                           MOVE "REWRITE" TO WS-IO-OPERATION
                           MOVE "FICHIER-BUDGET" TO WS-IO-FICHIER
                           PERFORM ERREUR-IO-ENREGISTRER
                           DISPLAY "ECHEC DE LA MISE A JOUR DU "
                               "FONDS " CM-FONDS
                       NOT INVALID KEY
                           IF CM-STATUT = "I"
                               SUBTRACT WS-BU-DEPENSE-LIGNE
                                   FROM WS-BU-MONTANT
                                   GIVING WS-BU-MONTANT
                               MOVE WS-BU-MONTANT TO WS-BU-AFF
                               DISPLAY "ENGAGEMENT LIBERE SUR LE "
                                   "FONDS " CM-FONDS " : " WS-BU-AFF
                           END-IF
                   END-REWRITE
           END-READ.

       BUDGET-CLE-SAISIR.
           MOVE "N" TO WS-BU-SAISIE-OK.
           DISPLAY "QUEL EST LE CODE DU FONDS : ".
           ACCEPT WS-BU-FONDS.
           IF WS-BU-FONDS = SPACES
               DISPLAY "LE CODE FONDS EST OBLIGATOIRE"
               GO TO BUDGET-CLE-SAISIR-FIN
           END-IF.
           DISPLAY "QUEL EST L'EXERCICE (VIDE POUR L'ANNEE EN "
               "COURS) : ".
           ACCEPT WS-BU-EXERCICE-SAISI.
           IF WS-BU-EXERCICE-SAISI = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BU-EXERCICE
           ELSE
               IF WS-BU-EXERCICE-SAISI IS NOT NUMERIC
                   DISPLAY "L'EXERCICE DOIT ETRE AU FORMAT AAAA"
                   GO TO BUDGET-CLE-SAISIR-FIN
               END-IF
               MOVE WS-BU-EXERCICE-SAISI TO WS-BU-EXERCICE
           END-IF.
           DISPLAY "QUEL EST LE SITE DU BUDGET (VIDE SI COMMUN "
               "AU RESEAU) : ".
           ACCEPT WS-BU-SITE.
           IF WS-BU-SITE NOT = SPACES
               MOVE WS-BU-SITE TO WS-SITE-A-VALIDER
               PERFORM VALIDER-SITE
               IF WS-SITE-VALIDE NOT = "O"
                   GO TO BUDGET-CLE-SAISIR-FIN
               END-IF
           END-IF.
           MOVE "O" TO WS-BU-SAISIE-OK.

       BUDGET-CLE-SAISIR-FIN.
           EXIT.

       BUDGET-LIRE.
           MOVE WS-BU-FONDS TO BU-FONDS.
           MOVE WS-BU-EXERCICE TO BU-EXERCICE.
           MOVE WS-BU-SITE TO BU-SITE.
           READ FICHIER-BUDGET
               INVALID KEY
                   MOVE "N" TO WS-BU-SAISIE-OK
               NOT INVALID KEY
                   MOVE "O" TO WS-BU-SAISIE-OK
           END-READ.

       LISTER-COMMANDES.
           MOVE LOW-VALUES TO CM-CLE.
                           " COMMANDE " CM-QTE-COMMANDEE
                           " RECU " CM-QTE-RECUE
                           " STATUT " CM-STATUT
                           " FONDS " CM-FONDS
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.
           END-IF.

       COMPTER-EMPRUNTS.
           PERFORM POLITIQUE-CHARGER.
           MOVE 0 TO WS-NB-EMPRUNTS.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-FICHIER.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "E" TO PI-SENS.
           MOVE 0 TO PI-NUMERO.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-SENS NOT = "E"
                           MOVE "O" TO WS-FIN-PEB
                       ELSE
                           IF PI-STATUT = "E"
                               AND PI-EMPRUNTEUR = WS-EMPRUNTEUR-SAISI
                               ADD 1 TO WS-NB-EMPRUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EMPRUNT-RETARD-CALCULER.
           PERFORM CALENDRIER-SITE-EMPRUNT.
           MOVE E-DATE-RETOUR-PREVUE TO WS-CAL-DEBUT.
           MOVE WS-DATE-JOUR TO WS-CAL-FIN.
           PERFORM CALENDRIER-JOURS-OUVRES.
           MOVE WS-CAL-NB-OUVRES TO WS-JOURS-RETARD.

       RESERVATION-DELAI-CALCULER.
           MOVE WS-SITE-GUICHET TO WS-CAL-SITE.
           MOVE RV-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID NOT = RV-ID
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       ELSE
                           IF EX-STATUT = "T"
                               MOVE EX-SITE TO WS-CAL-SITE
                               MOVE "O" TO WS-FIN-EXEMPLAIRES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE RV-DATE TO WS-CAL-DEBUT.
           MOVE WS-DATE-JOUR TO WS-CAL-FIN.
           PERFORM CALENDRIER-JOURS-OUVRES.

       CALENDRIER-SITE-EMPRUNT.
           MOVE WS-SITE-GUICHET TO WS-CAL-SITE.
           IF E-EXEMPLAIRE > 0
               MOVE E-ID TO EX-ID
               MOVE E-EXEMPLAIRE TO EX-NUMERO
               READ FICHIER-EXEMPLAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EX-SITE TO WS-CAL-SITE
               END-READ
           END-IF.

       CALENDRIER-JOUR-FERME.
           MOVE "N" TO WS-CAL-FERME.
           COMPUTE WS-CAL-JOUR-SEM =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1,
               7) + 1.
           MOVE SPACES TO CA-SITE.
           MOVE WS-CAL-DATE TO CA-DATE.
           PERFORM CALENDRIER-LIRE.
           MOVE SPACES TO CA-SITE.
           MOVE WS-CAL-JOUR-SEM TO CA-DATE.
           PERFORM CALENDRIER-LIRE.
           IF WS-CAL-SITE NOT = SPACES
               MOVE WS-CAL-SITE TO CA-SITE
               MOVE WS-CAL-DATE TO CA-DATE
               PERFORM CALENDRIER-LIRE
               MOVE WS-CAL-SITE TO CA-SITE
               MOVE WS-CAL-JOUR-SEM TO CA-DATE
               PERFORM CALENDRIER-LIRE
           END-IF.

       CALENDRIER-LIRE.
           IF WS-CAL-FERME = "N"
               READ FICHIER-CALENDRIER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-CAL-FERME
               END-READ
           END-IF.

       CALENDRIER-PROCHAIN-OUVERT.
           MOVE 0 TO WS-CAL-GARDE.
           PERFORM CALENDRIER-JOUR-FERME.
           PERFORM UNTIL WS-CAL-FERME = "N" OR WS-CAL-GARDE > 366
               COMPUTE WS-CAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
                   TO WS-CAL-DATE
               ADD 1 TO WS-CAL-GARDE
               PERFORM CALENDRIER-JOUR-FERME
           END-PERFORM.
           IF WS-CAL-FERME = "O"
               DISPLAY "ATTENTION : AUCUN JOUR D'OUVERTURE AU "
                   "CALENDRIER DU SITE " WS-CAL-SITE
           END-IF.

       CALENDRIER-JOURS-OUVRES.
           COMPUTE WS-CAL-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DEBUT).
           COMPUTE WS-CAL-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-FIN).
           IF WS-CAL-FIN-INT <= WS-CAL-DEBUT-INT
               COMPUTE WS-CAL-NB-OUVRES =
                   WS-CAL-FIN-INT - WS-CAL-DEBUT-INT
           ELSE
               MOVE 0 TO WS-CAL-NB-OUVRES
               COMPUTE WS-CAL-DATE-INT = WS-CAL-DEBUT-INT + 1
               PERFORM UNTIL WS-CAL-DATE-INT > WS-CAL-FIN-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
                       TO WS-CAL-DATE
                   PERFORM CALENDRIER-JOUR-FERME
                   IF WS-CAL-FERME = "N"
                       ADD 1 TO WS-CAL-NB-OUVRES
                   END-IF
                   ADD 1 TO WS-CAL-DATE-INT
               END-PERFORM
           END-IF.

       RAPPROCHER.
           DISPLAY "MODE CORRECTION SUPERVISEE (O/N) : ".
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM CUMULER-SITES
                       PERFORM PEB-SORTIS-COMPTER
                       COMPUTE WS-ECART =
                           O-QUANTITE + WS-PEB-SORTIS - WS-SITE-TOTAL
                       IF WS-ECART NOT = 0
                           ADD 1 TO WS-NB-ECARTS
                           DISPLAY "ID :" O-ID " NOM : " O-NOM
                               " GLOBAL :" O-QUANTITE
                               " PEB :" WS-PEB-SORTIS
                               " SITES :" WS-SITE-TOTAL
                               " ECART :" WS-ECART
                           MOVE SPACES TO P-LIGNE-RAPPRO
                               O-NOM DELIMITED BY SIZE
                               " GLOBAL=" DELIMITED BY SIZE
                               O-QUANTITE DELIMITED BY SIZE
                               " PEB=" DELIMITED BY SIZE
                               WS-PEB-SORTIS DELIMITED BY SIZE
                               " SITES=" DELIMITED BY SIZE
                               WS-SITE-TOTAL DELIMITED BY SIZE
                               " ECART=" DELIMITED BY SIZE
               END-READ
           END-PERFORM.

       PEB-SORTIS-COMPTER.
           MOVE 0 TO WS-PEB-SORTIS.
           MOVE "S" TO PI-SENS.
           MOVE 0 TO PI-NUMERO.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-SENS NOT = "S"
                           MOVE "O" TO WS-FIN-PEB
                       ELSE
                           IF PI-STATUT = "S" AND PI-ID = O-ID
                               ADD 1 TO WS-PEB-SORTIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RAPPRO-CORRIGER.
           PERFORM EXEMPLAIRE-NUMERO-MAX.
           IF WS-EX-MAX > 0
               "(G=GLOBAL, S=SITES, I=IGNORER) : ".
           ACCEPT WS-CHOIX-VERITE.
           IF WS-CHOIX-VERITE = "S"
               COMPUTE WS-RAPPRO-GLOBAL = WS-SITE-TOTAL - WS-PEB-SORTIS
               IF WS-RAPPRO-GLOBAL < 0
                   DISPLAY "TOTAL DES SITES INFERIEUR AUX PRETS "
                       "SORTANTS, CORRECTION REFUSEE"
               ELSE IF WS-RAPPRO-GLOBAL > 9999
                   DISPLAY "TOTAL DES SITES SUPERIEUR A LA CAPACITE "
                       "DU STOCK GLOBAL, CORRECTION REFUSEE"
               ELSE
                   MOVE O-NOM TO WS-AUDIT-NOM
                   MOVE O-QUANTITE TO WS-AUDIT-ANCIEN
                   MOVE WS-RAPPRO-GLOBAL TO O-QUANTITE
                   MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
                   MOVE "RAPPRO" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   REWRITE O-LIGNE
                       INVALID KEY
                           MOVE "REWRITE" TO WS-IO-OPERATION
                           MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                           PERFORM ERREUR-IO-ENREGISTRER
                           DISPLAY "ECHEC DE LA CORRECTION"
                       NOT INVALID KEY
                           DISPLAY "STOCK GLOBAL ALIGNE SUR LES SITES"
                   END-REWRITE
               END-IF
               END-IF
           ELSE IF WS-CHOIX-VERITE = "G"
               DISPLAY "QUEL SITE PORTE L'AJUSTEMENT : "
               ACCEPT WS-RAPPRO-SITE
                       "CORRECTION REFUSEE"
               ELSE
                   MOVE WS-SITE-NOUVELLE TO S-QUANTITE
                   PERFORM SITE-ENREGISTRER WITH TEST AFTER
                       UNTIL WS-IO-VERROU = "N"
                   IF WS-IO-CR(1:1) NOT = "0"
                       DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU "
                           "SITE, CORRECTION REFUSEE"
                       GO TO RAPPRO-CORRIGER-FIN
                   END-IF
                   MOVE O-NOM TO WS-AUDIT-NOM
                   MOVE WS-SITE-TOTAL TO WS-AUDIT-ANCIEN
               GO TO INVENTAIRE-VALIDER-LIGNE-FIN
           END-IF.
           COMPUTE WS-INV-GLOBAL-NOUV = O-QUANTITE + WS-INV-ECART.
           IF WS-INV-GLOBAL-NOUV < 0 OR WS-INV-GLOBAL-NOUV > 9999
               DISPLAY "LE STOCK GLOBAL NE PEUT PAS ABSORBER "
                   "L'ECART, AJUSTEMENT REFUSE"
               ADD 1 TO WS-NB-REFUSES
               GO TO INVENTAIRE-VALIDER-LIGNE-FIN
           END-IF.
           MOVE G-QUANTITE TO S-QUANTITE.
           PERFORM SITE-ENREGISTRER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU SITE, "
                   "AJUSTEMENT REFUSE"
               ADD 1 TO WS-NB-REFUSES
               GO TO INVENTAIRE-VALIDER-LIGNE-FIN
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           MOVE WS-INV-GLOBAL-NOUV TO O-QUANTITE.
           MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU.
           MOVE "INVENTAIRE" TO WS-AUDIT-ACTION.
           REWRITE O-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           MOVE SPACES TO WS-IO-OPERATION.
           IF WS-FS-OUTPUT(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL, "
                   "AJUSTEMENT REFUSE"
               ADD 1 TO WS-NB-REFUSES
               MOVE WS-INV-ATTENDU TO S-QUANTITE
               MOVE "O" TO WS-SITE-EXISTE
               PERFORM SITE-ENREGISTRER WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "STOCK DU SITE " G-SITE " A REMETTRE A "
                       WS-INV-ATTENDU " MANUELLEMENT"
               END-IF
               GO TO INVENTAIRE-VALIDER-LIGNE-FIN
           END-IF.
           PERFORM AUDIT-ENREGISTRER.
           ADD 1 TO WS-NB-POSTES.

       INVENTAIRE-VALIDER-LIGNE-FIN.
           EXIT.
           MOVE "A" TO RV-STATUT.
           WRITE RV-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA RESERVATION"
                   GO TO MAIN-PROCEDURE
           END-WRITE.
                   NOT INVALID KEY
                       MOVE O-NOM TO WS-AUDIT-NOM
                       MOVE O-QUANTITE TO WS-AUDIT-ANCIEN
                       IF O-QUANTITE < 9999
                           ADD 1 TO O-QUANTITE
                       END-IF
                       MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
                       PERFORM AUDIT-ENREGISTRER
                       REWRITE O-LIGNE
                           INVALID KEY
                               MOVE "REWRITE" TO WS-IO-OPERATION
                               MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                               PERFORM ERREUR-IO-ENREGISTRER
                               DISPLAY "ECHEC DE LA REMISE EN STOCK"
                           NOT INVALID KEY
                               DISPLAY "EXEMPLAIRE MIS DE COTE "
           MOVE WS-ID-COURANT TO RV-ID.
           MOVE WS-RV-SEQ-SAISI TO RV-SEQUENCE.
           DELETE FICHIER-RESERVATION RECORD
               INVALID KEY
                   MOVE "DELETE" TO WS-IO-OPERATION
                   MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE L'ANNULATION"
               NOT INVALID KEY DISPLAY "RESERVATION ANNULEE"
           END-DELETE.
           GO TO MAIN-PROCEDURE.
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 0 TO WS-NB-EXP.
           MOVE "N" TO WS-EXP-SATURE.
           MOVE 0 TO WS-NB-EXPIREES.
                       MOVE "O" TO WS-FIN-RESAS
                   NOT AT END
                       IF RV-STATUT = "T"
                           PERFORM RESERVATION-DELAI-CALCULER
                       END-IF
                       IF RV-STATUT = "T"
                           AND WS-CAL-NB-OUVRES > WS-DELAI-RESA
                           IF WS-NB-EXP = 200
                               MOVE "O" TO WS-EXP-SATURE
                           ELSE
           MOVE WS-EXP-SEQ(WS-IDX-1) TO RV-SEQUENCE.
           DELETE FICHIER-RESERVATION RECORD
               INVALID KEY
                   MOVE "DELETE" TO WS-IO-OPERATION
                   MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE L'EXPIRATION DE LA "
                       "RESERVATION " RV-ID " " RV-SEQUENCE
                   GO TO EXPIRER-TRAITER-FIN
               MOVE FUNCTION CURRENT-DATE(1:8) TO RV-DATE
               REWRITE RV-LIGNE
                   INVALID KEY
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-RESERVATION" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "ECHEC DE LA PROMOTION DE LA "
                           "RESERVATION SUIVANTE"
                       GO TO EXPIRER-TRAITER-FIN
                   INTO AV-LIGNE-AVIS
               WRITE AV-LIGNE-AVIS
           ELSE
               IF O-QUANTITE < 9999
                   ADD 1 TO O-QUANTITE
               END-IF
               REWRITE O-LIGNE
                   INVALID KEY
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "ECHEC DE LA REMISE EN STOCK"
                   NOT INVALID KEY
                       DISPLAY "EXEMPLAIRE MIS DE COTE REMIS EN "
       EXPIRER-TRAITER-FIN.
           EXIT.

       PERTES.
           MOVE "DECLARER PERTES" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "PERTES"
                   MOVE 8 TO RETURN-CODE
                   GO TO QUITTER
               ELSE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE WS-JOURS-PERTE TO WS-PER-SEUIL.
           IF FUNCTION TRIM(WS-MODE-BATCH) NOT = "PERTES"
               DISPLAY "NOMBRE DE JOURS DE RETARD AVANT PERTE "
                   "(VIDE = " WS-JOURS-PERTE ") : "
               ACCEPT WS-JOURS-PERTE-SAISI
               IF WS-JOURS-PERTE-SAISI NOT = SPACES
                   IF FUNCTION TRIM(WS-JOURS-PERTE-SAISI)
                       IS NOT NUMERIC
                       DISPLAY "LE NOMBRE DE JOURS DOIT ETRE "
                           "NUMERIQUE"
                       GO TO MAIN-PROCEDURE
                   END-IF
                   MOVE WS-JOURS-PERTE-SAISI TO WS-PER-SEUIL
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 0 TO WS-NB-PER.
           MOVE "N" TO WS-PER-SATURE.
           MOVE 0 TO WS-NB-PERDUS.
           MOVE 0 TO WS-NB-PER-IGNORES.
           MOVE 0 TO WS-NB-RECO.
           MOVE 0 TO WS-PER-TOTAL.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       PERFORM EMPRUNT-RETARD-CALCULER
                       IF WS-JOURS-RETARD > WS-PER-SEUIL
                           IF WS-NB-PER = 200
                               MOVE "O" TO WS-PER-SATURE
                           ELSE
                               ADD 1 TO WS-NB-PER
                               MOVE E-ID TO WS-PER-ID(WS-NB-PER)
                               MOVE E-EMPRUNTEUR TO
                                   WS-PER-EMPRUNTEUR(WS-NB-PER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           OPEN OUTPUT FICHIER-PERTES.
           MOVE SPACES TO PE-LIGNE-PERTE.
           STRING "EMPRUNTS DECLARES PERDUS LE " DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               " (RETARD SUPERIEUR A " DELIMITED BY SIZE
               WS-PER-SEUIL DELIMITED BY SIZE
               " JOURS)" DELIMITED BY SIZE
               INTO PE-LIGNE-PERTE.
           WRITE PE-LIGNE-PERTE.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-NB-PER
               PERFORM PERTE-TRAITER THRU PERTE-TRAITER-FIN
           END-PERFORM.
           MOVE SPACES TO PE-LIGNE-PERTE.
           STRING "TITRES A RECOMMANDER : " DELIMITED BY SIZE
               WS-NB-RECO DELIMITED BY SIZE
               INTO PE-LIGNE-PERTE.
           WRITE PE-LIGNE-PERTE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-NB-RECO
               MOVE SPACES TO PE-LIGNE-PERTE
               STRING "A RECOMMANDER ID=" DELIMITED BY SIZE
                   WS-RECO-ID(WS-IDX-2) DELIMITED BY SIZE
                   " NOM=" DELIMITED BY SIZE
                   WS-RECO-NOM(WS-IDX-2) DELIMITED BY SIZE
                   " QUANTITE=" DELIMITED BY SIZE
                   WS-RECO-NOMBRE(WS-IDX-2) DELIMITED BY SIZE
                   INTO PE-LIGNE-PERTE
               WRITE PE-LIGNE-PERTE
               DISPLAY "A RECOMMANDER : " WS-RECO-ID(WS-IDX-2)
                   " " WS-RECO-NOM(WS-IDX-2)
                   " X " WS-RECO-NOMBRE(WS-IDX-2)
           END-PERFORM.
           MOVE WS-PER-TOTAL TO WS-BU-AFF.
           MOVE SPACES TO PE-LIGNE-PERTE.
           STRING "EMPRUNTS PERDUS=" DELIMITED BY SIZE
               WS-NB-PERDUS DELIMITED BY SIZE
               " CONSERVES=" DELIMITED BY SIZE
               WS-NB-PER-IGNORES DELIMITED BY SIZE
               " MONTANT FACTURE=" DELIMITED BY SIZE
               WS-BU-AFF DELIMITED BY SIZE
               INTO PE-LIGNE-PERTE.
           WRITE PE-LIGNE-PERTE.
           CLOSE FICHIER-PERTES.
           DISPLAY "----- BILAN DES EMPRUNTS PERDUS -----".
           DISPLAY "EMPRUNTS DECLARES PERDUS : " WS-NB-PERDUS.
           DISPLAY "EMPRUNTS CONSERVES : " WS-NB-PER-IGNORES.
           DISPLAY "MONTANT FACTURE : " WS-BU-AFF.
           DISPLAY "RAPPORT GENERE : Pertes.livre".
           IF WS-PER-SATURE = "O"
               DISPLAY "ATTENTION : PLUS DE 200 EMPRUNTS A DECLARER "
                   "PERDUS, RELANCEZ LE TRAITEMENT"
           END-IF.
           IF FUNCTION TRIM(WS-MODE-BATCH) = "PERTES" THEN
               GO TO QUITTER
           END-IF.
           GO TO MAIN-PROCEDURE.

       PERTE-TRAITER.
           MOVE WS-PER-ID(WS-IDX-1) TO E-ID.
           MOVE WS-PER-EMPRUNTEUR(WS-IDX-1) TO E-EMPRUNTEUR.
           READ FICHIER-EMPRUNT
               INVALID KEY
                   GO TO PERTE-TRAITER-FIN
           END-READ.
           PERFORM EMPRUNT-RETARD-CALCULER.
           MOVE E-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "LIVRE " E-ID " ABSENT DU CATALOGUE, "
                       "EMPRUNT CONSERVE"
                   ADD 1 TO WS-NB-PER-IGNORES
                   GO TO PERTE-TRAITER-FIN
           END-READ.
           MOVE "N" TO WS-PER-FACTURABLE.
           IF E-EMPRUNTEUR(1:6) IS NUMERIC
               MOVE E-EMPRUNTEUR(1:6) TO B-NUMERO
               READ FICHIER-EMPRUNTEUR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-PER-FACTURABLE
                       MOVE B-NUMERO TO WS-NUMERO-COURANT
               END-READ
           END-IF.
           IF FUNCTION TRIM(WS-MODE-BATCH) NOT = "PERTES"
               DISPLAY "LIVRE " O-ID " " O-NOM
                   " EXEMPLAIRE " E-EXEMPLAIRE
                   " EMPRUNTEUR " E-EMPRUNTEUR
                   " RETARD " WS-JOURS-RETARD
               DISPLAY "DECLARER CET EMPRUNT PERDU (O/N) : "
               ACCEPT WS-PER-CONFIRMER
               IF WS-PER-CONFIRMER NOT = "O"
                   ADD 1 TO WS-NB-PER-IGNORES
                   GO TO PERTE-TRAITER-FIN
               END-IF
           END-IF.
           MOVE E-EXEMPLAIRE TO WS-EX-NUMERO.
           MOVE E-LIGNE TO WS-PER-EMPRUNT-SAUVE.
           DELETE FICHIER-EMPRUNT RECORD
               INVALID KEY
                   MOVE "DELETE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EMPRUNT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA CLOTURE DE L'EMPRUNT "
                       WS-PER-ID(WS-IDX-1)
                   GO TO PERTE-TRAITER-FIN
           END-DELETE.
           MOVE SPACES TO WS-PER-SITE.
           MOVE "O" TO WS-PER-STOCK-OK.
           IF WS-EX-NUMERO > 0
               MOVE O-ID TO EX-ID
               MOVE WS-EX-NUMERO TO EX-NUMERO
               PERFORM EXEMPLAIRE-LIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR = "00"
                   MOVE "P" TO EX-STATUT
                   MOVE WS-DATE-JOUR TO EX-DATE-STATUT
                   PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                       UNTIL WS-IO-VERROU = "N"
                   IF WS-IO-CR(1:1) NOT = "0"
                       MOVE WS-PER-EMPRUNT-SAUVE TO E-LIGNE
                       PERFORM EMPRUNT-RETABLIR WITH TEST AFTER
                           UNTIL WS-IO-VERROU = "N"
                       IF WS-IO-CR(1:1) NOT = "0"
                           DISPLAY "EMPRUNT " WS-PER-ID(WS-IDX-1)
                               " A RECREER MANUELLEMENT"
                       END-IF
                       DISPLAY "PERTE NON ENREGISTREE, AUCUNE "
                           "FACTURATION"
                       ADD 1 TO WS-NB-PER-IGNORES
                       GO TO PERTE-TRAITER-FIN
                   END-IF
                   MOVE EX-SITE TO WS-PER-SITE
                   PERFORM EXEMPLAIRE-SITE-RETIRER
                   IF WS-IO-CR(1:1) NOT = "0"
                       MOVE "N" TO WS-PER-STOCK-OK
                       DISPLAY "STOCK DU SITE " EX-SITE
                           " A CORRIGER (VOIR ErreurIO.livre)"
                   END-IF
               END-IF
           END-IF.
           MOVE WS-PER-EMPRUNT-SAUVE TO E-LIGNE.
           MOVE "P" TO WS-EH-MOTIF.
           PERFORM EMPRUNT-HISTORISER.
           MOVE SPACE TO WS-EH-MOTIF.
           ADD 1 TO WS-NB-PERDUS.
           IF WS-PER-FACTURABLE = "O"
               PERFORM POLITIQUE-CHARGER
               MOVE O-PRIX TO WS-AMENDE-MONTANT
               MOVE "P" TO WS-AMENDE-TYPE
               MOVE O-ID TO WS-AMENDE-ID
               MOVE WS-EX-NUMERO TO WS-AMENDE-EXEMPLAIRE
               PERFORM AMENDE-IMPUTER
               IF WS-IO-CR(1:1) NOT = "0"
                   MOVE "N" TO WS-PER-FACTURABLE
               ELSE
                   ADD WS-AMENDE-MONTANT TO WS-PER-TOTAL
               END-IF
               IF WS-FRAIS-PERTE > 0 AND WS-PER-FACTURABLE = "O"
                   MOVE WS-FRAIS-PERTE TO WS-AMENDE-MONTANT
                   MOVE "F" TO WS-AMENDE-TYPE
                   PERFORM AMENDE-IMPUTER
                   IF WS-IO-CR(1:1) = "0"
                       ADD WS-AMENDE-MONTANT TO WS-PER-TOTAL
                   END-IF
               END-IF
               IF WS-PER-FACTURABLE = "O"
                   PERFORM AMENDE-SUSPENDRE
               ELSE
                   DISPLAY "FACTURE DE REMPLACEMENT A ETABLIR "
                       "MANUELLEMENT"
               END-IF
           ELSE
               DISPLAY "EMPRUNTEUR " WS-PER-EMPRUNTEUR(WS-IDX-1)
                   " INCONNU, AUCUNE FACTURATION"
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE WS-PER-EMPRUNTEUR(WS-IDX-1) TO WS-AUDIT-ANCIEN.
           MOVE WS-EX-NUMERO TO WS-AUDIT-NOUVEAU.
           MOVE "PERTE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           MOVE O-PRIX TO WS-PRIX-AFF.
           MOVE WS-FRAIS-PERTE TO WS-POL-PLAFOND-AFF.
           MOVE SPACES TO PE-LIGNE-PERTE.
           STRING "PERDU ID=" DELIMITED BY SIZE
               O-ID DELIMITED BY SIZE
               " NOM=" DELIMITED BY SIZE
               O-NOM DELIMITED BY SIZE
               " EXEMPLAIRE=" DELIMITED BY SIZE
               WS-EX-NUMERO DELIMITED BY SIZE
               " SITE=" DELIMITED BY SIZE
               WS-PER-SITE DELIMITED BY SIZE
               " EMPRUNTEUR=" DELIMITED BY SIZE
               WS-PER-EMPRUNTEUR(WS-IDX-1) DELIMITED BY SPACE
               " RETARD=" DELIMITED BY SIZE
               WS-JOURS-RETARD DELIMITED BY SIZE
               " PRIX=" DELIMITED BY SIZE
               WS-PRIX-AFF DELIMITED BY SIZE
               " FRAIS=" DELIMITED BY SIZE
               WS-POL-PLAFOND-AFF DELIMITED BY SIZE
               INTO PE-LIGNE-PERTE.
           IF WS-PER-FACTURABLE NOT = "O"
               MOVE "NON FACTURE" TO PE-LIGNE-PERTE(132:11)
           END-IF.
           IF WS-PER-STOCK-OK = "N"
               MOVE "STOCK SITE A CORRIGER" TO PE-LIGNE-PERTE(144:21)
           END-IF.
           WRITE PE-LIGNE-PERTE.
           DISPLAY "EMPRUNT DECLARE PERDU : " O-NOM
               " EXEMPLAIRE " WS-EX-NUMERO.
           PERFORM PERTE-RECOMMANDER.

       PERTE-TRAITER-FIN.
           EXIT.

       PERTE-RECOMMANDER.
           MOVE "N" TO WS-RECO-TROUVE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-NB-RECO OR WS-RECO-TROUVE = "O"
               IF WS-RECO-ID(WS-IDX-2) = O-ID
                   ADD 1 TO WS-RECO-NOMBRE(WS-IDX-2)
                   MOVE "O" TO WS-RECO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RECO-TROUVE = "N" AND WS-NB-RECO < 200
               ADD 1 TO WS-NB-RECO
               MOVE O-ID TO WS-RECO-ID(WS-NB-RECO)
               MOVE O-NOM TO WS-RECO-NOM(WS-NB-RECO)
               MOVE 1 TO WS-RECO-NOMBRE(WS-NB-RECO)
           END-IF.

       PERTE-CHERCHER.
           MOVE "N" TO WS-PER-TROUVEE.
           MOVE WS-NUMERO-COURANT TO AD-NUMERO.
           MOVE 0 TO AD-SEQUENCE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-NUMERO NOT = WS-NUMERO-COURANT
                           MOVE "O" TO WS-FIN-AMENDES
                       ELSE
                           IF AD-TYPE = "P" AND AD-ID = O-ID
                               AND AD-STATUT = "A"
                               MOVE "O" TO WS-PER-TROUVEE
                               MOVE AD-SEQUENCE TO WS-PER-AD-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PERTE-EXEMPLAIRE-CHERCHER.
           MOVE "N" TO WS-PER-TROUVEE.
           MOVE LOW-VALUES TO AD-CLE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-TYPE = "P" AND AD-ID = EX-ID
                           AND AD-STATUT = "A"
                           AND (AD-EXEMPLAIRE = EX-NUMERO
                           OR AD-EXEMPLAIRE = 0)
                           MOVE "O" TO WS-PER-TROUVEE
                           MOVE "O" TO WS-FIN-AMENDES
                       END-IF
               END-READ
           END-PERFORM.

       RETENTION.
           MOVE "RETENTION" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "RETENTION"
                   MOVE 8 TO RETURN-CODE
                   GO TO QUITTER
               ELSE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE "RETENTION" TO WS-RT-MODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-RETENTION-MOIS * 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-RT-SEUIL.
           DISPLAY "----- PURGE DES EMPRUNTEURS INACTIFS DEPUIS "
               WS-RT-SEUIL " -----".
           PERFORM RETENTION-ACTIFS-CHARGER
               THRU RETENTION-ACTIFS-CHARGER-FIN.
           IF WS-RT-ACTIF-SATURE = "O"
               DISPLAY "PLUS DE 5000 EMPRUNTEURS ACTIFS, "
                   "PURGE ABANDONNEE"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "RETENTION"
                   MOVE 8 TO RETURN-CODE
                   GO TO QUITTER
               END-IF
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-RT-NB-PURGES.
           MOVE 0 TO WS-RT-NB-REPORTES.
           MOVE 0 TO WS-RT-NB-EXAMINES.
           MOVE 0 TO WS-RT-NB-CONSERVES.
           MOVE LOW-VALUES TO B-NUMERO.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-EMPRUNTEUR KEY IS NOT LESS THAN B-NUMERO
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNTEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-RT-NB-EXAMINES
                       PERFORM RETENTION-EXAMINER
                           THRU RETENTION-EXAMINER-FIN
                       IF WS-RT-MOTIF NOT = SPACE
                           ADD 1 TO WS-RT-NB-CONSERVES
                       ELSE
                           IF WS-RT-NB-PURGES = 500
                               ADD 1 TO WS-RT-NB-REPORTES
                           ELSE
                               ADD 1 TO WS-RT-NB-PURGES
                               MOVE B-NUMERO
                                   TO WS-RTP-NUMERO(WS-RT-NB-PURGES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM RETENTION-APPLIQUER.
           DISPLAY "EMPRUNTEURS EXAMINES : " WS-RT-NB-EXAMINES.
           DISPLAY "EMPRUNTEURS CONSERVES : " WS-RT-NB-CONSERVES.
           IF WS-RT-NB-REPORTES > 0
               DISPLAY "PLUS DE 500 EMPRUNTEURS A PURGER, "
                   WS-RT-NB-REPORTES " REPORTES AU PROCHAIN PASSAGE"
           END-IF.
           IF FUNCTION TRIM(WS-MODE-BATCH) = "RETENTION" THEN
               GO TO QUITTER
           END-IF.
           GO TO MAIN-PROCEDURE.

       EFFACER-EMPRUNTEUR.
           MOVE "EFFACER EMPRUNTEUR" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM DEMANDER-EMPRUNTEUR.
           IF WS-NUMERO-SAISI = SPACES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "EFFACEMENT" TO WS-RT-MODE.
           MOVE 99999999 TO WS-RT-SEUIL.
           PERFORM RETENTION-ACTIFS-CHARGER
               THRU RETENTION-ACTIFS-CHARGER-FIN.
           IF WS-RT-ACTIF-SATURE = "O"
               DISPLAY "PLUS DE 5000 EMPRUNTEURS ACTIFS, "
                   "CONTROLE IMPOSSIBLE, EFFACEMENT REFUSE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-NUMERO-COURANT TO B-NUMERO.
           READ FICHIER-EMPRUNTEUR
               INVALID KEY
                   DISPLAY "EMPRUNTEUR INCONNU"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM RETENTION-EXAMINER THRU RETENTION-EXAMINER-FIN.
           IF WS-RT-MOTIF = "E"
               DISPLAY "EMPRUNT EN COURS, EFFACEMENT REFUSE"
               GO TO MAIN-PROCEDURE
           ELSE IF WS-RT-MOTIF = "R"
               DISPLAY "RESERVATION EN COURS, EFFACEMENT REFUSE"
               GO TO MAIN-PROCEDURE
           ELSE IF WS-RT-MOTIF = "P"
               DISPLAY "PRET ENTRE BIBLIOTHEQUES EN COURS, "
                   "EFFACEMENT REFUSE"
               GO TO MAIN-PROCEDURE
           ELSE IF WS-RT-MOTIF = "A"
               DISPLAY "AMENDES IMPAYEES, EFFACEMENT REFUSE"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "CONFIRMER L'EFFACEMENT DEFINITIF DE "
               "L'EMPRUNTEUR " B-NUMERO " (O/N) : ".
           ACCEPT WS-RT-CONFIRMER.
           IF WS-RT-CONFIRMER NOT = "O"
               DISPLAY "EFFACEMENT ABANDONNE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 1 TO WS-RT-NB-PURGES.
           MOVE B-NUMERO TO WS-RTP-NUMERO(1).
           PERFORM RETENTION-APPLIQUER.
           GO TO MAIN-PROCEDURE.

       RETENTION-ACTIFS-CHARGER.
           MOVE 0 TO WS-RT-NB-ACTIFS.
           MOVE "N" TO WS-RT-ACTIF-SATURE.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       IF E-EMPRUNTEUR(1:6) IS NUMERIC
                           MOVE E-EMPRUNTEUR(1:6) TO WS-RT-NUMERO
                           MOVE "E" TO WS-RT-MOTIF
                           PERFORM RETENTION-ACTIF-AJOUTER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE LOW-VALUES TO RV-CLE.
           MOVE "N" TO WS-FIN-RESAS.
           START FICHIER-RESERVATION KEY IS NOT LESS THAN RV-CLE
               INVALID KEY MOVE "O" TO WS-FIN-RESAS
           END-START.
           PERFORM UNTIL WS-FIN-RESAS = "O"
               READ FICHIER-RESERVATION NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-RESAS
                   NOT AT END
                       MOVE RV-EMPRUNTEUR TO WS-RT-NUMERO
                       MOVE "R" TO WS-RT-MOTIF
                       PERFORM RETENTION-ACTIF-AJOUTER
               END-READ
           END-PERFORM.
           MOVE "E" TO PI-SENS.
           MOVE 0 TO PI-NUMERO.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-SENS NOT = "E"
                           MOVE "O" TO WS-FIN-PEB
                       ELSE
                           IF PI-STATUT = "E"
                               AND PI-EMPRUNTEUR(1:6) IS NUMERIC
                               MOVE PI-EMPRUNTEUR(1:6) TO WS-RT-NUMERO
                               MOVE "P" TO WS-RT-MOTIF
                               PERFORM RETENTION-ACTIF-AJOUTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RT-SEUIL = 99999999
               GO TO RETENTION-ACTIFS-CHARGER-FIN
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EMPRUNT-HISTO.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNT-HISTO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF EH-EMPRUNTEUR(1:6) IS NUMERIC
                           AND (EH-DATE-EMPRUNT >= WS-RT-SEUIL
                           OR EH-DATE-RETOUR >= WS-RT-SEUIL)
                           MOVE EH-EMPRUNTEUR(1:6) TO WS-RT-NUMERO
                           MOVE "H" TO WS-RT-MOTIF
                           PERFORM RETENTION-ACTIF-AJOUTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-EMPRUNT-HISTO.

       RETENTION-ACTIFS-CHARGER-FIN.
           EXIT.

       RETENTION-ACTIF-AJOUTER.
           MOVE "N" TO WS-RT-TROUVE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-NB-ACTIFS OR WS-RT-TROUVE = "O"
               IF WS-RTA-NUMERO(WS-RT-IDX) = WS-RT-NUMERO
                   MOVE "O" TO WS-RT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RT-TROUVE = "N"
               IF WS-RT-NB-ACTIFS = 5000
                   MOVE "O" TO WS-RT-ACTIF-SATURE
               ELSE
                   ADD 1 TO WS-RT-NB-ACTIFS
                   MOVE WS-RT-NUMERO TO WS-RTA-NUMERO(WS-RT-NB-ACTIFS)
                   MOVE WS-RT-MOTIF TO WS-RTA-MOTIF(WS-RT-NB-ACTIFS)
               END-IF
           END-IF.

       RETENTION-EXAMINER.
           MOVE SPACE TO WS-RT-MOTIF.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-NB-ACTIFS
               OR WS-RT-MOTIF NOT = SPACE
               IF WS-RTA-NUMERO(WS-RT-IDX) = B-NUMERO
                   MOVE WS-RTA-MOTIF(WS-RT-IDX) TO WS-RT-MOTIF
               END-IF
           END-PERFORM.
           IF WS-RT-MOTIF NOT = SPACE
               GO TO RETENTION-EXAMINER-FIN
           END-IF.
           MOVE B-NUMERO TO F-NUMERO.
           READ FICHIER-AMENDE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F-SOLDE > 0
                       MOVE "A" TO WS-RT-MOTIF
                   END-IF
           END-READ.
           IF WS-RT-MOTIF NOT = SPACE OR WS-RT-SEUIL = 99999999
               GO TO RETENTION-EXAMINER-FIN
           END-IF.
           IF B-DATE-INSCRIPTION IS NUMERIC
               IF B-DATE-INSCRIPTION >= WS-RT-SEUIL
                   MOVE "I" TO WS-RT-MOTIF
                   GO TO RETENTION-EXAMINER-FIN
               END-IF
           END-IF.
           MOVE B-NUMERO TO AD-NUMERO.
           MOVE 0 TO AD-SEQUENCE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-NUMERO NOT = B-NUMERO
                           MOVE "O" TO WS-FIN-AMENDES
                       ELSE
                           IF AD-DATE >= WS-RT-SEUIL
                               MOVE "H" TO WS-RT-MOTIF
                               MOVE "O" TO WS-FIN-AMENDES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RETENTION-EXAMINER-FIN.
           EXIT.

       RETENTION-APPLIQUER.
           MOVE 0 TO WS-RT-NB-AD-TOTAL.
           MOVE 0 TO WS-RT-NB-ANONYMES.
           MOVE 0 TO WS-RT-NB-SUPPRIMES.
           MOVE 0 TO WS-RT-NB-ECHECS.
           MOVE "O" TO WS-RT-HISTO-OK.
           OPEN EXTEND FICHIER-RETENTION.
           MOVE SPACES TO RN-LIGNE-RETENTION.
           IF WS-RT-SEUIL = 99999999
               STRING WS-RT-MODE DELIMITED BY SIZE
                   " LE=" DELIMITED BY SIZE
                   WS-DATE-JOUR DELIMITED BY SIZE
                   " PAR=" DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   INTO RN-LIGNE-RETENTION
           ELSE
               STRING WS-RT-MODE DELIMITED BY SIZE
                   " LE=" DELIMITED BY SIZE
                   WS-DATE-JOUR DELIMITED BY SIZE
                   " PAR=" DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   " MOIS=" DELIMITED BY SIZE
                   WS-RETENTION-MOIS DELIMITED BY SIZE
                   " INACTIFS DEPUIS=" DELIMITED BY SIZE
                   WS-RT-SEUIL DELIMITED BY SIZE
                   INTO RN-LIGNE-RETENTION
           END-IF.
           WRITE RN-LIGNE-RETENTION.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-NB-PURGES
               PERFORM RETENTION-PURGER
           END-PERFORM.
           IF WS-RT-NB-SUPPRIMES > 0
               PERFORM RETENTION-ANONYMISER
                   THRU RETENTION-ANONYMISER-FIN
           END-IF.
           MOVE SPACES TO RN-LIGNE-RETENTION.
           STRING "  EMPRUNTEURS SUPPRIMES=" DELIMITED BY SIZE
               WS-RT-NB-SUPPRIMES DELIMITED BY SIZE
               " LIGNES D'AMENDES SUPPRIMEES=" DELIMITED BY SIZE
               WS-RT-NB-AD-TOTAL DELIMITED BY SIZE
               " EMPRUNTS HISTORISES ANONYMISES=" DELIMITED BY SIZE
               WS-RT-NB-ANONYMES DELIMITED BY SIZE
               " ECHECS=" DELIMITED BY SIZE
               WS-RT-NB-ECHECS DELIMITED BY SIZE
               INTO RN-LIGNE-RETENTION.
           WRITE RN-LIGNE-RETENTION.
           IF WS-RT-HISTO-OK = "N"
               MOVE SPACES TO RN-LIGNE-RETENTION
               STRING "  ANONYMISATION DE EmpruntHisto.livre NON "
                   DELIMITED BY SIZE
                   "EFFECTUEE, EMPRUNTEURS CI-DESSUS A ANONYMISER"
                   DELIMITED BY SIZE
                   INTO RN-LIGNE-RETENTION
               WRITE RN-LIGNE-RETENTION
           END-IF.
           CLOSE FICHIER-RETENTION.
           IF (WS-RT-NB-ECHECS > 0 OR WS-RT-HISTO-OK = "N")
               AND FUNCTION TRIM(WS-MODE-BATCH) = "RETENTION"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RT-MODE = "EFFACEMENT"
               MOVE "EFFACEMENT A LA DEMANDE" TO WS-AUDIT-NOM
           ELSE
               MOVE "PURGE DES INACTIFS" TO WS-AUDIT-NOM
           END-IF.
           MOVE WS-RT-NB-SUPPRIMES TO WS-AUDIT-ANCIEN.
           MOVE WS-RT-NB-ANONYMES TO WS-AUDIT-NOUVEAU.
           MOVE WS-RT-MODE TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "EMPRUNTEURS SUPPRIMES : " WS-RT-NB-SUPPRIMES.
           IF WS-RT-NB-ECHECS > 0
               DISPLAY "EMPRUNTEURS NON SUPPRIMES SUITE A UNE "
                   "ERREUR : " WS-RT-NB-ECHECS
           END-IF.
           DISPLAY "LIGNES D'AMENDES SUPPRIMEES : " WS-RT-NB-AD-TOTAL.
           DISPLAY "EMPRUNTS HISTORISES ANONYMISES : "
               WS-RT-NB-ANONYMES.
           DISPLAY "LISTE DE CONTROLE : Retention.livre".

       RETENTION-PURGER.
           MOVE WS-RTP-NUMERO(WS-RT-IDX) TO WS-RT-NUMERO.
           MOVE "N" TO WS-RTP-SUPPRIME(WS-RT-IDX).
           MOVE "N" TO WS-RT-ECHEC.
           MOVE 0 TO WS-RT-NB-AMENDES.
           MOVE WS-RT-NUMERO TO AD-NUMERO.
           MOVE 0 TO AD-SEQUENCE.
           MOVE "N" TO WS-FIN-AMENDES.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-AMENDES
           END-START.
           PERFORM UNTIL WS-FIN-AMENDES = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-AMENDES
                   NOT AT END
                       IF AD-NUMERO NOT = WS-RT-NUMERO
                           MOVE "O" TO WS-FIN-AMENDES
                       ELSE
                           DELETE FICHIER-AMENDE-DETAIL RECORD
                               INVALID KEY
                                   MOVE "DELETE" TO WS-IO-OPERATION
                                   MOVE "FICHIER-AMENDE-DETAIL"
                                       TO WS-IO-FICHIER
                                   PERFORM ERREUR-IO-ENREGISTRER
                           END-DELETE
                           IF WS-FS-AMENDE-DETAIL(1:1) = "0"
                               ADD 1 TO WS-RT-NB-AMENDES
                           ELSE
                               MOVE "O" TO WS-RT-ECHEC
                               MOVE "O" TO WS-FIN-AMENDES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD WS-RT-NB-AMENDES TO WS-RT-NB-AD-TOTAL.
           IF WS-RT-ECHEC = "N"
               MOVE WS-RT-NUMERO TO F-NUMERO
               DELETE FICHIER-AMENDE RECORD
                   INVALID KEY
                       IF WS-FS-AMENDE NOT = "23"
                           MOVE "DELETE" TO WS-IO-OPERATION
                           MOVE "FICHIER-AMENDE" TO WS-IO-FICHIER
                           PERFORM ERREUR-IO-ENREGISTRER
                       END-IF
               END-DELETE
               IF WS-FS-AMENDE(1:1) NOT = "0"
                   AND WS-FS-AMENDE NOT = "23"
                   MOVE "O" TO WS-RT-ECHEC
               END-IF
           END-IF.
           IF WS-RT-ECHEC = "N"
               MOVE WS-RT-NUMERO TO B-NUMERO
               DELETE FICHIER-EMPRUNTEUR RECORD
                   INVALID KEY
                       MOVE "DELETE" TO WS-IO-OPERATION
                       MOVE "FICHIER-EMPRUNTEUR" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "EMPRUNTEUR " WS-RT-NUMERO
                           " DEJA SUPPRIME"
               END-DELETE
               IF WS-FS-EMPRUNTEUR(1:1) NOT = "0"
                   MOVE "O" TO WS-RT-ECHEC
               END-IF
           END-IF.
           MOVE SPACES TO RN-LIGNE-RETENTION.
           IF WS-RT-ECHEC = "O"
               ADD 1 TO WS-RT-NB-ECHECS
               STRING "  EMPRUNTEUR=" DELIMITED BY SIZE
                   WS-RT-NUMERO DELIMITED BY SIZE
                   " NON SUPPRIME, ERREUR D'ENTREE-SORTIE "
                   DELIMITED BY SIZE
                   "LIGNES-AMENDES=" DELIMITED BY SIZE
                   WS-RT-NB-AMENDES DELIMITED BY SIZE
                   INTO RN-LIGNE-RETENTION
               DISPLAY "EMPRUNTEUR " WS-RT-NUMERO " NON SUPPRIME"
           ELSE
               MOVE "O" TO WS-RTP-SUPPRIME(WS-RT-IDX)
               ADD 1 TO WS-RT-NB-SUPPRIMES
               STRING "  EMPRUNTEUR=" DELIMITED BY SIZE
                   WS-RT-NUMERO DELIMITED BY SIZE
                   " SUPPRIME LIGNES-AMENDES=" DELIMITED BY SIZE
                   WS-RT-NB-AMENDES DELIMITED BY SIZE
                   INTO RN-LIGNE-RETENTION
           END-IF.
           WRITE RN-LIGNE-RETENTION.

       RETENTION-ANONYMISER.
           MOVE 0 TO WS-RT-NB-LUS.
           MOVE 0 TO WS-RT-NB-ECRITS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EMPRUNT-HISTO.
           IF WS-FS-EMPRUNT-HISTO(1:1) NOT = "0"
               MOVE "FICHIER-EMPRUNT-HISTO" TO WS-IO-FICHIER
               MOVE WS-FS-EMPRUNT-HISTO TO WS-IO-STATUT
               GO TO RETENTION-ANONYMISER-ECHEC
           END-IF.
           OPEN OUTPUT FICHIER-HISTO-TEMP.
           IF WS-FS-HISTO-TEMP(1:1) NOT = "0"
               CLOSE FICHIER-EMPRUNT-HISTO
               MOVE "FICHIER-HISTO-TEMP" TO WS-IO-FICHIER
               MOVE WS-FS-HISTO-TEMP TO WS-IO-STATUT
               GO TO RETENTION-ANONYMISER-ECHEC
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNT-HISTO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-RT-NB-LUS
                       IF EH-EMPRUNTEUR(1:6) IS NUMERIC
                           PERFORM RETENTION-HISTO-MASQUER
                       END-IF
                       MOVE EH-LIGNE TO HT-LIGNE-TEMP
                       WRITE HT-LIGNE-TEMP
                       IF WS-FS-HISTO-TEMP(1:1) = "0"
                           ADD 1 TO WS-RT-NB-ECRITS
                       ELSE
                           MOVE "N" TO WS-RT-HISTO-OK
                           MOVE "FICHIER-HISTO-TEMP" TO WS-IO-FICHIER
                           MOVE WS-FS-HISTO-TEMP TO WS-IO-STATUT
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
               IF WS-FS-EMPRUNT-HISTO(1:1) NOT = "0"
                   AND WS-FS-EMPRUNT-HISTO NOT = "10"
                   MOVE "N" TO WS-RT-HISTO-OK
                   MOVE "FICHIER-EMPRUNT-HISTO" TO WS-IO-FICHIER
                   MOVE WS-FS-EMPRUNT-HISTO TO WS-IO-STATUT
                   MOVE "O" TO WS-FIN-FICHIER
               END-IF
           END-PERFORM.
           CLOSE FICHIER-EMPRUNT-HISTO.
           CLOSE FICHIER-HISTO-TEMP.
           IF WS-RT-HISTO-OK = "O"
               AND (WS-FS-HISTO-TEMP(1:1) NOT = "0"
               OR WS-RT-NB-ECRITS NOT = WS-RT-NB-LUS)
               MOVE "N" TO WS-RT-HISTO-OK
               MOVE "FICHIER-HISTO-TEMP" TO WS-IO-FICHIER
               MOVE WS-FS-HISTO-TEMP TO WS-IO-STATUT
           END-IF.
           IF WS-RT-HISTO-OK = "N"
               GO TO RETENTION-ANONYMISER-ECHEC
           END-IF.
           MOVE 0 TO WS-RT-NB-ECRITS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-HISTO-TEMP.
           IF WS-FS-HISTO-TEMP(1:1) NOT = "0"
               MOVE "FICHIER-HISTO-TEMP" TO WS-IO-FICHIER
               MOVE WS-FS-HISTO-TEMP TO WS-IO-STATUT
               GO TO RETENTION-ANONYMISER-ECHEC
           END-IF.
           OPEN OUTPUT FICHIER-EMPRUNT-HISTO.
           IF WS-FS-EMPRUNT-HISTO(1:1) NOT = "0"
               CLOSE FICHIER-HISTO-TEMP
               MOVE "FICHIER-EMPRUNT-HISTO" TO WS-IO-FICHIER
               MOVE WS-FS-EMPRUNT-HISTO TO WS-IO-STATUT
               GO TO RETENTION-ANONYMISER-RESTAURER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-HISTO-TEMP
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE HT-LIGNE-TEMP TO EH-LIGNE
                       WRITE EH-LIGNE
                       IF WS-FS-EMPRUNT-HISTO(1:1) = "0"
                           ADD 1 TO WS-RT-NB-ECRITS
                       ELSE
                           MOVE "N" TO WS-RT-HISTO-OK
                           MOVE "FICHIER-EMPRUNT-HISTO"
                               TO WS-IO-FICHIER
                           MOVE WS-FS-EMPRUNT-HISTO TO WS-IO-STATUT
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
               IF WS-FS-HISTO-TEMP(1:1) NOT = "0"
                   AND WS-FS-HISTO-TEMP NOT = "10"
                   MOVE "N" TO WS-RT-HISTO-OK
                   MOVE "FICHIER-HISTO-TEMP" TO WS-IO-FICHIER
                   MOVE WS-FS-HISTO-TEMP TO WS-IO-STATUT
                   MOVE "O" TO WS-FIN-FICHIER
               END-IF
           END-PERFORM.
           CLOSE FICHIER-HISTO-TEMP.
           CLOSE FICHIER-EMPRUNT-HISTO.
           IF WS-RT-HISTO-OK = "O"
               AND (WS-FS-EMPRUNT-HISTO(1:1) NOT = "0"
               OR WS-RT-NB-ECRITS NOT = WS-RT-NB-LUS)
               MOVE "N" TO WS-RT-HISTO-OK
               MOVE "FICHIER-EMPRUNT-HISTO" TO WS-IO-FICHIER
               MOVE WS-FS-EMPRUNT-HISTO TO WS-IO-STATUT
           END-IF.
           IF WS-RT-HISTO-OK = "N"
               GO TO RETENTION-ANONYMISER-RESTAURER
           END-IF.
           OPEN OUTPUT FICHIER-HISTO-TEMP.
           CLOSE FICHIER-HISTO-TEMP.
           GO TO RETENTION-ANONYMISER-FIN.

       RETENTION-ANONYMISER-RESTAURER.
           MOVE "N" TO WS-RT-HISTO-OK.
           MOVE 0 TO WS-RT-NB-ANONYMES.
           MOVE "RECOPIE" TO WS-IO-OPERATION.
           PERFORM ERREUR-IO-ENREGISTRER.
           DISPLAY "RECOPIE DE L'HISTORIQUE INCOMPLETE : RESTAURER "
               "EmpruntHisto.livre A PARTIR DE "
               "EmpruntHistoTemp.livre".
           GO TO RETENTION-ANONYMISER-FIN.

       RETENTION-ANONYMISER-ECHEC.
           MOVE "N" TO WS-RT-HISTO-OK.
           MOVE 0 TO WS-RT-NB-ANONYMES.
           MOVE "COPIE" TO WS-IO-OPERATION.
           PERFORM ERREUR-IO-ENREGISTRER.
           DISPLAY "ANONYMISATION DE L'HISTORIQUE NON EFFECTUEE, "
               "EmpruntHisto.livre INCHANGE".

       RETENTION-ANONYMISER-FIN.
           EXIT.

       RETENTION-HISTO-MASQUER.
           MOVE EH-EMPRUNTEUR(1:6) TO WS-RT-NUMERO.
           MOVE "N" TO WS-RT-TROUVE.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-RT-NB-PURGES OR WS-RT-TROUVE = "O"
               IF WS-RTP-NUMERO(WS-IDX-1) = WS-RT-NUMERO
                   AND WS-RTP-SUPPRIME(WS-IDX-1) = "O"
                   MOVE "O" TO WS-RT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RT-TROUVE = "O"
               MOVE "ANONYME" TO EH-EMPRUNTEUR
               ADD 1 TO WS-RT-NB-ANONYMES
           END-IF.

       CONTROLER.
           MOVE 0 TO WS-NB-ORPHELINS.
           MOVE 0 TO WS-NB-CONTROLES.
           PERFORM SITE-MAITRE-VIDE.
           OPEN OUTPUT FICHIER-CONTROLE.
           DISPLAY "----- CONTROLE D'INTEGRITE DES FICHIERS -----".
           PERFORM CONTROLE-EMPRUNTS.
           PERFORM CONTROLE-RESAS.
           PERFORM CONTROLE-SITES.
           PERFORM CONTROLE-EXEMPLAIRES.
           PERFORM CONTROLE-PEB.
           PERFORM CONTROLE-ROLLUP.
           MOVE SPACES TO CT-LIGNE-CONTROLE.
           IF WS-NB-ORPHELINS = 0
               STRING "CONTROLE OK, ENREGISTREMENTS VERIFIES="
                   DELIMITED BY SIZE
                   WS-NB-CONTROLES DELIMITED BY SIZE
                   INTO CT-LIGNE-CONTROLE
           ELSE
               STRING "CONTROLE KO, ORPHELINS="
                   DELIMITED BY SIZE
                   WS-NB-ORPHELINS DELIMITED BY SIZE
                   " SUR " DELIMITED BY SIZE
                   WS-NB-CONTROLES DELIMITED BY SIZE
                   " ENREGISTREMENTS" DELIMITED BY SIZE
                   INTO CT-LIGNE-CONTROLE
           END-IF.
           WRITE CT-LIGNE-CONTROLE.
           CLOSE FICHIER-CONTROLE.
           DISPLAY "ENREGISTREMENTS VERIFIES : " WS-NB-CONTROLES.
           DISPLAY "ORPHELINS DETECTES : " WS-NB-ORPHELINS.
           IF WS-NB-ORPHELINS = 0
               DISPLAY "CONTROLE OK"
           ELSE
               DISPLAY "CONTROLE KO, VOIR Controle.livre"
           END-IF.
           IF FUNCTION TRIM(WS-MODE-BATCH) = "CONTROLE" THEN
               IF WS-NB-ORPHELINS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO QUITTER
           END-IF.
           GO TO MAIN-PROCEDURE.

       CONTROLE-EMPRUNTS.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       MOVE E-ID TO O-ID
                       READ FICHIER-OUTPUT KEY IS O-ID
                           INVALID KEY
                               MOVE "Emprunt" TO WS-CTRL-FICHIER
                               MOVE E-CLE TO WS-CTRL-CLE
                               MOVE "E-ID ABSENT DU CATALOGUE"
                                   TO WS-CTRL-MOTIF
                               PERFORM CONTROLE-SIGNALER
                       END-READ
                       IF E-EMPRUNTEUR(1:6) IS NUMERIC
                           MOVE E-EMPRUNTEUR(1:6) TO B-NUMERO
                           READ FICHIER-EMPRUNTEUR
                               INVALID KEY
                                   MOVE "Emprunt" TO WS-CTRL-FICHIER
                                   MOVE E-CLE TO WS-CTRL-CLE
                                   MOVE "E-EMPRUNTEUR INCONNU"
                                       TO WS-CTRL-MOTIF
                                   PERFORM CONTROLE-SIGNALER
                           END-READ
                       ELSE
                           MOVE "Emprunt" TO WS-CTRL-FICHIER
                           MOVE E-CLE TO WS-CTRL-CLE
                           MOVE "E-EMPRUNTEUR NON NUMERIQUE"
                               TO WS-CTRL-MOTIF
                           PERFORM CONTROLE-SIGNALER
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLE-RESAS.
           MOVE LOW-VALUES TO RV-CLE.
           MOVE "N" TO WS-FIN-RESAS.
           START FICHIER-RESERVATION KEY IS NOT LESS THAN RV-CLE
               INVALID KEY MOVE "O" TO WS-FIN-RESAS
           END-START.
           PERFORM UNTIL WS-FIN-RESAS = "O"
               READ FICHIER-RESERVATION NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-RESAS
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       MOVE RV-ID TO O-ID
                       READ FICHIER-OUTPUT KEY IS O-ID
                           INVALID KEY
                               MOVE "Reservation"
                                   TO WS-CTRL-FICHIER
                               MOVE RV-CLE TO WS-CTRL-CLE
                               MOVE "RV-ID ABSENT DU CATALOGUE"
                                   TO WS-CTRL-MOTIF
                               PERFORM CONTROLE-SIGNALER
                       END-READ
                       MOVE RV-EMPRUNTEUR TO B-NUMERO
                       READ FICHIER-EMPRUNTEUR
                           INVALID KEY
                               MOVE "Reservation"
                                   TO WS-CTRL-FICHIER
                               MOVE RV-CLE TO WS-CTRL-CLE
                               MOVE "RV-EMPRUNTEUR INCONNU"
                                   TO WS-CTRL-MOTIF
                               PERFORM CONTROLE-SIGNALER
                       END-READ
               END-READ
           END-PERFORM.

       CONTROLE-SITES.
           MOVE LOW-VALUES TO S-CLE.
           MOVE "N" TO WS-FIN-SITES.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SITES
           END-START.
           PERFORM UNTIL WS-FIN-SITES = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SITES
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       MOVE S-ID TO O-ID
                       READ FICHIER-OUTPUT KEY IS O-ID
                           INVALID KEY
                               MOVE "Site" TO WS-CTRL-FICHIER
                               MOVE S-CLE TO WS-CTRL-CLE
                               MOVE "S-ID ABSENT DU CATALOGUE"
                                   TO WS-CTRL-MOTIF
                               PERFORM CONTROLE-SIGNALER
                       END-READ
                       IF WS-SM-VIDE = "N"
                           MOVE S-SITE TO SM-CODE
                           READ FICHIER-SITE-MAITRE
                               INVALID KEY
                                   MOVE "Site" TO WS-CTRL-FICHIER
                                   MOVE S-CLE TO WS-CTRL-CLE
                                   MOVE "S-SITE HORS FICHIER SITES"
                                       TO WS-CTRL-MOTIF
                                   PERFORM CONTROLE-SIGNALER
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLE-EXEMPLAIRES.
           MOVE LOW-VALUES TO EX-CLE.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       MOVE EX-ID TO O-ID
                       READ FICHIER-OUTPUT KEY IS O-ID
                           INVALID KEY
                               MOVE "Exemplaire" TO WS-CTRL-FICHIER
                               MOVE EX-CLE TO WS-CTRL-CLE
                               MOVE "EX-ID ABSENT DU CATALOGUE"
                                   TO WS-CTRL-MOTIF
                               PERFORM CONTROLE-SIGNALER
                       END-READ
                       IF WS-SM-VIDE = "N"
                           MOVE EX-SITE TO SM-CODE
                           READ FICHIER-SITE-MAITRE
                               INVALID KEY
                                   MOVE "Exemplaire"
                                       TO WS-CTRL-FICHIER
                                   MOVE EX-CLE TO WS-CTRL-CLE
                                   MOVE "EX-SITE HORS FICHIER SITES"
                                       TO WS-CTRL-MOTIF
                                   PERFORM CONTROLE-SIGNALER
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLE-PEB.
           MOVE LOW-VALUES TO PI-CLE.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-STATUT NOT = "C"
                           ADD 1 TO WS-NB-CONTROLES
                           PERFORM CONTROLE-PEB-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLE-PEB-LIGNE.
           MOVE PI-PARTENAIRE TO PA-CODE.
           READ FICHIER-PARTENAIRE
               INVALID KEY
                   MOVE "PretInter" TO WS-CTRL-FICHIER
                   MOVE PI-CLE TO WS-CTRL-CLE
                   MOVE "PI-PARTENAIRE INCONNU" TO WS-CTRL-MOTIF
                   PERFORM CONTROLE-SIGNALER
           END-READ.
           IF PI-SENS = "S"
               MOVE PI-ID TO O-ID
               READ FICHIER-OUTPUT KEY IS O-ID
                   INVALID KEY
                       MOVE "PretInter" TO WS-CTRL-FICHIER
                       MOVE PI-CLE TO WS-CTRL-CLE
                       MOVE "PI-ID ABSENT DU CATALOGUE"
                           TO WS-CTRL-MOTIF
                       PERFORM CONTROLE-SIGNALER
               END-READ
               MOVE PI-ID TO EX-ID
               MOVE PI-EXEMPLAIRE TO EX-NUMERO
               READ FICHIER-EXEMPLAIRE
                   INVALID KEY
                       MOVE "PretInter" TO WS-CTRL-FICHIER
                       MOVE PI-CLE TO WS-CTRL-CLE
                       MOVE "PI-EXEMPLAIRE INTROUVABLE"
                           TO WS-CTRL-MOTIF
                       PERFORM CONTROLE-SIGNALER
                   NOT INVALID KEY
                       IF EX-STATUT NOT = "I"
                           MOVE "PretInter" TO WS-CTRL-FICHIER
                           MOVE PI-CLE TO WS-CTRL-CLE
                           MOVE "EXEMPLAIRE PRETE HORS STATUT I"
                               TO WS-CTRL-MOTIF
                           PERFORM CONTROLE-SIGNALER
                       END-IF
               END-READ
           END-IF.
           IF PI-SENS = "E" AND PI-STATUT = "E"
               IF PI-EMPRUNTEUR(1:6) IS NUMERIC
                   MOVE PI-EMPRUNTEUR(1:6) TO B-NUMERO
                   READ FICHIER-EMPRUNTEUR
                       INVALID KEY
                           MOVE "PretInter" TO WS-CTRL-FICHIER
                           MOVE PI-CLE TO WS-CTRL-CLE
                           MOVE "PI-EMPRUNTEUR INCONNU"
                               TO WS-CTRL-MOTIF
                           PERFORM CONTROLE-SIGNALER
                   END-READ
               ELSE
                   MOVE "PretInter" TO WS-CTRL-FICHIER
                   MOVE PI-CLE TO WS-CTRL-CLE
                   MOVE "PI-EMPRUNTEUR NON NUMERIQUE"
                       TO WS-CTRL-MOTIF
                   PERFORM CONTROLE-SIGNALER
               END-IF
           END-IF.

       CONTROLE-ROLLUP.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       PERFORM EXEMPLAIRE-COMPTER-RAYON
                       IF WS-EX-TOTAL > 0
                           AND O-QUANTITE NOT = WS-EX-RAYON
                           MOVE "Indexe" TO WS-CTRL-FICHIER
                           MOVE O-ID TO WS-CTRL-CLE
                           MOVE "QUANTITE HORS EXEMPLAIRES D"
                               TO WS-CTRL-MOTIF
                           PERFORM CONTROLE-SIGNALER
                       END-IF
               END-READ
           END-PERFORM.

       EXEMPLAIRE-COMPTER-RAYON.
           MOVE 0 TO WS-EX-RAYON.
           MOVE 0 TO WS-EX-TOTAL.
           MOVE O-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID = O-ID
                           ADD 1 TO WS-EX-TOTAL
                           IF EX-STATUT = "D"
                               ADD 1 TO WS-EX-RAYON
                           END-IF
                       ELSE
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLE-SIGNALER.
           ADD 1 TO WS-NB-ORPHELINS.
           DISPLAY "ORPHELIN " WS-CTRL-FICHIER
               " CLE " WS-CTRL-CLE
               " MOTIF " WS-CTRL-MOTIF.
           MOVE SPACES TO CT-LIGNE-CONTROLE.
           STRING "FICHIER=" DELIMITED BY SIZE
               WS-CTRL-FICHIER DELIMITED BY SIZE
               " CLE=" DELIMITED BY SIZE
               WS-CTRL-CLE DELIMITED BY SIZE
               " MOTIF=" DELIMITED BY SIZE
               WS-CTRL-MOTIF DELIMITED BY SIZE
               INTO CT-LIGNE-CONTROLE.
           WRITE CT-LIGNE-CONTROLE.

       AJOUTER-SITE.
           DISPLAY "QUEL EST LE CODE DU NOUVEAU SITE : ".
           ACCEPT WS-SM-CODE-SAISI.
           IF WS-SM-CODE-SAISI = SPACES
               DISPLAY "LE CODE SITE EST OBLIGATOIRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-SM-CODE-SAISI TO SM-CODE.
           DISPLAY "QUEL EST LE NOM DU SITE : ".
           ACCEPT SM-NOM.
           DISPLAY "QUELLE EST L'ADRESSE DU SITE : ".
           ACCEPT SM-ADRESSE.
           MOVE "A" TO SM-ACTIF.
           WRITE SM-LIGNE
               INVALID KEY
                   DISPLAY "CE CODE SITE EXISTE DEJA"
               NOT INVALID KEY
                   MOVE SM-NOM TO WS-AUDIT-NOM
                   MOVE SPACES TO WS-AUDIT-ANCIEN
                   MOVE SM-CODE TO WS-AUDIT-NOUVEAU
                   MOVE "SITE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "SITE ENREGISTRE"
           END-WRITE.
           GO TO MAIN-PROCEDURE.

       MODIFIER-SITE.
           DISPLAY "QUEL EST LE CODE DU SITE A MODIFIER : ".
           ACCEPT WS-SM-CODE-SAISI.
           MOVE WS-SM-CODE-SAISI TO SM-CODE.
           READ FICHIER-SITE-MAITRE
               INVALID KEY
                   DISPLAY "SITE INCONNU"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "CODE : " SM-CODE " NOM : " SM-NOM
               " ADRESSE : " SM-ADRESSE
               " ACTIF : " SM-ACTIF.
           DISPLAY "QUEL EST LE NOUVEAU NOM : ".
           ACCEPT SM-NOM.
           DISPLAY "QUELLE EST LA NOUVELLE ADRESSE : ".
           ACCEPT SM-ADRESSE.
           DISPLAY "QUEL EST LE STATUT (A=ACTIF, F=FERME) : ".
           ACCEPT WS-SM-ACTIF-SAISI.
           IF WS-SM-ACTIF-SAISI NOT = "A"
               AND WS-SM-ACTIF-SAISI NOT = "F"
               DISPLAY "LE STATUT DOIT ETRE A OU F"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF WS-SM-ACTIF-SAISI = "F"
               PERFORM SITE-STOCK-CUMULER
               IF WS-SM-STOCK > 0
                   DISPLAY "CE SITE DETIENT ENCORE " WS-SM-STOCK
                       " EXEMPLAIRES, FERMETURE REFUSEE"
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE SM-ACTIF TO WS-AUDIT-ANCIEN.
           MOVE WS-SM-ACTIF-SAISI TO SM-ACTIF.
           REWRITE SM-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-SITE-MAITRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE SM-NOM TO WS-AUDIT-NOM
                   MOVE SM-ACTIF TO WS-AUDIT-NOUVEAU
                   MOVE "SITE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       LISTER-SITES.
           MOVE LOW-VALUES TO SM-CODE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-SITE-MAITRE KEY IS NOT LESS THAN SM-CODE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "----- LISTE DES SITES -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SITE-MAITRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       DISPLAY "CODE : " SM-CODE " NOM : " SM-NOM
                           " ADRESSE : " SM-ADRESSE
                           " ACTIF : " SM-ACTIF
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.

       SITE-STOCK-CUMULER.
           MOVE 0 TO WS-SM-STOCK.
           MOVE LOW-VALUES TO S-CLE.
           MOVE "N" TO WS-FIN-SITES.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SITES
           END-START.
           PERFORM UNTIL WS-FIN-SITES = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SITES
                   NOT AT END
                       IF S-SITE = SM-CODE
                           ADD S-QUANTITE TO WS-SM-STOCK
                       END-IF
               END-READ
           END-PERFORM.

       SITE-MAITRE-VIDE.
           MOVE "O" TO WS-SM-VIDE.
           MOVE LOW-VALUES TO SM-CODE.
           START FICHIER-SITE-MAITRE KEY IS NOT LESS THAN SM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FICHIER-SITE-MAITRE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "N" TO WS-SM-VIDE
                   END-READ
           END-START.

       VALIDER-SITE.
           MOVE "N" TO WS-SITE-VALIDE.
           PERFORM SITE-MAITRE-VIDE.
           IF WS-SM-VIDE = "O"
               MOVE "O" TO WS-SITE-VALIDE
               DISPLAY "FICHIER DES SITES VIDE, CODE ACCEPTE "
                   "SANS CONTROLE"
           ELSE
               MOVE WS-SITE-A-VALIDER TO SM-CODE
               READ FICHIER-SITE-MAITRE
                   INVALID KEY
                       DISPLAY "SITE INCONNU : " WS-SITE-A-VALIDER
                   NOT INVALID KEY
                       IF SM-ACTIF = "A"
                           MOVE "O" TO WS-SITE-VALIDE
                       ELSE
                           DISPLAY "SITE FERME : " WS-SITE-A-VALIDER
                       END-IF
               END-READ
           END-IF.

       AJOUTER-EXEMPLAIRE.
           DISPLAY "QUEL EST L'ID DU LIVRE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "QUEL EST LE SITE DE L'EXEMPLAIRE : ".
           ACCEPT WS-SITE-SAISI.
           MOVE WS-SITE-SAISI TO WS-SITE-A-VALIDER.
           PERFORM VALIDER-SITE.
           IF WS-SITE-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM EXEMPLAIRE-COMPTER-RAYON.
           MOVE "N" TO WS-EX-RECENSE.
           IF O-QUANTITE > WS-EX-RAYON
               DISPLAY "L'EXEMPLAIRE CORRESPOND-IL A DU STOCK "
                   "DEJA COMPTE (O/N) : "
               ACCEPT WS-EX-RECENSE
           END-IF.
           IF WS-EX-RECENSE NOT = "O" AND O-QUANTITE >= 9999
               DISPLAY "LE STOCK GLOBAL EST A SA CAPACITE MAXIMALE"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM EXEMPLAIRE-NUMERO-MAX.
           MOVE O-ID TO EX-ID.
           COMPUTE EX-NUMERO = WS-EX-MAX + 1.
           MOVE WS-SITE-SAISI TO EX-SITE.
           MOVE "D" TO EX-STATUT.
           MOVE SPACE TO EX-MOTIF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE-STATUT.
           WRITE EX-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA CREATION DE L'EXEMPLAIRE"
                   GO TO MAIN-PROCEDURE
           END-WRITE.
           IF WS-EX-RECENSE = "O"
               MOVE O-NOM TO WS-AUDIT-NOM
               MOVE O-QUANTITE TO WS-AUDIT-ANCIEN
               MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU
               MOVE "EXEMPLAIRE" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "EXEMPLAIRE " EX-NUMERO " CREE SUR LE "
                   "SITE " EX-SITE " (STOCK DEJA COMPTE)"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-ID TO S-ID.
           MOVE WS-SITE-SAISI TO S-SITE.
           MOVE 0 TO WS-SITE-ANCIENNE-QUANTITE.
           MOVE "N" TO WS-SITE-EXISTE.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE S-QUANTITE TO WS-SITE-ANCIENNE-QUANTITE
                   MOVE "O" TO WS-SITE-EXISTE
           END-READ.
           COMPUTE S-QUANTITE = WS-SITE-ANCIENNE-QUANTITE + 1.
           MOVE "FICHIER-SITE" TO WS-IO-FICHIER.
           IF SITE-DEJA-CREE
               MOVE "REWRITE" TO WS-IO-OPERATION
               REWRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-IO-OPERATION
               WRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-IO-OPERATION.
           MOVE WS-FS-SITE TO WS-IO-CR.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU SITE "
                   EX-SITE
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           ADD 1 TO O-QUANTITE.
           MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU.
           MOVE "EXEMPLAIRE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           REWRITE O-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL"
               NOT INVALID KEY
                   DISPLAY "EXEMPLAIRE " EX-NUMERO " CREE SUR LE "
                       "SITE " EX-SITE
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       LISTER-EXEMPLAIRES.
           DISPLAY "QUEL EST L'ID DU LIVRE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           MOVE 0 TO WS-NB-EXEMPLAIRES.
           MOVE O-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           DISPLAY "----- EXEMPLAIRES DU LIVRE " O-ID " -----".
           DISPLAY "(D=EN RAYON, E=EMPRUNTE, T=MIS DE COTE, "
               "R=EN REPARATION, P=PERDU, X=RETIRE, "
               "I=PRETE A UN PARTENAIRE)".
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID = O-ID
                           DISPLAY "EXEMPLAIRE " EX-NUMERO
                               " SITE " EX-SITE
                               " STATUT " EX-STATUT
                               " " EX-MOTIF
                           ADD 1 TO WS-NB-EXEMPLAIRES
                       ELSE
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "NOMBRE D'EXEMPLAIRES : " WS-NB-EXEMPLAIRES.
           GO TO MAIN-PROCEDURE.

       MARQUER-EXEMPLAIRE.
           DISPLAY "QUEL EST L'ID DU LIVRE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "QUEL EST LE NUMERO D'EXEMPLAIRE : ".
           ACCEPT WS-EX-NUMERO-SAISI.
           IF FUNCTION TRIM(WS-EX-NUMERO-SAISI) IS NOT NUMERIC
               DISPLAY "LE NUMERO D'EXEMPLAIRE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-EX-NUMERO-SAISI TO WS-EX-NUMERO.
           MOVE O-ID TO EX-ID.
           MOVE WS-EX-NUMERO TO EX-NUMERO.
           READ FICHIER-EXEMPLAIRE
               INVALID KEY
                   DISPLAY "EXEMPLAIRE INTROUVABLE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "EXEMPLAIRE " EX-NUMERO " SITE " EX-SITE
               " STATUT " EX-STATUT.
           IF EX-STATUT = "E" OR EX-STATUT = "T"
               DISPLAY "CET EXEMPLAIRE EST EMPRUNTE OU MIS DE "
                   "COTE, PASSEZ PAR RETOURNER OU RESERVATIONS"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF EX-STATUT = "X"
               DISPLAY "CET EXEMPLAIRE EST RETIRE DU FONDS "
                   "(MOTIF " EX-MOTIF ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF EX-STATUT = "I"
               DISPLAY "CET EXEMPLAIRE EST PRETE A UN PARTENAIRE, "
                   "PASSEZ PAR PEB"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE NOUVEAU STATUT (D=EN RAYON, "
               "R=EN REPARATION, P=PERDU) : ".
           ACCEPT WS-EX-STATUT-SAISI.
           IF WS-EX-STATUT-SAISI NOT = "D"
               AND WS-EX-STATUT-SAISI NOT = "R"
               AND WS-EX-STATUT-SAISI NOT = "P"
               DISPLAY "LE STATUT DOIT ETRE D, R OU P"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF WS-EX-STATUT-SAISI = EX-STATUT
               DISPLAY "STATUT INCHANGE"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF WS-EX-STATUT-SAISI = "D" AND O-QUANTITE >= 9999
               DISPLAY "LE STOCK GLOBAL EST A SA CAPACITE "
                   "MAXIMALE, REMISE EN RAYON REFUSEE"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF EX-STATUT = "P"
               PERFORM PERTE-EXEMPLAIRE-CHERCHER
               IF WS-PER-TROUVEE = "O"
                   DISPLAY "CET EXEMPLAIRE EST FACTURE A UN "
                       "EMPRUNTEUR AU TITRE D'UNE PERTE, PASSEZ PAR "
                       "RETOURNER"
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE EX-STATUT TO WS-EX-ANCIEN-STATUT.
           MOVE EX-LIGNE TO WS-EX-SAUVE.
           MOVE WS-EX-STATUT-SAISI TO EX-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE-STATUT.
           REWRITE EX-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DE L'EXEMPLAIRE"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE "00" TO WS-IO-CR.
           IF WS-EX-ANCIEN-STATUT = "D"
               PERFORM EXEMPLAIRE-SORTIR-RAYON
           END-IF.
           IF EX-STATUT = "D"
               PERFORM EXEMPLAIRE-REMETTRE-RAYON
           END-IF.
           IF WS-IO-CR(1:1) NOT = "0"
               MOVE WS-EX-SAUVE TO EX-LIGNE
               PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "EXEMPLAIRE " EX-ID " " EX-NUMERO
                       " A REMETTRE AU STATUT " EX-STATUT
                       " MANUELLEMENT"
               END-IF
               DISPLAY "ERREUR D'ENTREE-SORTIE, MODIFICATION "
                   "ANNULEE (VOIR ErreurIO.livre)"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE WS-EX-ANCIEN-STATUT TO WS-AUDIT-ANCIEN.
           MOVE EX-STATUT TO WS-AUDIT-NOUVEAU.
           MOVE "EXEMPLAIRE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "EXEMPLAIRE " EX-NUMERO " MARQUE " EX-STATUT.
           GO TO MAIN-PROCEDURE.

       EXEMPLAIRE-SORTIR-RAYON.
           MOVE "00" TO WS-IO-CR.
           MOVE "N" TO WS-EX-STOCK-MAJ.
           MOVE "N" TO WS-EX-SITE-MAJ.
           IF O-QUANTITE > 0
               SUBTRACT 1 FROM O-QUANTITE
               MOVE "REWRITE" TO WS-IO-OPERATION
               MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
               REWRITE O-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
               MOVE SPACES TO WS-IO-OPERATION
               MOVE WS-FS-OUTPUT TO WS-IO-CR
               IF WS-IO-CR(1:1) NOT = "0"
                   ADD 1 TO O-QUANTITE
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL"
               ELSE
                   MOVE "O" TO WS-EX-STOCK-MAJ
               END-IF
           END-IF.
           IF WS-IO-CR(1:1) = "0"
               PERFORM EXEMPLAIRE-SITE-RETIRER
               IF WS-IO-CR(1:1) NOT = "0"
                   MOVE WS-IO-CR TO WS-EX-CR-SAUVE
                   PERFORM EXEMPLAIRE-RAYON-RETABLIR
                   MOVE WS-EX-CR-SAUVE TO WS-IO-CR
               END-IF
           END-IF.

       EXEMPLAIRE-RAYON-RETABLIR.
           IF WS-EX-SITE-MAJ = "O"
               MOVE EX-ID TO S-ID
               MOVE EX-SITE TO S-SITE
               READ FICHIER-SITE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-SITE = "00"
                   ADD 1 TO S-QUANTITE
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-SITE" TO WS-IO-FICHIER
                   REWRITE S-LIGNE
                       INVALID KEY
                           PERFORM ERREUR-IO-ENREGISTRER
                   END-REWRITE
                   MOVE SPACES TO WS-IO-OPERATION
               END-IF
               IF WS-FS-SITE NOT = "00"
                   DISPLAY "STOCK DU SITE " EX-SITE
                       " A CORRIGER MANUELLEMENT"
               END-IF
               MOVE "N" TO WS-EX-SITE-MAJ
           END-IF.
           IF WS-EX-STOCK-MAJ = "O"
               ADD 1 TO O-QUANTITE
               MOVE "REWRITE" TO WS-IO-OPERATION
               MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
               REWRITE O-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
                       DISPLAY "STOCK GLOBAL DE " O-NOM
                           " A CORRIGER MANUELLEMENT"
               END-REWRITE
               MOVE SPACES TO WS-IO-OPERATION
               MOVE "N" TO WS-EX-STOCK-MAJ
           END-IF.

       EXEMPLAIRE-SITE-RETIRER.
           MOVE "00" TO WS-IO-CR.
           MOVE "N" TO WS-EX-SITE-MAJ.
           MOVE EX-ID TO S-ID.
           MOVE EX-SITE TO S-SITE.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF S-QUANTITE > 0
                       SUBTRACT 1 FROM S-QUANTITE
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-SITE" TO WS-IO-FICHIER
                       REWRITE S-LIGNE
                           INVALID KEY
                               PERFORM ERREUR-IO-ENREGISTRER
                               DISPLAY "ECHEC DE LA MISE A JOUR DU "
                                   "STOCK DU SITE " EX-SITE
                       END-REWRITE
                       MOVE SPACES TO WS-IO-OPERATION
                       MOVE WS-FS-SITE TO WS-IO-CR
                       IF WS-IO-CR(1:1) = "0"
                           MOVE "O" TO WS-EX-SITE-MAJ
                       END-IF
                   END-IF
           END-READ.

       EXEMPLAIRE-REMETTRE-RAYON.
           ADD 1 TO O-QUANTITE.
           MOVE "REWRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER.
           REWRITE O-LIGNE
               INVALID KEY
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           MOVE SPACES TO WS-IO-OPERATION.
           MOVE WS-FS-OUTPUT TO WS-IO-CR.
           IF WS-IO-CR(1:1) NOT = "0"
               SUBTRACT 1 FROM O-QUANTITE
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL"
           ELSE
               PERFORM EXEMPLAIRE-SITE-AJOUTER
               IF WS-IO-CR(1:1) NOT = "0"
                   SUBTRACT 1 FROM O-QUANTITE
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   REWRITE O-LIGNE
                       INVALID KEY
                           PERFORM ERREUR-IO-ENREGISTRER
                           DISPLAY "STOCK GLOBAL DE " O-NOM
                               " A CORRIGER MANUELLEMENT"
                   END-REWRITE
                   MOVE SPACES TO WS-IO-OPERATION
               END-IF
           END-IF.

       EXEMPLAIRE-SITE-AJOUTER.
           MOVE EX-ID TO S-ID.
           MOVE EX-SITE TO S-SITE.
           MOVE 0 TO WS-SITE-ANCIENNE-QUANTITE.
           MOVE "N" TO WS-SITE-EXISTE.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE S-QUANTITE TO WS-SITE-ANCIENNE-QUANTITE
                   MOVE "O" TO WS-SITE-EXISTE
           END-READ.
           COMPUTE S-QUANTITE = WS-SITE-ANCIENNE-QUANTITE + 1.
           MOVE "FICHIER-SITE" TO WS-IO-FICHIER.
           IF SITE-DEJA-CREE
               MOVE "REWRITE" TO WS-IO-OPERATION
               REWRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-IO-OPERATION
               WRITE S-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-IO-OPERATION.
           MOVE WS-FS-SITE TO WS-IO-CR.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU SITE "
                   EX-SITE
           END-IF.

       EXEMPLAIRE-NUMERO-MAX.
           MOVE 0 TO WS-EX-MAX.
           MOVE O-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID = O-ID
                           MOVE EX-NUMERO TO WS-EX-MAX
                       ELSE
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       END-IF
               END-READ
           END-PERFORM.

       EXEMPLAIRE-LIBERER-TENUE.
           MOVE "00" TO WS-IO-CR.
           MOVE O-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID NOT = O-ID
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       ELSE
                           IF EX-STATUT = "T"
                               MOVE "D" TO EX-STATUT
                               MOVE "REWRITE" TO WS-IO-OPERATION
                               MOVE "FICHIER-EXEMPLAIRE"
                                   TO WS-IO-FICHIER
                               REWRITE EX-LIGNE
                                   INVALID KEY
                                       PERFORM ERREUR-IO-ENREGISTRER
                                       DISPLAY "ECHEC DE LA MISE A "
                                           "JOUR DE L'EXEMPLAIRE"
                               END-REWRITE
                               MOVE SPACES TO WS-IO-OPERATION
                               MOVE WS-FS-EXEMPLAIRE TO WS-IO-CR
                               MOVE "O" TO WS-FIN-EXEMPLAIRES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ELAGAGE.
           DISPLAY "QUELLE PHASE (GENERER, APPROUVER, POSTER, "
               "LISTER) : ".
           ACCEPT WS-EL-PHASE.
           IF FUNCTION TRIM(WS-EL-PHASE) = "GENERER" THEN
               GO TO ELAGAGE-GENERER
           ELSE IF FUNCTION TRIM(WS-EL-PHASE) = "APPROUVER" THEN
               GO TO ELAGAGE-APPROUVER
           ELSE IF FUNCTION TRIM(WS-EL-PHASE) = "POSTER" THEN
               GO TO ELAGAGE-POSTER
           ELSE IF FUNCTION TRIM(WS-EL-PHASE) = "LISTER" THEN
               GO TO ELAGAGE-LISTER
           ELSE
               DISPLAY "PHASE INCONNUE"
               GO TO MAIN-PROCEDURE
           END-IF.

       ELAGAGE-GENERER.
           DISPLAY "QUEL CODE SITE : ".
           ACCEPT WS-EL-SITE.
           MOVE WS-EL-SITE TO WS-SITE-A-VALIDER.
           PERFORM VALIDER-SITE.
           IF WS-SITE-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "NOMBRE DE MOIS SANS EMPRUNT (VIDE = 024) : ".
           ACCEPT WS-EL-MOIS-SAISI.
           MOVE 24 TO WS-EL-MOIS.
           IF WS-EL-MOIS-SAISI NOT = SPACES
               IF FUNCTION TRIM(WS-EL-MOIS-SAISI) IS NOT NUMERIC
                   DISPLAY "LE NOMBRE DE MOIS DOIT ETRE NUMERIQUE"
                   GO TO MAIN-PROCEDURE
               END-IF
               MOVE WS-EL-MOIS-SAISI TO WS-EL-MOIS
           END-IF.
           DISPLAY "NOMBRE DE MOIS EN REPARATION (VIDE = 006) : ".
           ACCEPT WS-EL-MOIS-SAISI.
           MOVE 6 TO WS-EL-REPAR.
           IF WS-EL-MOIS-SAISI NOT = SPACES
               IF FUNCTION TRIM(WS-EL-MOIS-SAISI) IS NOT NUMERIC
                   DISPLAY "LE NOMBRE DE MOIS DOIT ETRE NUMERIQUE"
                   GO TO MAIN-PROCEDURE
               END-IF
               MOVE WS-EL-MOIS-SAISI TO WS-EL-REPAR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-EL-MOIS * 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-EL-SEUIL-HISTO.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-EL-REPAR * 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-EL-SEUIL-REPAR.
           MOVE 0 TO WS-NB-ACTIFS.
           MOVE "N" TO WS-ACTIF-SATURE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EMPRUNT-HISTO.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNT-HISTO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF EH-DATE-EMPRUNT >= WS-EL-SEUIL-HISTO
                           OR EH-DATE-RETOUR >= WS-EL-SEUIL-HISTO
                           MOVE EH-ID TO WS-ID-COURANT
                           PERFORM ELAGAGE-ACTIF-AJOUTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-EMPRUNT-HISTO.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       MOVE E-ID TO WS-ID-COURANT
                       PERFORM ELAGAGE-ACTIF-AJOUTER
               END-READ
           END-PERFORM.
           IF WS-ACTIF-SATURE = "O"
               DISPLAY "PLUS DE 1000 TITRES EMPRUNTES SUR LA "
                   "PERIODE, REDUISEZ LE NOMBRE DE MOIS"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-EL-NB-PROPOSES.
           MOVE 0 TO WS-EL-NB-DEJA.
           OPEN OUTPUT FICHIER-CANDIDATS.
           MOVE SPACES TO CE-LIGNE-CANDIDAT.
           STRING "CANDIDATS A L'ELAGAGE SITE=" DELIMITED BY SIZE
               WS-EL-SITE DELIMITED BY SIZE
               " LE " DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               " SANS EMPRUNT DEPUIS " DELIMITED BY SIZE
               WS-EL-SEUIL-HISTO DELIMITED BY SIZE
               " EN REPARATION AVANT " DELIMITED BY SIZE
               WS-EL-SEUIL-REPAR DELIMITED BY SIZE
               INTO CE-LIGNE-CANDIDAT.
           WRITE CE-LIGNE-CANDIDAT.
           MOVE LOW-VALUES TO EX-CLE.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-SITE = WS-EL-SITE
                           PERFORM ELAGAGE-EXAMINER
                               THRU ELAGAGE-EXAMINER-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CANDIDATS.
           DISPLAY "CANDIDATS PROPOSES : " WS-EL-NB-PROPOSES.
           DISPLAY "DEJA TRAITES PAR UN SUPERVISEUR : "
               WS-EL-NB-DEJA.
           DISPLAY "LISTE GENEREE : CandidatsElagage.livre".
           GO TO MAIN-PROCEDURE.

       ELAGAGE-ACTIF-AJOUTER.
           MOVE "N" TO WS-ACT-TROUVE.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-NB-ACTIFS OR WS-ACT-TROUVE = "O"
               IF WS-ACT-ID(WS-ACT-IDX) = WS-ID-COURANT
                   MOVE "O" TO WS-ACT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ACT-TROUVE = "N"
               IF WS-NB-ACTIFS = 1000
                   MOVE "O" TO WS-ACTIF-SATURE
               ELSE
                   ADD 1 TO WS-NB-ACTIFS
                   MOVE WS-ID-COURANT TO WS-ACT-ID(WS-NB-ACTIFS)
               END-IF
           END-IF.

       ELAGAGE-EXAMINER.
           MOVE SPACE TO WS-EL-CRITERE.
           IF EX-STATUT = "D"
               MOVE EX-ID TO WS-ID-COURANT
               MOVE "N" TO WS-ACT-TROUVE
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-NB-ACTIFS
                   OR WS-ACT-TROUVE = "O"
                   IF WS-ACT-ID(WS-ACT-IDX) = WS-ID-COURANT
                       MOVE "O" TO WS-ACT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-ACT-TROUVE = "N"
                   MOVE "H" TO WS-EL-CRITERE
               END-IF
           END-IF.
           IF EX-STATUT = "R"
               IF EX-DATE-STATUT IS NOT NUMERIC
                   MOVE 0 TO EX-DATE-STATUT
               END-IF
               IF EX-DATE-STATUT < WS-EL-SEUIL-REPAR
                   MOVE "R" TO WS-EL-CRITERE
               END-IF
           END-IF.
           IF WS-EL-CRITERE = SPACE
               GO TO ELAGAGE-EXAMINER-FIN
           END-IF.
           MOVE EX-ID TO EL-ID.
           MOVE EX-NUMERO TO EL-NUMERO.
           READ FICHIER-ELAGAGE
               INVALID KEY
                   MOVE EX-ID TO EL-ID
                   MOVE EX-NUMERO TO EL-NUMERO
                   MOVE "P" TO EL-STATUT
                   MOVE SPACE TO EL-MOTIF
                   MOVE SPACES TO EL-OPERATEUR
                   MOVE 0 TO EL-DATE-DECISION
               NOT INVALID KEY
                   IF EL-STATUT NOT = "P"
                       ADD 1 TO WS-EL-NB-DEJA
                       GO TO ELAGAGE-EXAMINER-FIN
                   END-IF
           END-READ.
           MOVE EX-SITE TO EL-SITE.
           MOVE WS-EL-CRITERE TO EL-CRITERE.
           IF WS-EL-CRITERE = "R"
               MOVE EX-DATE-STATUT TO EL-DATE-REF
           ELSE
               MOVE WS-EL-SEUIL-HISTO TO EL-DATE-REF
           END-IF.
           MOVE WS-DATE-JOUR TO EL-DATE-PROPOSITION.
           MOVE "REWRITE" TO WS-IO-OPERATION.
           MOVE "FICHIER-ELAGAGE" TO WS-IO-FICHIER.
           IF EL-DATE-DECISION = 0
               WRITE EL-LIGNE
                   INVALID KEY
                       REWRITE EL-LIGNE
                           INVALID KEY
                               PERFORM ERREUR-IO-ENREGISTRER
                       END-REWRITE
               END-WRITE
           ELSE
               REWRITE EL-LIGNE
                   INVALID KEY
                       PERFORM ERREUR-IO-ENREGISTRER
               END-REWRITE
           END-IF.
           MOVE SPACES TO WS-IO-OPERATION.
           IF WS-FS-ELAGAGE(1:1) NOT = "0"
               DISPLAY "ECHEC DE L'ENREGISTREMENT DU CANDIDAT "
                   EL-ID " " EL-NUMERO
               GO TO ELAGAGE-EXAMINER-FIN
           END-IF.
           ADD 1 TO WS-EL-NB-PROPOSES.
           MOVE "LIVRE INCONNU" TO WS-INV-NOM.
           MOVE EX-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE O-NOM TO WS-INV-NOM
           END-READ.
           MOVE SPACES TO CE-LIGNE-CANDIDAT.
           STRING "ID=" DELIMITED BY SIZE
               EL-ID DELIMITED BY SIZE
               " EXEMPLAIRE=" DELIMITED BY SIZE
               EL-NUMERO DELIMITED BY SIZE
               " NOM=" DELIMITED BY SIZE
               WS-INV-NOM DELIMITED BY SIZE
               " CRITERE=" DELIMITED BY SIZE
               EL-CRITERE DELIMITED BY SIZE
               " DEPUIS=" DELIMITED BY SIZE
               EL-DATE-REF DELIMITED BY SIZE
               INTO CE-LIGNE-CANDIDAT.
           WRITE CE-LIGNE-CANDIDAT.

       ELAGAGE-EXAMINER-FIN.
           EXIT.

       ELAGAGE-APPROUVER.
           MOVE "APPROUVER ELAGAGE" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL CODE SITE (VIDE = TOUS) : ".
           ACCEPT WS-EL-SITE.
           MOVE 0 TO WS-EL-NB-APPROUVES.
           MOVE 0 TO WS-EL-NB-REJETES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE LOW-VALUES TO EL-CLE.
           MOVE "N" TO WS-FIN-ELAGAGE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-ELAGAGE
           END-START.
           PERFORM UNTIL WS-FIN-ELAGAGE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-ELAGAGE
                   NOT AT END
                       IF EL-STATUT = "P"
                           AND (WS-EL-SITE = SPACES
                           OR EL-SITE = WS-EL-SITE)
                           PERFORM ELAGAGE-DECIDER
                               THRU ELAGAGE-DECIDER-FIN
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "COPIES APPROUVEES : " WS-EL-NB-APPROUVES.
           DISPLAY "COPIES REJETEES : " WS-EL-NB-REJETES.
           GO TO MAIN-PROCEDURE.

       ELAGAGE-DECIDER.
           MOVE "LIVRE INCONNU" TO WS-INV-NOM.
           MOVE EL-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE O-NOM TO WS-INV-NOM
           END-READ.
           DISPLAY "LIVRE " EL-ID " " WS-INV-NOM
               " EXEMPLAIRE " EL-NUMERO
               " SITE " EL-SITE
               " CRITERE " EL-CRITERE
               " DEPUIS " EL-DATE-REF.
           DISPLAY "APPROUVER (A), REJETER (R), PASSER (P), "
               "FIN (F) : ".
           ACCEPT WS-EL-DECISION.
           IF WS-EL-DECISION = "F"
               MOVE "O" TO WS-FIN-ELAGAGE
               GO TO ELAGAGE-DECIDER-FIN
           END-IF.
           IF WS-EL-DECISION = "A"
               DISPLAY "MOTIF (D=PILON, V=VENDU, O=DON, "
                   "T=TRANSFERE A UN PARTENAIRE) : "
               ACCEPT WS-EL-MOTIF-SAISI
               IF NOT MOTIF-RETRAIT-CONNU
                   DISPLAY "MOTIF INCONNU, COPIE PASSEE"
                   GO TO ELAGAGE-DECIDER-FIN
               END-IF
               MOVE "A" TO EL-STATUT
               MOVE WS-EL-MOTIF-SAISI TO EL-MOTIF
           ELSE IF WS-EL-DECISION = "R"
               MOVE "R" TO EL-STATUT
               MOVE SPACE TO EL-MOTIF
           ELSE
               GO TO ELAGAGE-DECIDER-FIN
           END-IF.
           MOVE WS-OPERATEUR TO EL-OPERATEUR.
           MOVE WS-DATE-JOUR TO EL-DATE-DECISION.
           REWRITE EL-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-ELAGAGE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DE LA DECISION"
                   GO TO ELAGAGE-DECIDER-FIN
           END-REWRITE.
           IF EL-STATUT = "A"
               ADD 1 TO WS-EL-NB-APPROUVES
           ELSE
               ADD 1 TO WS-EL-NB-REJETES
           END-IF.
           MOVE WS-INV-NOM TO WS-AUDIT-NOM.
           MOVE EL-NUMERO TO WS-AUDIT-ANCIEN.
           MOVE EL-STATUT TO WS-AUDIT-NOUVEAU.
           MOVE "ELAGAGE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.

       ELAGAGE-DECIDER-FIN.
           EXIT.

       ELAGAGE-POSTER.
           MOVE "POSTER ELAGAGE" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL CODE SITE (VIDE = TOUS) : ".
           ACCEPT WS-EL-SITE.
           MOVE 0 TO WS-EL-NB-POSTES.
           MOVE 0 TO WS-EL-NB-REFUSES.
           MOVE 0 TO WS-EL-VALEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN EXTEND FICHIER-RETRAIT.
           MOVE LOW-VALUES TO EL-CLE.
           MOVE "N" TO WS-FIN-ELAGAGE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-ELAGAGE
           END-START.
           PERFORM UNTIL WS-FIN-ELAGAGE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-ELAGAGE
                   NOT AT END
                       IF EL-STATUT = "A"
                           AND (WS-EL-SITE = SPACES
                           OR EL-SITE = WS-EL-SITE)
                           PERFORM ELAGAGE-POSTER-LIGNE
                               THRU ELAGAGE-POSTER-LIGNE-FIN
                           IF WS-EL-REFUS NOT = SPACES
                               ADD 1 TO WS-EL-NB-REFUSES
                               DISPLAY "RETRAIT REFUSE LIVRE " EL-ID
                                   " EXEMPLAIRE " EL-NUMERO " : "
                                   WS-EL-REFUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-RETRAIT.
           MOVE WS-EL-VALEUR TO WS-VALEUR-AFF.
           DISPLAY "COPIES RETIREES : " WS-EL-NB-POSTES.
           DISPLAY "COPIES REFUSEES : " WS-EL-NB-REFUSES.
           DISPLAY "VALEUR SORTIE DE L'ACTIF : " WS-VALEUR-AFF.
           DISPLAY "REGISTRE DES RETRAITS : Retrait.livre".
           GO TO MAIN-PROCEDURE.

       ELAGAGE-POSTER-LIGNE.
           MOVE SPACES TO WS-EL-REFUS.
           MOVE EL-ID TO EX-ID.
           MOVE EL-NUMERO TO EX-NUMERO.
           READ FICHIER-EXEMPLAIRE
               INVALID KEY
                   MOVE "EXEMPLAIRE INTROUVABLE" TO WS-EL-REFUS
                   GO TO ELAGAGE-POSTER-LIGNE-FIN
           END-READ.
           IF EX-STATUT = "E" OR EX-STATUT = "T" OR EX-STATUT = "I"
               MOVE "EXEMPLAIRE EMPRUNTE, MIS DE COTE OU PRETE"
                   TO WS-EL-REFUS
               GO TO ELAGAGE-POSTER-LIGNE-FIN
           END-IF.
           PERFORM ELAGAGE-EMPRUNT-CHERCHER.
           IF WS-EMPRUNT-EXISTE = "O"
               MOVE "EMPRUNT EN COURS SUR L'EXEMPLAIRE"
                   TO WS-EL-REFUS
               GO TO ELAGAGE-POSTER-LIGNE-FIN
           END-IF.
           MOVE EL-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   MOVE "LIVRE ABSENT DU CATALOGUE" TO WS-EL-REFUS
                   GO TO ELAGAGE-POSTER-LIGNE-FIN
           END-READ.
           MOVE EX-STATUT TO WS-EL-ANCIEN-STATUT.
           IF EX-STATUT NOT = "X"
               MOVE EX-LIGNE TO WS-EL-EX-SAUVE
               MOVE "X" TO EX-STATUT
               MOVE EL-MOTIF TO EX-MOTIF
               MOVE WS-DATE-JOUR TO EX-DATE-STATUT
               REWRITE EX-LIGNE
                   INVALID KEY
                       MOVE "REWRITE" TO WS-IO-OPERATION
                       MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                       PERFORM ERREUR-IO-ENREGISTRER
                       MOVE "ECHEC DE LA MISE A JOUR DE L'EXEMPLAIRE"
                           TO WS-EL-REFUS
                       GO TO ELAGAGE-POSTER-LIGNE-FIN
               END-REWRITE
               MOVE WS-DATE-JOUR TO RT-DATE
               MOVE EX-SITE TO RT-SITE
               MOVE EX-ID TO RT-ID
               MOVE EX-NUMERO TO RT-NUMERO
               MOVE O-NOM TO RT-NOM
               MOVE EL-MOTIF TO RT-MOTIF
               MOVE WS-OPERATEUR TO RT-OPERATEUR
               MOVE O-PRIX TO RT-VALEUR
               IF WS-EL-ANCIEN-STATUT = "D"
                   PERFORM EXEMPLAIRE-SORTIR-RAYON
                   IF WS-IO-CR(1:1) NOT = "0"
                       PERFORM ELAGAGE-EXEMPLAIRE-RETABLIR
                       MOVE "ECHEC DE LA MISE A JOUR DU STOCK"
                           TO WS-EL-REFUS
                       GO TO ELAGAGE-POSTER-LIGNE-FIN
                   END-IF
               END-IF
               WRITE RT-LIGNE
               IF WS-FS-RETRAIT(1:1) NOT = "0"
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-RETRAIT" TO WS-IO-FICHIER
                   MOVE WS-FS-RETRAIT TO WS-IO-STATUT
                   PERFORM ERREUR-IO-ENREGISTRER
                   IF WS-EL-ANCIEN-STATUT = "D"
                       PERFORM EXEMPLAIRE-RAYON-RETABLIR
                   END-IF
                   PERFORM ELAGAGE-EXEMPLAIRE-RETABLIR
                   MOVE "ECHEC DE L'ECRITURE DU REGISTRE"
                       TO WS-EL-REFUS
                   GO TO ELAGAGE-POSTER-LIGNE-FIN
               END-IF
               ADD O-PRIX TO WS-EL-VALEUR
               ADD 1 TO WS-EL-NB-POSTES
               MOVE O-NOM TO WS-AUDIT-NOM
               MOVE WS-EL-ANCIEN-STATUT TO WS-AUDIT-ANCIEN
               MOVE EX-NUMERO TO WS-AUDIT-NOUVEAU
               MOVE "RETRAIT" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "EXEMPLAIRE " EX-NUMERO " DE " O-NOM
                   " RETIRE (MOTIF " EL-MOTIF ")"
           END-IF.
           MOVE "F" TO EL-STATUT.
           REWRITE EL-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-ELAGAGE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA CLOTURE DU CANDIDAT "
                       EL-ID " " EL-NUMERO
           END-REWRITE.

       ELAGAGE-POSTER-LIGNE-FIN.
           EXIT.

       ELAGAGE-EXEMPLAIRE-RETABLIR.
           MOVE WS-EL-EX-SAUVE TO EX-LIGNE.
           PERFORM EXEMPLAIRE-REECRIRE WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "EXEMPLAIRE " EX-ID " " EX-NUMERO
                   " A REMETTRE AU STATUT " EX-STATUT
                   " MANUELLEMENT"
           END-IF.

       ELAGAGE-EMPRUNT-CHERCHER.
           MOVE EL-ID TO E-ID.
           MOVE LOW-VALUES TO E-EMPRUNTEUR.
           MOVE "N" TO WS-EMPRUNT-EXISTE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       IF E-ID NOT = EL-ID
                           MOVE "O" TO WS-FIN-EMPRUNTS
                       ELSE
                           IF E-EXEMPLAIRE = EL-NUMERO
                               MOVE "O" TO WS-EMPRUNT-EXISTE
                               MOVE "O" TO WS-FIN-EMPRUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ELAGAGE-LISTER.
           DISPLAY "QUEL CODE SITE (VIDE = TOUS) : ".
           ACCEPT WS-EL-SITE.
           MOVE 0 TO WS-EL-NB-PROPOSES.
           DISPLAY "----- CANDIDATS A L'ELAGAGE -----".
           DISPLAY "(CRITERE H=SANS EMPRUNT, R=EN REPARATION ; "
               "STATUT P=PROPOSE, A=APPROUVE, R=REJETE, F=RETIRE)".
           MOVE LOW-VALUES TO EL-CLE.
           MOVE "N" TO WS-FIN-ELAGAGE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-ELAGAGE
           END-START.
           PERFORM UNTIL WS-FIN-ELAGAGE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-ELAGAGE
                   NOT AT END
                       IF WS-EL-SITE = SPACES
                           OR EL-SITE = WS-EL-SITE
                           DISPLAY "LIVRE " EL-ID
                               " EXEMPLAIRE " EL-NUMERO
                               " SITE " EL-SITE
                               " CRITERE " EL-CRITERE
                               " STATUT " EL-STATUT
                               " MOTIF " EL-MOTIF
                               " PAR " EL-OPERATEUR
                           ADD 1 TO WS-EL-NB-PROPOSES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "CANDIDATS : " WS-EL-NB-PROPOSES.
           GO TO MAIN-PROCEDURE.

       TRANSFERER.
           DISPLAY "QUEL EST LE NOM OU L'ID DU LIVRE A TRANSFERER : ".
           ACCEPT WS-RECHERCHE-SAISI.
           IF FUNCTION TRIM(WS-RECHERCHE-SAISI) IS NUMERIC THEN
               MOVE WS-RECHERCHE-SAISI TO O-ID
               READ FICHIER-OUTPUT KEY IS O-ID
                   INVALID KEY
                       DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           ELSE
               MOVE WS-RECHERCHE-SAISI TO O-NOM
               READ FICHIER-OUTPUT
                   INVALID KEY
                       DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           END-IF.
           DISPLAY "QUEL EST LE SITE SOURCE : ".
           ACCEPT WS-SITE-SOURCE.
           MOVE WS-SITE-SOURCE TO WS-SITE-A-VALIDER.
           PERFORM VALIDER-SITE.
           IF WS-SITE-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE SITE DESTINATION : ".
           ACCEPT WS-SITE-DEST.
           MOVE WS-SITE-DEST TO WS-SITE-A-VALIDER.
           PERFORM VALIDER-SITE.
           IF WS-SITE-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF WS-SITE-SOURCE = WS-SITE-DEST
               DISPLAY "LES SITES SOURCE ET DESTINATION DOIVENT "
                   "ETRE DIFFERENTS"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUELLE EST LA QUANTITE A TRANSFERER : ".
           ACCEPT WS-QTE-TRANSFERT-SAISIE.
           IF FUNCTION TRIM(WS-QTE-TRANSFERT-SAISIE) IS NOT NUMERIC
               DISPLAY "LA QUANTITE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-QTE-TRANSFERT-SAISIE TO WS-QTE-TRANSFERT.
           IF WS-QTE-TRANSFERT = 0
               DISPLAY "LA QUANTITE DOIT ETRE SUPERIEURE A ZERO"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-ID TO S-ID.
           MOVE WS-SITE-SOURCE TO S-SITE.
           READ FICHIER-SITE
               INVALID KEY
                   DISPLAY "AUCUN STOCK POUR CE LIVRE SUR LE "
                       "SITE SOURCE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           MOVE S-QUANTITE TO WS-SOURCE-QTE.
           IF WS-SOURCE-QTE < WS-QTE-TRANSFERT
               DISPLAY "LE SITE SOURCE NE DETIENT QUE "
                   WS-SOURCE-QTE " EXEMPLAIRES, TRANSFERT REFUSE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-SITE-DEST TO S-SITE.
           MOVE 0 TO WS-DEST-QTE.
           MOVE "N" TO WS-DEST-EXISTE.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE S-QUANTITE TO WS-DEST-QTE
                   MOVE "O" TO WS-DEST-EXISTE
           END-READ.
           IF WS-DEST-QTE + WS-QTE-TRANSFERT > 9999
               DISPLAY "LE SITE DESTINATION DEPASSERAIT SA "
                   "CAPACITE, TRANSFERT REFUSE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-SITE-SOURCE TO S-SITE.
           COMPUTE S-QUANTITE = WS-SOURCE-QTE - WS-QTE-TRANSFERT.
           REWRITE S-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-SITE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DU SITE SOURCE"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE WS-SITE-DEST TO S-SITE.
           COMPUTE S-QUANTITE = WS-DEST-QTE + WS-QTE-TRANSFERT.
           MOVE WS-DEST-EXISTE TO WS-SITE-EXISTE.
           PERFORM SITE-ENREGISTRER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU SITE DESTINATION, "
                   "TRANSFERT ANNULE"
               MOVE WS-SITE-SOURCE TO S-SITE
               MOVE WS-SOURCE-QTE TO S-QUANTITE
               MOVE "O" TO WS-SITE-EXISTE
               PERFORM SITE-ENREGISTRER WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "STOCK DU SITE " WS-SITE-SOURCE
                       " A REMETTRE A " WS-SOURCE-QTE
                       " MANUELLEMENT"
               END-IF
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM EXEMPLAIRE-NUMERO-MAX.
           IF WS-EX-MAX > 0
               DISPLAY "TITRE SUIVI A L'EXEMPLAIRE, INDIQUEZ LES "
                   "EXEMPLAIRES DEPLACES"
               PERFORM TRANSFERT-EXEMPLAIRE WS-QTE-TRANSFERT TIMES
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE SPACES TO WS-AUDIT-ANCIEN.
           STRING "DE " DELIMITED BY SIZE
               WS-SITE-SOURCE DELIMITED BY SIZE
               INTO WS-AUDIT-ANCIEN.
           MOVE SPACES TO WS-AUDIT-NOUVEAU.
           STRING "A " DELIMITED BY SIZE
               WS-SITE-DEST DELIMITED BY SIZE
               INTO WS-AUDIT-NOUVEAU.
           MOVE "TRANSFERT" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           OPEN OUTPUT FICHIER-BORDEREAU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO X-LIGNE-BORDEREAU.
           STRING "BORDEREAU DE TRANSFERT DU " DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO X-LIGNE-BORDEREAU.
           WRITE X-LIGNE-BORDEREAU.
           MOVE SPACES TO X-LIGNE-BORDEREAU.
           STRING "LIVRE=" DELIMITED BY SIZE
               O-ID DELIMITED BY SIZE
               " NOM=" DELIMITED BY SIZE
               O-NOM DELIMITED BY SIZE
               INTO X-LIGNE-BORDEREAU.
           WRITE X-LIGNE-BORDEREAU.
           MOVE SPACES TO X-LIGNE-BORDEREAU.
           STRING "DE=" DELIMITED BY SIZE
               WS-SITE-SOURCE DELIMITED BY SIZE
               " VERS=" DELIMITED BY SIZE
               WS-SITE-DEST DELIMITED BY SIZE
               " QUANTITE=" DELIMITED BY SIZE
               WS-QTE-TRANSFERT DELIMITED BY SIZE
               INTO X-LIGNE-BORDEREAU.
           WRITE X-LIGNE-BORDEREAU.
           MOVE SPACES TO X-LIGNE-BORDEREAU.
           STRING "EDITE PAR=" DELIMITED BY SIZE
               WS-OPERATEUR DELIMITED BY SIZE
               INTO X-LIGNE-BORDEREAU.
           WRITE X-LIGNE-BORDEREAU.
           CLOSE FICHIER-BORDEREAU.
           DISPLAY "TRANSFERT EFFECTUE, BORDEREAU : Bordereau.livre".
           GO TO MAIN-PROCEDURE.

       TRANSFERT-EXEMPLAIRE.
           DISPLAY "QUEL EST LE NUMERO D'EXEMPLAIRE TRANSFERE : ".
           ACCEPT WS-EX-NUMERO-SAISI.
           IF FUNCTION TRIM(WS-EX-NUMERO-SAISI) IS NOT NUMERIC
               DISPLAY "NUMERO NON NUMERIQUE, EXEMPLAIRE NON "
                   "DEPLACE, CORRIGEZ PAR MARQUER EXEMPLAIRE"
           ELSE
               MOVE WS-EX-NUMERO-SAISI TO WS-EX-NUMERO
               MOVE O-ID TO EX-ID
               MOVE WS-EX-NUMERO TO EX-NUMERO
               READ FICHIER-EXEMPLAIRE
                   INVALID KEY
                       DISPLAY "EXEMPLAIRE INTROUVABLE, NON DEPLACE"
                   NOT INVALID KEY
                       IF EX-SITE NOT = WS-SITE-SOURCE
                           OR EX-STATUT NOT = "D"
                           DISPLAY "EXEMPLAIRE " EX-NUMERO
                               " HORS SITE SOURCE OU NON EN RAYON, "
                               "NON DEPLACE"
                       ELSE
                           MOVE WS-SITE-DEST TO EX-SITE
                           REWRITE EX-LIGNE
                               INVALID KEY
                                   MOVE "REWRITE" TO WS-IO-OPERATION
                                   MOVE "FICHIER-EXEMPLAIRE"
                                       TO WS-IO-FICHIER
                                   PERFORM ERREUR-IO-ENREGISTRER
                                   DISPLAY "ECHEC DE LA MISE A "
                                       "JOUR DE L'EXEMPLAIRE"
                               NOT INVALID KEY
                                   DISPLAY "EXEMPLAIRE " EX-NUMERO
                                       " DEPLACE VERS "
                                       WS-SITE-DEST
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       VALORISER.
           OPEN OUTPUT FICHIER-VALORISATION.
           MOVE 0 TO WS-VALEUR-TOTALE.
           MOVE 0 TO WS-TOTAL-LIVRES.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "----- VALORISATION DU STOCK -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       COMPUTE WS-VALEUR-LIGNE =
                           O-QUANTITE * O-PRIX
                       ADD WS-VALEUR-LIGNE TO WS-VALEUR-TOTALE
                       ADD 1 TO WS-TOTAL-LIVRES
                       MOVE O-PRIX TO WS-PRIX-AFF
                       MOVE WS-VALEUR-LIGNE TO WS-VALEUR-AFF
                       DISPLAY "ID :" O-ID " NOM : " O-NOM
                           " QUANTITE :" O-QUANTITE
                           " PRIX :" WS-PRIX-AFF
                           " VALEUR :" WS-VALEUR-AFF
                       MOVE SPACES TO W-LIGNE-VALO
                       STRING "ID=" DELIMITED BY SIZE
                           O-ID DELIMITED BY SIZE
                           " NOM=" DELIMITED BY SIZE
                           O-NOM DELIMITED BY SIZE
                           " QUANTITE=" DELIMITED BY SIZE
                           O-QUANTITE DELIMITED BY SIZE
                           " PRIX=" DELIMITED BY SIZE
                           WS-PRIX-AFF DELIMITED BY SIZE
                           " VALEUR=" DELIMITED BY SIZE
                           WS-VALEUR-AFF DELIMITED BY SIZE
                           INTO W-LIGNE-VALO
                       WRITE W-LIGNE-VALO
               END-READ
           END-PERFORM.
           MOVE WS-VALEUR-TOTALE TO WS-VALEUR-TOT-AFF.
           MOVE SPACES TO W-LIGNE-VALO.
           STRING "VALEUR TOTALE DU STOCK=" DELIMITED BY SIZE
               WS-VALEUR-TOT-AFF DELIMITED BY SIZE
               INTO W-LIGNE-VALO.
           WRITE W-LIGNE-VALO.
           PERFORM VALORISER-RETRAITS.
           CLOSE FICHIER-VALORISATION.
           DISPLAY "NOMBRE DE LIVRES : " WS-TOTAL-LIVRES.
           DISPLAY "VALEUR TOTALE DU STOCK : " WS-VALEUR-TOT-AFF.
           DISPLAY "RAPPORT GENERE : Valorisation.livre".
           GO TO MAIN-PROCEDURE.

       VALORISER-RETRAITS.
           MOVE 0 TO WS-RETRAIT-EXERCICE.
           MOVE 0 TO WS-RETRAIT-CUMUL.
           MOVE 0 TO WS-NB-RETRAITS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-RETRAIT.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-RETRAIT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-RETRAITS
                       ADD RT-VALEUR TO WS-RETRAIT-CUMUL
                       IF RT-DATE(1:4) = FUNCTION CURRENT-DATE(1:4)
                           ADD RT-VALEUR TO WS-RETRAIT-EXERCICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-RETRAIT.
           MOVE WS-RETRAIT-EXERCICE TO WS-VALEUR-AFF.
           MOVE WS-RETRAIT-CUMUL TO WS-VALEUR-TOT-AFF.
           MOVE SPACES TO W-LIGNE-VALO.
           STRING "EXEMPLAIRES RETIRES (HORS STOCK)=" DELIMITED BY SIZE
               WS-NB-RETRAITS DELIMITED BY SIZE
               " SORTIS DE L'ACTIF EXERCICE=" DELIMITED BY SIZE
               WS-VALEUR-AFF DELIMITED BY SIZE
               " CUMUL=" DELIMITED BY SIZE
               WS-VALEUR-TOT-AFF DELIMITED BY SIZE
               INTO W-LIGNE-VALO.
           WRITE W-LIGNE-VALO.
           DISPLAY "VALEUR SORTIE DE L'ACTIF PAR RETRAIT, EXERCICE : "
               WS-VALEUR-AFF " CUMUL : " WS-VALEUR-TOT-AFF.
           MOVE WS-VALEUR-TOTALE TO WS-VALEUR-TOT-AFF.

       STATISTIQUES.
           DISPLAY "DATE DEBUT (AAAAMMJJ, VIDE = AUCUNE) : ".
           ACCEPT WS-FILTRE-DEBUT.
           DISPLAY "DATE FIN (AAAAMMJJ, VIDE = AUCUNE) : ".
           ACCEPT WS-FILTRE-FIN.
           DISPLAY "NOMBRE DE MOIS SANS EMPRUNT POUR LE STOCK "
               "DORMANT : ".
           ACCEPT WS-DORM-MOIS-SAISI.
           IF FUNCTION TRIM(WS-DORM-MOIS-SAISI) IS NOT NUMERIC
               DISPLAY "LE NOMBRE DE MOIS DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-DORM-MOIS-SAISI TO WS-DORM-MOIS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-DORM-MOIS * 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-DORM-SEUIL.
           MOVE 0 TO WS-NB-STAT.
           MOVE 0 TO WS-NB-MOIS.
           MOVE 0 TO WS-NB-DORM.
           MOVE "N" TO WS-STAT-SATURE.
           MOVE "N" TO WS-MOIS-SATURE.
           MOVE "N" TO WS-DORM-SATURE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-AUDIT.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-AUDIT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE A-LIGNE-AUDIT TO WS-HISTO-LIGNE
                       IF WS-HISTO-ACTION = "EMPRUNT"
                           MOVE WS-HISTO-NOM TO WS-STAT-NOM-COURANT
                           MOVE WS-HISTO-DATE(1:8) TO WS-STAT-DATE
                           PERFORM STAT-CUMULER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-AUDIT.
           MOVE WS-DORM-SEUIL(1:6) TO WS-STAT-MOIS-COURANT.
           IF WS-FILTRE-DEBUT NOT = SPACES
               AND WS-FILTRE-DEBUT(1:6) < WS-STAT-MOIS-COURANT
               MOVE WS-FILTRE-DEBUT(1:6) TO WS-STAT-MOIS-COURANT
           END-IF.
           MOVE WS-DATE-JOUR(1:6) TO WS-STAT-MOIS-FIN.
           PERFORM UNTIL WS-STAT-MOIS-COURANT > WS-STAT-MOIS-FIN
               PERFORM STAT-ARCHIVE-LIRE
               ADD 1 TO WS-STAT-MM
               IF WS-STAT-MM > 12
                   MOVE 1 TO WS-STAT-MM
                   ADD 1 TO WS-STAT-AA
               END-IF
           END-PERFORM.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       MOVE E-ID TO O-ID
                       READ FICHIER-OUTPUT KEY IS O-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE O-NOM TO WS-STAT-NOM-COURANT
                               PERFORM STAT-DORMANT-AJOUTER
                       END-READ
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 >= WS-NB-STAT
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-NB-STAT - WS-IDX-1
                   IF WS-STAT-NOMBRE(WS-IDX-2) <
                       WS-STAT-NOMBRE(WS-IDX-2 + 1)
                       MOVE WS-STAT-ENTREE(WS-IDX-2)
                           TO WS-STAT-TEMPO
                       MOVE WS-STAT-ENTREE(WS-IDX-2 + 1)
                           TO WS-STAT-ENTREE(WS-IDX-2)
                       MOVE WS-STAT-TEMPO
                           TO WS-STAT-ENTREE(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 >= WS-NB-MOIS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-NB-MOIS - WS-IDX-1
                   IF WS-MOIS-AAAAMM(WS-IDX-2) >
                       WS-MOIS-AAAAMM(WS-IDX-2 + 1)
                       MOVE WS-MOIS-ENTREE(WS-IDX-2)
                           TO WS-MOIS-TEMPO
                       MOVE WS-MOIS-ENTREE(WS-IDX-2 + 1)
                           TO WS-MOIS-ENTREE(WS-IDX-2)
                       MOVE WS-MOIS-TEMPO
                           TO WS-MOIS-ENTREE(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT FICHIER-STATISTIQUES.
           DISPLAY "----- TITRES LES PLUS EMPRUNTES -----".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-NB-STAT OR WS-IDX-1 > 10
               DISPLAY "TITRE : " WS-STAT-NOM(WS-IDX-1)
                   " EMPRUNTS : " WS-STAT-NOMBRE(WS-IDX-1)
               MOVE SPACES TO ST-LIGNE-STAT
               STRING "TITRE=" DELIMITED BY SIZE
                   WS-STAT-NOM(WS-IDX-1) DELIMITED BY SIZE
                   " EMPRUNTS=" DELIMITED BY SIZE
                   WS-STAT-NOMBRE(WS-IDX-1) DELIMITED BY SIZE
                   INTO ST-LIGNE-STAT
               WRITE ST-LIGNE-STAT
           END-PERFORM.
           DISPLAY "----- EMPRUNTS PAR MOIS -----".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-NB-MOIS
               DISPLAY "MOIS : " WS-MOIS-AAAAMM(WS-IDX-1)
                   " EMPRUNTS : " WS-MOIS-NOMBRE(WS-IDX-1)
               MOVE SPACES TO ST-LIGNE-STAT
               STRING "MOIS=" DELIMITED BY SIZE
                   WS-MOIS-AAAAMM(WS-IDX-1) DELIMITED BY SIZE
                   " EMPRUNTS=" DELIMITED BY SIZE
                   WS-MOIS-NOMBRE(WS-IDX-1) DELIMITED BY SIZE
                   INTO ST-LIGNE-STAT
               WRITE ST-LIGNE-STAT
           END-PERFORM.
           DISPLAY "----- STOCK DORMANT DEPUIS LE "
               WS-DORM-SEUIL " -----".
           MOVE 0 TO WS-VALEUR-TOTALE.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE O-NOM TO WS-STAT-NOM-COURANT
                       PERFORM STAT-DORMANT-TESTER
                       IF WS-DORM-TROUVE = "N"
                           COMPUTE WS-VALEUR-LIGNE =
                               O-QUANTITE * O-PRIX
                           ADD WS-VALEUR-LIGNE TO WS-VALEUR-TOTALE
                           MOVE WS-VALEUR-LIGNE TO WS-VALEUR-AFF
                           DISPLAY "ID :" O-ID " NOM : " O-NOM
                               " QUANTITE :" O-QUANTITE
                               " VALEUR :" WS-VALEUR-AFF
                           MOVE SPACES TO ST-LIGNE-STAT
                           STRING "DORMANT ID=" DELIMITED BY SIZE
                               O-ID DELIMITED BY SIZE
                               " NOM=" DELIMITED BY SIZE
                               O-NOM DELIMITED BY SIZE
                               " QUANTITE=" DELIMITED BY SIZE
                               O-QUANTITE DELIMITED BY SIZE
                               " VALEUR=" DELIMITED BY SIZE
                               WS-VALEUR-AFF DELIMITED BY SIZE
                               INTO ST-LIGNE-STAT
                           WRITE ST-LIGNE-STAT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-VALEUR-TOTALE TO WS-VALEUR-TOT-AFF.
           DISPLAY "VALEUR DU STOCK DORMANT : " WS-VALEUR-TOT-AFF.
           MOVE SPACES TO ST-LIGNE-STAT.
           STRING "VALEUR DU STOCK DORMANT=" DELIMITED BY SIZE
               WS-VALEUR-TOT-AFF DELIMITED BY SIZE
               INTO ST-LIGNE-STAT.
           WRITE ST-LIGNE-STAT.
           CLOSE FICHIER-STATISTIQUES.
           IF WS-STAT-SATURE = "O" OR WS-MOIS-SATURE = "O"
               OR WS-DORM-SATURE = "O"
               DISPLAY "ATTENTION : TABLES DE CUMUL SATUREES, "
                   "RAPPORT INCOMPLET"
           END-IF.
           DISPLAY "RAPPORT GENERE : Statistiques.livre".
           GO TO MAIN-PROCEDURE.

       STAT-ARCHIVE-LIRE.
           MOVE SPACES TO WS-ARCHIVE-NOM.
           STRING "Audit-" DELIMITED BY SIZE
               WS-STAT-MOIS-COURANT DELIMITED BY SIZE
               ".livre" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NOM.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ARCHIVE.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ARCHIVE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE AR-LIGNE-ARCHIVE TO WS-HISTO-LIGNE
                       IF WS-HISTO-ACTION = "EMPRUNT"
                           MOVE WS-HISTO-NOM TO WS-STAT-NOM-COURANT
                           MOVE WS-HISTO-DATE(1:8) TO WS-STAT-DATE
                           PERFORM STAT-CUMULER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ARCHIVE.

       STAT-CUMULER.
           IF (WS-FILTRE-DEBUT = SPACES
               OR WS-STAT-DATE NOT < WS-FILTRE-DEBUT)
               AND (WS-FILTRE-FIN = SPACES
               OR WS-STAT-DATE NOT > WS-FILTRE-FIN)
               PERFORM STAT-TITRE-CUMULER
               PERFORM STAT-MOIS-CUMULER
           END-IF.
           IF WS-STAT-DATE NOT < WS-DORM-SEUIL
               PERFORM STAT-DORMANT-AJOUTER
           END-IF.

       STAT-TITRE-CUMULER.
           MOVE "N" TO WS-STAT-TROUVE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-NB-STAT
               IF WS-STAT-NOM(WS-IDX-2) = WS-STAT-NOM-COURANT
                   ADD 1 TO WS-STAT-NOMBRE(WS-IDX-2)
                   MOVE "O" TO WS-STAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-STAT-TROUVE = "N" AND WS-NB-STAT = 200
               MOVE "O" TO WS-STAT-SATURE
           END-IF.
           IF WS-STAT-TROUVE = "N" AND WS-NB-STAT < 200
               ADD 1 TO WS-NB-STAT
               MOVE WS-STAT-NOM-COURANT
                   TO WS-STAT-NOM(WS-NB-STAT)
               MOVE 1 TO WS-STAT-NOMBRE(WS-NB-STAT)
           END-IF.

       STAT-MOIS-CUMULER.
           MOVE "N" TO WS-STAT-TROUVE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-NB-MOIS
               IF WS-MOIS-AAAAMM(WS-IDX-2) = WS-STAT-DATE(1:6)
                   ADD 1 TO WS-MOIS-NOMBRE(WS-IDX-2)
                   MOVE "O" TO WS-STAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-STAT-TROUVE = "N" AND WS-NB-MOIS = 60
               MOVE "O" TO WS-MOIS-SATURE
           END-IF.
           IF WS-STAT-TROUVE = "N" AND WS-NB-MOIS < 60
               ADD 1 TO WS-NB-MOIS
               MOVE WS-STAT-DATE(1:6)
                   TO WS-MOIS-AAAAMM(WS-NB-MOIS)
               MOVE 1 TO WS-MOIS-NOMBRE(WS-NB-MOIS)
           END-IF.

       STAT-DORMANT-AJOUTER.
           PERFORM STAT-DORMANT-TESTER.
           IF WS-DORM-TROUVE = "N" AND WS-NB-DORM = 200
               MOVE "O" TO WS-DORM-SATURE
           END-IF.
           IF WS-DORM-TROUVE = "N" AND WS-NB-DORM < 200
               ADD 1 TO WS-NB-DORM
               MOVE WS-STAT-NOM-COURANT
                   TO WS-DORM-NOM(WS-NB-DORM)
           END-IF.

       STAT-DORMANT-TESTER.
           MOVE "N" TO WS-DORM-TROUVE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-NB-DORM
               IF WS-DORM-NOM(WS-IDX-2) = WS-STAT-NOM-COURANT
                   MOVE "O" TO WS-DORM-TROUVE
               END-IF
           END-PERFORM.

       PRIX-DECODER.
           MOVE "N" TO WS-PRIX-OK.
           MOVE SPACES TO WS-PRIX-ENTIER.
           MOVE SPACES TO WS-PRIX-CENTIMES.
           UNSTRING WS-PRIX-SAISI DELIMITED BY "."
               INTO WS-PRIX-ENTIER WS-PRIX-CENTIMES.
           IF WS-PRIX-ENTIER(5:1) NOT = SPACE
               OR WS-PRIX-CENTIMES(3:1) NOT = SPACE
               GO TO PRIX-DECODER-FIN
           END-IF.
           IF WS-PRIX-CENTIMES = SPACES
               MOVE "00" TO WS-PRIX-CENTIMES(1:2)
           END-IF.
           IF WS-PRIX-CENTIMES(2:1) = SPACE
               MOVE "0" TO WS-PRIX-CENTIMES(2:1)
           END-IF.
           IF FUNCTION TRIM(WS-PRIX-ENTIER(1:4)) IS NUMERIC
               AND WS-PRIX-CENTIMES(1:2) IS NUMERIC
               MOVE WS-PRIX-ENTIER(1:4) TO WS-PRIX-ENT-N
               MOVE WS-PRIX-CENTIMES(1:2) TO WS-PRIX-CEN-N
               COMPUTE WS-PRIX-VALEUR =
                   WS-PRIX-ENT-N + WS-PRIX-CEN-N / 100
               MOVE "O" TO WS-PRIX-OK
           END-IF.

       PRIX-DECODER-FIN.
           EXIT.

       MONTANT-DECODER.
           MOVE "N" TO WS-MONTANT-OK.
           MOVE SPACES TO WS-MONTANT-ENTIER.
           MOVE SPACES TO WS-MONTANT-CENTIMES.
           UNSTRING WS-MONTANT-SAISI DELIMITED BY "."
               INTO WS-MONTANT-ENTIER WS-MONTANT-CENTIMES.
           IF WS-MONTANT-ENTIER(9:1) NOT = SPACE
               OR WS-MONTANT-CENTIMES(3:1) NOT = SPACE
               OR WS-MONTANT-ENTIER = SPACES
               GO TO MONTANT-DECODER-FIN
           END-IF.
           IF WS-MONTANT-CENTIMES = SPACES
               MOVE "00" TO WS-MONTANT-CENTIMES(1:2)
           END-IF.
           IF WS-MONTANT-CENTIMES(2:1) = SPACE
               MOVE "0" TO WS-MONTANT-CENTIMES(2:1)
           END-IF.
           IF FUNCTION TRIM(WS-MONTANT-ENTIER(1:8)) IS NUMERIC
               AND WS-MONTANT-CENTIMES(1:2) IS NUMERIC
               MOVE WS-MONTANT-ENTIER(1:8) TO WS-MONTANT-ENT-N
               MOVE WS-MONTANT-CENTIMES(1:2) TO WS-MONTANT-CEN-N
               COMPUTE WS-MONTANT-VALEUR =
                   WS-MONTANT-ENT-N + WS-MONTANT-CEN-N / 100
               MOVE "O" TO WS-MONTANT-OK
           END-IF.

       MONTANT-DECODER-FIN.
           EXIT.

       RETARDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           MOVE 0 TO WS-NB-RETARDS.
           MOVE "N" TO WS-RETARDS-SATURE.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM EMPRUNT-RETARD-CALCULER
                       IF WS-JOURS-RETARD > 0
                           AND WS-NB-RETARDS = 200
                           MOVE "O" TO WS-RETARDS-SATURE
                       END-IF
                       IF WS-JOURS-RETARD > 0
                           AND WS-NB-RETARDS < 200
                           ADD 1 TO WS-NB-RETARDS
                           MOVE E-ID TO WS-RET-ID(WS-NB-RETARDS)
                           MOVE E-EMPRUNTEUR TO
                               WS-RET-EMPRUNTEUR(WS-NB-RETARDS)
                           MOVE WS-JOURS-RETARD TO
                               WS-RET-JOURS(WS-NB-RETARDS)
                           MOVE E-ID TO O-ID
                           READ FICHIER-OUTPUT KEY IS O-ID
                               INVALID KEY
                                   MOVE "LIVRE INCONNU" TO
                                       WS-RET-NOM(WS-NB-RETARDS)
                               NOT INVALID KEY
                                   MOVE O-NOM TO
                                       WS-RET-NOM(WS-NB-RETARDS)
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 >= WS-NB-RETARDS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-NB-RETARDS - WS-IDX-1
                   IF WS-RET-JOURS(WS-IDX-2) <
                       WS-RET-JOURS(WS-IDX-2 + 1)
                       MOVE WS-RETARD-ENTREE(WS-IDX-2)
                           TO WS-RET-TEMPO
                       MOVE WS-RETARD-ENTREE(WS-IDX-2 + 1)
                           TO WS-RETARD-ENTREE(WS-IDX-2)
                       MOVE WS-RET-TEMPO
                           TO WS-RETARD-ENTREE(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "----- RAPPORT DES EMPRUNTS EN RETARD -----".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-NB-RETARDS
               DISPLAY "EMPRUNTEUR : " WS-RET-EMPRUNTEUR(WS-IDX-1)
                   " LIVRE : " WS-RET-NOM(WS-IDX-1)
                   " JOURS DE RETARD : " WS-RET-JOURS(WS-IDX-1)
           END-PERFORM.
           DISPLAY "EMPRUNTS EN RETARD : " WS-NB-RETARDS.
           IF WS-RETARDS-SATURE = "O"
               DISPLAY "ATTENTION : PLUS DE 200 RETARDS, "
                   "RAPPORT TRONQUE"
           END-IF.
           MOVE 0 TO WS-NB-RELANCE-PREM.
           MOVE 0 TO WS-NB-RELANCE-REP.
           OPEN OUTPUT FICHIER-RELANCE.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
               UNTIL WS-IDX-1 > WS-NB-RETARDS
               MOVE "N" TO WS-RELANCE-EMISE
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 >= WS-IDX-1
                   IF WS-RET-EMPRUNTEUR(WS-IDX-2) =
                       WS-RET-EMPRUNTEUR(WS-IDX-1)
                       MOVE "O" TO WS-RELANCE-EMISE
                   END-IF
               END-PERFORM
               IF WS-RELANCE-EMISE = "N"
                   PERFORM RELANCE-EMETTRE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-RELANCE.
           DISPLAY "PREMIERES RELANCES : " WS-NB-RELANCE-PREM.
           DISPLAY "RELANCES REPETEES : " WS-NB-RELANCE-REP.
           DISPLAY "FICHIER DE RELANCES GENERE : Relance.livre".
           IF FUNCTION TRIM(WS-MODE-BATCH) = "RETARDS" THEN
               GO TO QUITTER
           END-IF.
           GO TO MAIN-PROCEDURE.

       RELANCE-EMETTRE.
           MOVE "N" TO WS-RELANCE-DEJA.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-RELANCE-HISTO.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-RELANCE-HISTO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF H-LIGNE-HISTO =
                           WS-RET-EMPRUNTEUR(WS-IDX-1)
                           MOVE "O" TO WS-RELANCE-DEJA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-RELANCE-HISTO.
           IF RELANCE-REPETEE
               ADD 1 TO WS-NB-RELANCE-REP
               MOVE "RELANCE REPETEE" TO WS-RELANCE-TYPE
           ELSE
               ADD 1 TO WS-NB-RELANCE-PREM
               MOVE "PREMIERE RELANCE" TO WS-RELANCE-TYPE
           END-IF.
           MOVE WS-RET-EMPRUNTEUR(WS-IDX-1) TO WS-RELANCE-NOM.
           MOVE SPACES TO WS-RELANCE-TEL.
           IF WS-RET-EMPRUNTEUR(WS-IDX-1)(1:6) IS NUMERIC
               MOVE WS-RET-EMPRUNTEUR(WS-IDX-1)(1:6) TO B-NUMERO
               READ FICHIER-EMPRUNTEUR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE B-NOM TO WS-RELANCE-NOM
                       MOVE B-TELEPHONE TO WS-RELANCE-TEL
               END-READ
           END-IF.
           MOVE SPACES TO L-LIGNE-RELANCE.
           STRING WS-RELANCE-TYPE DELIMITED BY SIZE
               " EMPRUNTEUR=" DELIMITED BY SIZE
               WS-RET-EMPRUNTEUR(WS-IDX-1) DELIMITED BY SIZE
               " NOM=" DELIMITED BY SIZE
               WS-RELANCE-NOM DELIMITED BY SIZE
               " TEL=" DELIMITED BY SIZE
               WS-RELANCE-TEL DELIMITED BY SIZE
               " LIVRE=" DELIMITED BY SIZE
               WS-RET-NOM(WS-IDX-1) DELIMITED BY SIZE
               " JOURS=" DELIMITED BY SIZE
               WS-RET-JOURS(WS-IDX-1) DELIMITED BY SIZE
               " LE=" DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO L-LIGNE-RELANCE.
           WRITE L-LIGNE-RELANCE.
           OPEN EXTEND FICHIER-RELANCE-HISTO.
           MOVE WS-RET-EMPRUNTEUR(WS-IDX-1) TO H-LIGNE-HISTO.
           WRITE H-LIGNE-HISTO.
           CLOSE FICHIER-RELANCE-HISTO.

       EXPORTER.
           OPEN OUTPUT FICHIER-CSV.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE SPACES TO C-LIGNE
                       MOVE O-PRIX TO WS-PRIX-AFF
                       STRING O-ID DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(O-NOM) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           O-QUANTITE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(O-AUTEUR) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(O-EDITEUR) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           O-ISBN DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-PRIX-AFF DELIMITED BY SIZE
                           INTO C-LIGNE
                       WRITE C-LIGNE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CSV.
           DISPLAY "EXPORT TERMINE : Catalogue.csv".
           GO TO MAIN-PROCEDURE.

       IMPORTER.
           MOVE "IMPORTER" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-NB-APPLIQUEES.
           MOVE 0 TO WS-NB-REJETEES.
           MOVE "IMPORT" TO WS-CHECKPOINT-PHASE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID.
           PERFORM CHECKPOINT-LIRE.
           IF WS-CHECKPOINT-CONFLIT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CSV.
           IF WS-FS-CSV NOT = "00"
               DISPLAY "FICHIER Catalogue.csv INDISPONIBLE"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CSV
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-NO-LIGNE > WS-CHECKPOINT-LIGNE
                           PERFORM IMPORTER-TRAITER
                           PERFORM CHECKPOINT-ECRIRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CSV.
           PERFORM CHECKPOINT-EFFACER.
           DISPLAY "----- BILAN DE L'IMPORT -----".
           DISPLAY "LIGNES APPLIQUEES : " WS-NB-APPLIQUEES.
           DISPLAY "LIGNES REJETEES : " WS-NB-REJETEES.
           GO TO MAIN-PROCEDURE.

       IMPORTER-TRAITER.
           MOVE SPACES TO WS-CSV-AUTEUR.
           MOVE SPACES TO WS-CSV-EDITEUR.
           MOVE SPACES TO WS-CSV-ISBN.
           MOVE SPACES TO WS-CSV-PRIX.
           UNSTRING C-LIGNE DELIMITED BY ","
               INTO WS-CSV-ID WS-CSV-NOM WS-CSV-QUANTITE
               WS-CSV-AUTEUR WS-CSV-EDITEUR WS-CSV-ISBN
               WS-CSV-PRIX.
           MOVE 0 TO WS-NOUVELLE-QUANTITE.
           IF FUNCTION TRIM(WS-CSV-QUANTITE) IS NUMERIC
               MOVE WS-CSV-QUANTITE TO WS-NOUVELLE-QUANTITE
           END-IF.
           MOVE 0 TO WS-PRIX-VALEUR.
           MOVE "O" TO WS-PRIX-OK.
           IF FUNCTION TRIM(WS-CSV-PRIX) NOT = SPACES
               MOVE WS-CSV-PRIX TO WS-PRIX-SAISI
               PERFORM PRIX-DECODER THRU PRIX-DECODER-FIN
           END-IF.
           IF FUNCTION TRIM(WS-CSV-ID) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-CSV-QUANTITE)
                   IS NOT NUMERIC
               OR WS-NOUVELLE-QUANTITE > 9999 THEN
               DISPLAY "REJET : " C-LIGNE
               MOVE "ID OU QUANTITE INVALIDE" TO WS-REJET-MOTIF
               MOVE C-LIGNE TO WS-REJET-CONTENU
               PERFORM REJET-ECRIRE
               ADD 1 TO WS-NB-REJETEES
           ELSE IF WS-PRIX-OK NOT = "O" THEN
               DISPLAY "REJET : " C-LIGNE
               MOVE "PRIX INVALIDE" TO WS-REJET-MOTIF
               MOVE C-LIGNE TO WS-REJET-CONTENU
               PERFORM REJET-ECRIRE
               ADD 1 TO WS-NB-REJETEES
           ELSE
               MOVE WS-CSV-NOM TO O-NOM
               READ FICHIER-OUTPUT
                   INVALID KEY
                       MOVE WS-CSV-ID TO O-ID
                       MOVE WS-NOUVELLE-QUANTITE TO O-QUANTITE
                       MOVE WS-CSV-AUTEUR TO O-AUTEUR
                       MOVE WS-CSV-EDITEUR TO O-EDITEUR
                       MOVE WS-CSV-ISBN TO O-ISBN
                       MOVE WS-PRIX-VALEUR TO O-PRIX
                       WRITE O-LIGNE
                           INVALID KEY
                               DISPLAY "REJET : " C-LIGNE
                               MOVE "ID DEJA UTILISE"
                                   TO WS-REJET-MOTIF
                               MOVE C-LIGNE TO WS-REJET-CONTENU
                               PERFORM REJET-ECRIRE
                               ADD 1 TO WS-NB-REJETEES
                           NOT INVALID KEY
                               MOVE O-NOM
                                   TO WS-AUDIT-NOM
                               MOVE SPACES
                                   TO WS-AUDIT-ANCIEN
                               MOVE O-QUANTITE
                                   TO WS-AUDIT-NOUVEAU
                               MOVE "AJOUT"
                                   TO WS-AUDIT-ACTION
                               PERFORM AUDIT-ENREGISTRER
                               ADD 1 TO WS-NB-APPLIQUEES
                       END-WRITE
                   NOT INVALID KEY
                       MOVE O-ID TO WS-ID-ANCIEN
                       PERFORM VERIFIER-EMPRUNT-ACTIF
                       PERFORM EXEMPLAIRE-NUMERO-MAX
                       IF EMPRUNT-EN-COURS
                           DISPLAY "REJET : " C-LIGNE
                               " (LIVRE EMPRUNTE)"
                           MOVE "LIVRE EMPRUNTE" TO WS-REJET-MOTIF
                           MOVE C-LIGNE TO WS-REJET-CONTENU
                           PERFORM REJET-ECRIRE
                           ADD 1 TO WS-NB-REJETEES
                       ELSE IF WS-EX-MAX > 0 AND
                           WS-NOUVELLE-QUANTITE NOT = O-QUANTITE
                           DISPLAY "REJET : " C-LIGNE
                               " (LIVRE SUIVI A L'EXEMPLAIRE)"
                           MOVE "LIVRE SUIVI A L'EXEMPLAIRE"
                               TO WS-REJET-MOTIF
                           MOVE C-LIGNE TO WS-REJET-CONTENU
                           PERFORM REJET-ECRIRE
                           ADD 1 TO WS-NB-REJETEES
                       ELSE
                           MOVE O-NOM TO WS-AUDIT-NOM
                           MOVE O-QUANTITE
                               TO WS-AUDIT-ANCIEN
                           MOVE WS-CSV-ID TO O-ID
                           MOVE WS-CSV-ID TO WS-ID-COURANT
                           MOVE WS-NOUVELLE-QUANTITE
                               TO O-QUANTITE
                           IF WS-CSV-AUTEUR NOT = SPACES
                               MOVE WS-CSV-AUTEUR TO O-AUTEUR
                           END-IF
                           IF WS-CSV-EDITEUR NOT = SPACES
                               MOVE WS-CSV-EDITEUR TO O-EDITEUR
                           END-IF
                           IF WS-CSV-ISBN NOT = SPACES
                               MOVE WS-CSV-ISBN TO O-ISBN
                           END-IF
                           IF FUNCTION TRIM(WS-CSV-PRIX)
                               NOT = SPACES
                               MOVE WS-PRIX-VALEUR TO O-PRIX
                           END-IF
                           MOVE O-QUANTITE
                               TO WS-AUDIT-NOUVEAU
                           MOVE "IMPORT" TO WS-AUDIT-ACTION
                           REWRITE O-LIGNE
                               INVALID KEY
                                   MOVE "REWRITE" TO WS-IO-OPERATION
                                   MOVE "FICHIER-OUTPUT"
                                       TO WS-IO-FICHIER
                                   PERFORM ERREUR-IO-ENREGISTRER
                                   DISPLAY "REJET : "
                                       C-LIGNE
                                   MOVE "ECHEC DE MISE A JOUR"
                                       TO WS-REJET-MOTIF
                                   MOVE C-LIGNE TO WS-REJET-CONTENU
                                   PERFORM REJET-ECRIRE
                                   ADD 1 TO WS-NB-REJETEES
                               NOT INVALID KEY
                                   PERFORM
                                       AUDIT-ENREGISTRER
                                   PERFORM
                                       MIGRER-SITES-LIEES
                                   PERFORM
                                       MIGRER-RESAS-LIEES
                                   PERFORM
                                       MIGRER-EXEMPLAIRES-LIES
                                   ADD 1 TO WS-NB-APPLIQUEES
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       RECHERCHE.
           DISPLAY " QUEL EST LE NOM OU L'ID DU LIVRE DONT VOUS "
               "RECHERCHER ?"
           ACCEPT WS-RECHERCHE-SAISI.
           IF FUNCTION TRIM(WS-RECHERCHE-SAISI) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION
                   TRIM(WS-RECHERCHE-SAISI)) = 13 THEN
               MOVE WS-RECHERCHE-SAISI TO O-ISBN
               READ FICHIER-OUTPUT KEY IS O-ISBN
                   INVALID KEY
                       DISPLAY "L'ISBN NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           ELSE IF FUNCTION TRIM(WS-RECHERCHE-SAISI) IS NUMERIC THEN
               MOVE WS-RECHERCHE-SAISI TO O-ID
               READ FICHIER-OUTPUT KEY IS O-ID
                   INVALID KEY
                       DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           ELSE
               MOVE WS-RECHERCHE-SAISI TO O-NOM
               READ FICHIER-OUTPUT
                   INVALID KEY
                       DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           END-IF.
           MOVE O-PRIX TO WS-PRIX-AFF.
           DISPLAY "ID :"O-ID "NOM : "O-NOM
           "QUANTITE :" O-QUANTITE
           " AUTEUR : " O-AUTEUR
           " EDITEUR : " O-EDITEUR
           " ISBN : " O-ISBN
           " PRIX :" WS-PRIX-AFF.
           GO TO MODIFIER-STOCK.

       MODIFIER-STOCK.
           DISPLAY "QUEL EST LE NOM DU LIVRE A MODIFIER SON STOCK : ".
           ACCEPT O-NOM.
           READ FICHIER-OUTPUT
               INVALID KEY
                   DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM EXEMPLAIRE-NUMERO-MAX.
           IF WS-EX-MAX > 0
               DISPLAY "LIVRE SUIVI A L'EXEMPLAIRE, PASSEZ PAR "
                   "AJOUTER EXEMPLAIRE OU MARQUER EXEMPLAIRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           DISPLAY "QUEL EST LE CODE SITE CONCERNE : ".
           ACCEPT WS-SITE-SAISI.
           MOVE WS-SITE-SAISI TO WS-SITE-A-VALIDER.
           PERFORM VALIDER-SITE.
           IF WS-SITE-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LA NOUVELLE QUANTITE DU STOCKE "
               "POUR CE SITE : ".
           ACCEPT WS-QUANTITE-SAISIE.
           IF FUNCTION TRIM(WS-QUANTITE-SAISIE) IS NOT NUMERIC
               DISPLAY "LA QUANTITE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-ID TO S-ID.
           MOVE WS-SITE-SAISI TO S-SITE.
           MOVE 0 TO WS-SITE-ANCIENNE-QUANTITE.
           MOVE "N" TO WS-SITE-EXISTE.
           READ FICHIER-SITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE S-QUANTITE TO WS-SITE-ANCIENNE-QUANTITE
                   MOVE "O" TO WS-SITE-EXISTE
           END-READ.
           MOVE WS-QUANTITE-SAISIE TO S-QUANTITE.
           COMPUTE WS-NOUVELLE-QUANTITE =
               O-QUANTITE - WS-SITE-ANCIENNE-QUANTITE + S-QUANTITE.
           IF WS-NOUVELLE-QUANTITE < 0 OR WS-NOUVELLE-QUANTITE > 9999
               DISPLAY "LE TOTAL DEPASSE LA CAPACITE DU STOCK GLOBAL"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM SITE-ENREGISTRER WITH TEST AFTER
               UNTIL WS-IO-VERROU = "N".
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK DU SITE, "
                   "MODIFICATION ANNULEE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-NOUVELLE-QUANTITE TO O-QUANTITE.
           MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU.
           MOVE "STOCK" TO WS-AUDIT-ACTION.
           REWRITE O-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
           END-REWRITE.
           MOVE SPACES TO WS-IO-OPERATION.
           IF WS-FS-OUTPUT(1:1) NOT = "0"
               DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL, "
                   "MODIFICATION ANNULEE"
               MOVE WS-SITE-ANCIENNE-QUANTITE TO S-QUANTITE
               MOVE "O" TO WS-SITE-EXISTE
               PERFORM SITE-ENREGISTRER WITH TEST AFTER
                   UNTIL WS-IO-VERROU = "N"
               IF WS-IO-CR(1:1) NOT = "0"
                   DISPLAY "STOCK DU SITE " WS-SITE-SAISI
                       " A REMETTRE A " WS-SITE-ANCIENNE-QUANTITE
                       " MANUELLEMENT"
               END-IF
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "MODIFICATION REUSSI".
           GO TO AFFICHER-STOCK.

       AFFICHER-STOCK.
           DISPLAY " QUEL EST LE NOM OU L'ID DU LIVRE A AFFICHER "
               "SON STOCK ?"
           ACCEPT WS-RECHERCHE-SAISI.
           IF FUNCTION TRIM(WS-RECHERCHE-SAISI) IS NUMERIC THEN
               MOVE WS-RECHERCHE-SAISI TO O-ID
               READ FICHIER-OUTPUT KEY IS O-ID
                   INVALID KEY
                       DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           ELSE
               MOVE WS-RECHERCHE-SAISI TO O-NOM
               READ FICHIER-OUTPUT
                   INVALID KEY
                       DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           END-IF.
           DISPLAY "LA QUANTITE EST :" O-QUANTITE.
           PERFORM AFFICHER-SITES.
           GO TO MAIN-PROCEDURE.

       AFFICHER-SITES.
           MOVE O-ID TO S-ID.
           MOVE LOW-VALUES TO S-SITE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "REPARTITION PAR SITE :".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF S-ID = O-ID
                           DISPLAY "  SITE " S-SITE " : " S-QUANTITE
                       ELSE
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.

       MODIFIER-ID.
           MOVE "MODIFIER ID" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE NOM OU L'ID DU LIVRE A MODIFIER "
               "SON ID : ".
           ACCEPT WS-RECHERCHE-SAISI.
           IF FUNCTION TRIM(WS-RECHERCHE-SAISI) IS NUMERIC THEN
               MOVE WS-RECHERCHE-SAISI TO O-ID
               READ FICHIER-OUTPUT KEY IS O-ID
                   INVALID KEY
                       DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           ELSE
               MOVE WS-RECHERCHE-SAISI TO O-NOM
               READ FICHIER-OUTPUT
                   INVALID KEY
                       DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                       GO TO MAIN-PROCEDURE
               END-READ
           END-IF.
           PERFORM VERIFIER-EMPRUNT-ACTIF.
           IF EMPRUNT-EN-COURS
               DISPLAY "CE LIVRE EST ACTUELLEMENT EMPRUNTE, "
                   "MODIFICATION D'ID REFUSEE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-ID TO WS-AUDIT-ANCIEN.
           MOVE O-ID TO WS-ID-ANCIEN.
           DISPLAY "QUEL EST LA NOUVELLE ID DU LIVRE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO WS-ID-COURANT.
           PERFORM VERIFIER-ID-EXISTE.
           IF ID-DEJA-UTILISE
               DISPLAY "CET ID EST DEJA UTILISE PAR UN AUTRE LIVRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-AUDIT-NOM TO O-NOM.
           READ FICHIER-OUTPUT
               INVALID KEY
                   DISPLAY "LE NOM NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           MOVE WS-ID-COURANT TO O-ID.
           MOVE O-ID TO WS-AUDIT-NOUVEAU.
           MOVE "ID" TO WS-AUDIT-ACTION.
           REWRITE O-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "L'ACTION EXISTE DEJA"
               NOT INVALID KEY
                   PERFORM AUDIT-ENREGISTRER
                   PERFORM MIGRER-SITES-LIEES
                   PERFORM MIGRER-RESAS-LIEES
                   PERFORM MIGRER-EXEMPLAIRES-LIES
                   PERFORM MIGRER-ELAGAGE-LIES
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       SUPPRIMER.
           MOVE "SUPPRIMER" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY " QUEL EST LE NOM DE VOTRE LIVRE A SUPPRIMER : ".
           ACCEPT O-NOM.
           READ FICHIER-OUTPUT
               INVALID KEY
                   DISPLAY "CE LIVRE N'EXISTE PAS"
                   GO TO SUPPRIMER
           END-READ.
           PERFORM VERIFIER-EMPRUNT-ACTIF.
           IF EMPRUNT-EN-COURS
               DISPLAY "CE LIVRE EST ACTUELLEMENT EMPRUNTE, "
                   "SUPPRESSION REFUSEE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           MOVE SPACES TO WS-AUDIT-NOUVEAU.
           MOVE "SUPPRIME" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           PERFORM SUPPRIMER-SITES-LIEES.
           PERFORM SUPPRIMER-RESAS-LIEES.
           PERFORM SUPPRIMER-EXEMPLAIRES-LIES.
           PERFORM SUPPRIMER-ELAGAGE-LIES.
           DELETE FICHIER-OUTPUT RECORD
               INVALID KEY
                   MOVE "DELETE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "CE LIVRE N'EXISTE PAS"
               NOT INVALID KEY DISPLAY "SUPPRESSION REUSSI"
           END-DELETE.
           GO TO MAIN-PROCEDURE.

       VERIFIER-EMPRUNT-ACTIF.
           MOVE O-ID TO E-ID.
           MOVE LOW-VALUES TO E-EMPRUNTEUR.
           MOVE "N" TO WS-EMPRUNT-EXISTE.
           MOVE "N" TO WS-FIN-EMPRUNTS.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EMPRUNTS
           END-START.
           PERFORM UNTIL WS-FIN-EMPRUNTS = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EMPRUNTS
                   NOT AT END
                       IF E-ID = O-ID
                           MOVE "O" TO WS-EMPRUNT-EXISTE
                       END-IF
                       MOVE "O" TO WS-FIN-EMPRUNTS
               END-READ
           END-PERFORM.
           IF WS-EMPRUNT-EXISTE = "N"
               PERFORM PEB-SORTIS-COMPTER
               IF WS-PEB-SORTIS > 0
                   MOVE "O" TO WS-EMPRUNT-EXISTE
               END-IF
           END-IF.

       SUPPRIMER-SITES-LIEES.
           MOVE O-ID TO S-ID.
           MOVE LOW-VALUES TO S-SITE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF S-ID = O-ID
                           DELETE FICHIER-SITE RECORD
                       ELSE
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.

       MIGRER-SITES-LIEES.
           MOVE WS-ID-ANCIEN TO S-ID.
           MOVE LOW-VALUES TO S-SITE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF S-ID = WS-ID-ANCIEN
                           DELETE FICHIER-SITE RECORD
                           MOVE WS-ID-COURANT TO S-ID
                           WRITE S-LIGNE
                       ELSE
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.

       SUPPRIMER-RESAS-LIEES.
           MOVE O-ID TO RV-ID.
           MOVE 0 TO RV-SEQUENCE.
           MOVE "N" TO WS-FIN-RESAS.
           START FICHIER-RESERVATION KEY IS NOT LESS THAN RV-CLE
               INVALID KEY MOVE "O" TO WS-FIN-RESAS
           END-START.
           PERFORM UNTIL WS-FIN-RESAS = "O"
               READ FICHIER-RESERVATION NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-RESAS
                   NOT AT END
                       IF RV-ID = O-ID
                           DELETE FICHIER-RESERVATION RECORD
                       ELSE
                           MOVE "O" TO WS-FIN-RESAS
                       END-IF
               END-READ
           END-PERFORM.

       SUPPRIMER-EXEMPLAIRES-LIES.
           MOVE O-ID TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID = O-ID
                           DELETE FICHIER-EXEMPLAIRE RECORD
                       ELSE
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       END-IF
               END-READ
           END-PERFORM.

       MIGRER-EXEMPLAIRES-LIES.
           MOVE WS-ID-ANCIEN TO EX-ID.
           MOVE 0 TO EX-NUMERO.
           MOVE "N" TO WS-FIN-EXEMPLAIRES.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-EXEMPLAIRES
           END-START.
           PERFORM UNTIL WS-FIN-EXEMPLAIRES = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-EXEMPLAIRES
                   NOT AT END
                       IF EX-ID = WS-ID-ANCIEN
                           DELETE FICHIER-EXEMPLAIRE RECORD
                           MOVE WS-ID-COURANT TO EX-ID
                           WRITE EX-LIGNE
                       ELSE
                           MOVE "O" TO WS-FIN-EXEMPLAIRES
                       END-IF
               END-READ
           END-PERFORM.

       MIGRER-RESAS-LIEES.
           MOVE WS-ID-ANCIEN TO RV-ID.
           MOVE 0 TO RV-SEQUENCE.
           MOVE "N" TO WS-FIN-RESAS.
           START FICHIER-RESERVATION KEY IS NOT LESS THAN RV-CLE
               INVALID KEY MOVE "O" TO WS-FIN-RESAS
           END-START.
           PERFORM UNTIL WS-FIN-RESAS = "O"
               READ FICHIER-RESERVATION NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-RESAS
                   NOT AT END
                       IF RV-ID = WS-ID-ANCIEN
                           DELETE FICHIER-RESERVATION RECORD
                           MOVE WS-ID-COURANT TO RV-ID
                           WRITE RV-LIGNE
                       ELSE
                           MOVE "O" TO WS-FIN-RESAS
                       END-IF
               END-READ
           END-PERFORM.

       SUPPRIMER-ELAGAGE-LIES.
           MOVE O-ID TO EL-ID.
           MOVE 0 TO EL-NUMERO.
           MOVE "N" TO WS-FIN-ELAGAGE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-ELAGAGE
           END-START.
           PERFORM UNTIL WS-FIN-ELAGAGE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-ELAGAGE
                   NOT AT END
                       IF EL-ID = O-ID
                           DELETE FICHIER-ELAGAGE RECORD
                               INVALID KEY
                                   MOVE "DELETE" TO WS-IO-OPERATION
                                   MOVE "FICHIER-ELAGAGE"
                                       TO WS-IO-FICHIER
                                   PERFORM ERREUR-IO-ENREGISTRER
                           END-DELETE
                       ELSE
                           MOVE "O" TO WS-FIN-ELAGAGE
                       END-IF
               END-READ
           END-PERFORM.

       MIGRER-ELAGAGE-LIES.
           MOVE WS-ID-ANCIEN TO EL-ID.
           MOVE 0 TO EL-NUMERO.
           MOVE "N" TO WS-FIN-ELAGAGE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-ELAGAGE
           END-START.
           PERFORM UNTIL WS-FIN-ELAGAGE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-ELAGAGE
                   NOT AT END
                       IF EL-ID = WS-ID-ANCIEN
                           DELETE FICHIER-ELAGAGE RECORD
                           MOVE WS-ID-COURANT TO EL-ID
                           WRITE EL-LIGNE
                               INVALID KEY
                                   MOVE "WRITE" TO WS-IO-OPERATION
                                   MOVE "FICHIER-ELAGAGE"
                                       TO WS-IO-FICHIER
                                   PERFORM ERREUR-IO-ENREGISTRER
                                   DISPLAY "CANDIDAT AU RETRAIT "
                                       EL-NUMERO " A RECREER"
                           END-WRITE
                       ELSE
                           MOVE "O" TO WS-FIN-ELAGAGE
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLER-OPERATEUR.
           MOVE "N" TO WS-OP-TROUVE.
           MOVE 0 TO WS-OPERATEUR-NIVEAU.
           IF WS-OPERATEUR = SPACES
               DISPLAY "AUCUN CODE OPERATEUR (GESTI_USER) FOURNI"
               GO TO CONTROLER-OPERATEUR-FIN
           END-IF.
           MOVE WS-OPERATEUR TO OP-CODE.
           READ FICHIER-OPERATEUR
               INVALID KEY
                   PERFORM CONTROLER-OPERATEUR-AMORCER
               NOT INVALID KEY
                   IF OP-NIVEAU = 0
                       DISPLAY "OPERATEUR DESACTIVE : " WS-OPERATEUR
                   ELSE
                       MOVE OP-NIVEAU TO WS-OPERATEUR-NIVEAU
                       MOVE "O" TO WS-OP-TROUVE
                   END-IF
           END-READ.

       CONTROLER-OPERATEUR-FIN.
           EXIT.

       CONTROLER-OPERATEUR-AMORCER.
           MOVE LOW-VALUES TO OP-CODE.
           MOVE "O" TO WS-FIN-FICHIER.
           START FICHIER-OPERATEUR KEY IS NOT LESS THAN OP-CODE
               INVALID KEY MOVE "N" TO WS-FIN-FICHIER
           END-START.
           IF WS-FIN-FICHIER = "O"
               READ FICHIER-OPERATEUR NEXT RECORD
                   AT END
                       MOVE "N" TO WS-FIN-FICHIER
                   NOT AT END
                       CONTINUE
               END-READ
           END-IF.
           IF WS-FIN-FICHIER = "O"
               DISPLAY "OPERATEUR INCONNU : " WS-OPERATEUR
           ELSE
               MOVE WS-OPERATEUR TO OP-CODE
               MOVE WS-OPERATEUR TO OP-NOM
               MOVE 2 TO OP-NIVEAU
               WRITE OP-LIGNE
               MOVE 2 TO WS-OPERATEUR-NIVEAU
               MOVE "O" TO WS-OP-TROUVE
               MOVE OP-NOM TO WS-AUDIT-NOM
               MOVE SPACES TO WS-AUDIT-ANCIEN
               MOVE OP-NIVEAU TO WS-AUDIT-NOUVEAU
               MOVE "OPERATEUR" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
               DISPLAY "FICHIER OPERATEUR VIDE, " WS-OPERATEUR
                   " CREE EN SUPERVISEUR"
           END-IF.

       CONTROLER-ACCES.
           MOVE "N" TO WS-ACCES-REFUSE.
           IF NOT OPERATEUR-SUPERVISEUR
               MOVE "O" TO WS-ACCES-REFUSE
               DISPLAY "FONCTION RESERVEE AUX SUPERVISEURS"
               MOVE WS-FONCTION-DEMANDEE TO WS-AUDIT-NOM
               MOVE SPACES TO WS-AUDIT-ANCIEN
               MOVE SPACES TO WS-AUDIT-NOUVEAU
               MOVE "REFUS" TO WS-AUDIT-ACTION
               PERFORM AUDIT-ENREGISTRER
           END-IF.

       AJOUTER-OPERATEUR.
           MOVE "AJOUTER OPERATEUR" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE CODE DU NOUVEL OPERATEUR : ".
           ACCEPT WS-OP-CODE-SAISI.
           IF WS-OP-CODE-SAISI = SPACES
               DISPLAY "LE CODE OPERATEUR EST OBLIGATOIRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-OP-CODE-SAISI TO OP-CODE.
           DISPLAY "QUEL EST LE NOM DE L'OPERATEUR : ".
           ACCEPT OP-NOM.
           DISPLAY "QUEL EST LE NIVEAU (1=AGENT, 2=SUPERVISEUR) : ".
           ACCEPT WS-NIVEAU-SAISI.
           IF WS-NIVEAU-SAISI NOT = "1" AND WS-NIVEAU-SAISI NOT = "2"
               DISPLAY "LE NIVEAU DOIT ETRE 1 OU 2"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-NIVEAU-SAISI TO OP-NIVEAU.
           WRITE OP-LIGNE
               INVALID KEY
                   DISPLAY "CE CODE OPERATEUR EXISTE DEJA"
               NOT INVALID KEY
                   MOVE OP-NOM TO WS-AUDIT-NOM
                   MOVE SPACES TO WS-AUDIT-ANCIEN
                   MOVE OP-NIVEAU TO WS-AUDIT-NOUVEAU
                   MOVE "OPERATEUR" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "OPERATEUR ENREGISTRE"
           END-WRITE.
           GO TO MAIN-PROCEDURE.

       MODIFIER-OPERATEUR.
           MOVE "MODIFIER OPERATEUR" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE CODE DE L'OPERATEUR A MODIFIER : ".
           ACCEPT WS-OP-CODE-SAISI.
           MOVE WS-OP-CODE-SAISI TO OP-CODE.
           READ FICHIER-OPERATEUR
               INVALID KEY
                   DISPLAY "OPERATEUR INCONNU"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "CODE : " OP-CODE " NOM : " OP-NOM
               " NIVEAU : " OP-NIVEAU.
           DISPLAY "QUEL EST LE NOUVEAU NOM : ".
           ACCEPT OP-NOM.
           DISPLAY "QUEL EST LE NIVEAU "
               "(0=DESACTIVE, 1=AGENT, 2=SUPERVISEUR) : ".
           ACCEPT WS-NIVEAU-SAISI.
           IF WS-NIVEAU-SAISI NOT = "0" AND WS-NIVEAU-SAISI NOT = "1"
               AND WS-NIVEAU-SAISI NOT = "2"
               DISPLAY "LE NIVEAU DOIT ETRE 0, 1 OU 2"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF OP-CODE = WS-OPERATEUR AND WS-NIVEAU-SAISI NOT = "2"
               DISPLAY "IMPOSSIBLE DE RETIRER SON PROPRE PROFIL "
                   "SUPERVISEUR"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE OP-NIVEAU TO WS-AUDIT-ANCIEN.
           MOVE WS-NIVEAU-SAISI TO OP-NIVEAU.
           REWRITE OP-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OPERATEUR" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE OP-NOM TO WS-AUDIT-NOM
                   MOVE OP-NIVEAU TO WS-AUDIT-NOUVEAU
                   MOVE "OPERATEUR" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       LISTER-OPERATEURS.
           MOVE LOW-VALUES TO OP-CODE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-OPERATEUR KEY IS NOT LESS THAN OP-CODE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "----- LISTE DES OPERATEURS -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OPERATEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       DISPLAY "CODE : " OP-CODE " NOM : " OP-NOM
                           " NIVEAU : " OP-NIVEAU
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.

       AJOUTER-POLITIQUE.
           MOVE "AJOUTER POLITIQUE" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM CATEGORIE-DEMANDER.
           IF WS-CATEGORIE-SAISIE = SPACE
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-CATEGORIE-SAISIE TO PO-CATEGORIE.
           READ FICHIER-POLITIQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CETTE CATEGORIE A DEJA UNE POLITIQUE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           MOVE WS-CATEGORIE-SAISIE TO PO-CATEGORIE.
           PERFORM POLITIQUE-SAISIR THRU POLITIQUE-SAISIR-FIN.
           IF WS-POL-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           WRITE PO-LIGNE
               INVALID KEY
                   DISPLAY "CETTE CATEGORIE A DEJA UNE POLITIQUE"
               NOT INVALID KEY
                   MOVE PO-LIBELLE TO WS-AUDIT-NOM
                   MOVE SPACES TO WS-AUDIT-ANCIEN
                   MOVE PO-CATEGORIE TO WS-AUDIT-NOUVEAU
                   MOVE "POLITIQUE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "POLITIQUE ENREGISTREE"
           END-WRITE.
           GO TO MAIN-PROCEDURE.

       MODIFIER-POLITIQUE.
           MOVE "MODIFIER POLITIQUE" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM CATEGORIE-DEMANDER.
           IF WS-CATEGORIE-SAISIE = SPACE
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-CATEGORIE-SAISIE TO PO-CATEGORIE.
           READ FICHIER-POLITIQUE
               INVALID KEY
                   DISPLAY "AUCUNE POLITIQUE POUR CETTE CATEGORIE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           PERFORM POLITIQUE-AFFICHER.
           PERFORM POLITIQUE-SAISIR THRU POLITIQUE-SAISIR-FIN.
           IF WS-POL-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           REWRITE PO-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-POLITIQUE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE PO-LIBELLE TO WS-AUDIT-NOM
                   MOVE PO-CATEGORIE TO WS-AUDIT-ANCIEN
                   MOVE PO-DUREE TO WS-AUDIT-NOUVEAU
                   MOVE "POLITIQUE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       POLITIQUE-SAISIR.
           MOVE "N" TO WS-POL-SAISIE-OK.
           DISPLAY "QUEL EST LE LIBELLE DE LA CATEGORIE : ".
           ACCEPT PO-LIBELLE.
           DISPLAY "QUELLE EST LA DUREE DU PRET EN JOURS : ".
           ACCEPT WS-DUREE-PRET-SAISI.
           IF FUNCTION TRIM(WS-DUREE-PRET-SAISI) IS NOT NUMERIC
               DISPLAY "LA DUREE DOIT ETRE NUMERIQUE"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           MOVE WS-DUREE-PRET-SAISI TO PO-DUREE.
           IF PO-DUREE = 0
               DISPLAY "LA DUREE DOIT ETRE SUPERIEURE A ZERO"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           DISPLAY "QUEL EST LE NOMBRE MAXIMUM D'EMPRUNTS "
               "SIMULTANES : ".
           ACCEPT WS-MAX-EMPRUNTS-SAISI.
           IF FUNCTION TRIM(WS-MAX-EMPRUNTS-SAISI) IS NOT NUMERIC
               DISPLAY "LE MAXIMUM DOIT ETRE NUMERIQUE"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           MOVE WS-MAX-EMPRUNTS-SAISI TO PO-MAX-EMPRUNTS.
           DISPLAY "QUEL EST LE NOMBRE MAXIMUM DE RENOUVELLEMENTS : ".
           ACCEPT WS-MAX-RENOUV-SAISI.
           IF FUNCTION TRIM(WS-MAX-RENOUV-SAISI) IS NOT NUMERIC
               DISPLAY "LE MAXIMUM DOIT ETRE NUMERIQUE"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           MOVE WS-MAX-RENOUV-SAISI TO PO-MAX-RENOUV.
           DISPLAY "QUEL EST LE TAUX D'AMENDE PAR JOUR "
               "(EX 0000.50) : ".
           ACCEPT WS-PRIX-SAISI.
           PERFORM PRIX-DECODER THRU PRIX-DECODER-FIN.
           IF WS-PRIX-OK NOT = "O"
               DISPLAY "LE TAUX DOIT ETRE NUMERIQUE"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           MOVE WS-PRIX-VALEUR TO PO-TAUX-AMENDE.
           DISPLAY "QUEL EST LE PLAFOND AVANT SUSPENSION "
               "(EX 0020.00) : ".
           ACCEPT WS-PRIX-SAISI.
           PERFORM PRIX-DECODER THRU PRIX-DECODER-FIN.
           IF WS-PRIX-OK NOT = "O"
               DISPLAY "LE PLAFOND DOIT ETRE NUMERIQUE"
               GO TO POLITIQUE-SAISIR-FIN
           END-IF.
           MOVE WS-PRIX-VALEUR TO PO-PLAFOND-AMENDE.
           MOVE "O" TO WS-POL-SAISIE-OK.

       POLITIQUE-SAISIR-FIN.
           EXIT.

       POLITIQUE-AFFICHER.
           MOVE PO-TAUX-AMENDE TO WS-PRIX-AFF.
           MOVE PO-PLAFOND-AMENDE TO WS-POL-PLAFOND-AFF.
           DISPLAY "CATEGORIE : " PO-CATEGORIE " " PO-LIBELLE
               " DUREE : " PO-DUREE
               " MAX EMPRUNTS : " PO-MAX-EMPRUNTS
               " MAX RENOUV : " PO-MAX-RENOUV
               " TAUX : " WS-PRIX-AFF
               " PLAFOND : " WS-POL-PLAFOND-AFF.

       LISTER-POLITIQUES.
           MOVE LOW-VALUES TO PO-CATEGORIE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-POLITIQUE KEY IS NOT LESS THAN PO-CATEGORIE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "----- POLITIQUES DE PRET PAR CATEGORIE -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-POLITIQUE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM POLITIQUE-AFFICHER
               END-READ
           END-PERFORM.
           MOVE "*" TO PO-CATEGORIE.
           MOVE "VALEURS PAR DEFAUT" TO PO-LIBELLE.
           MOVE WS-DUREE-PRET TO PO-DUREE.
           MOVE WS-MAX-EMPRUNTS TO PO-MAX-EMPRUNTS.
           MOVE WS-MAX-RENOUV TO PO-MAX-RENOUV.
           MOVE WS-TAUX-AMENDE TO PO-TAUX-AMENDE.
           MOVE WS-PLAFOND-AMENDE TO PO-PLAFOND-AMENDE.
           PERFORM POLITIQUE-AFFICHER.
           GO TO MAIN-PROCEDURE.

       CALENDRIER.
           DISPLAY "QUELLE OPERATION (AJOUTER, SUPPRIMER, LISTER) : ".
           ACCEPT WS-CAL-PHASE.
           IF FUNCTION TRIM(WS-CAL-PHASE) = "LISTER" THEN
               GO TO CALENDRIER-LISTER
           END-IF.
           MOVE "CALENDRIER" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF FUNCTION TRIM(WS-CAL-PHASE) = "AJOUTER" THEN
               GO TO CALENDRIER-AJOUTER
           ELSE IF FUNCTION TRIM(WS-CAL-PHASE) = "SUPPRIMER" THEN
               GO TO CALENDRIER-SUPPRIMER
           ELSE
               DISPLAY "OPERATION INCONNUE"
               GO TO MAIN-PROCEDURE
           END-IF.

       CALENDRIER-AJOUTER.
           PERFORM CALENDRIER-SAISIR THRU CALENDRIER-SAISIR-FIN.
           IF WS-CAL-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST LE MOTIF DE LA FERMETURE : ".
           ACCEPT WS-CAL-LIBELLE.
           MOVE 0 TO WS-CAL-NB-DATES.
           MOVE WS-CAL-DEBUT TO WS-CAL-DATE.
           PERFORM UNTIL WS-CAL-DATE > WS-CAL-FIN
               MOVE WS-CAL-SITE TO CA-SITE
               MOVE WS-CAL-DATE TO CA-DATE
               MOVE WS-CAL-LIBELLE TO CA-LIBELLE
               WRITE CA-LIGNE
                   INVALID KEY
                       DISPLAY "FERMETURE DEJA ENREGISTREE : "
                           WS-CAL-DATE
                   NOT INVALID KEY
                       ADD 1 TO WS-CAL-NB-DATES
               END-WRITE
               PERFORM CALENDRIER-JOUR-SUIVANT
           END-PERFORM.
           MOVE WS-CAL-LIBELLE TO WS-AUDIT-NOM.
           MOVE WS-CAL-SITE TO WS-AUDIT-ANCIEN.
           MOVE WS-CAL-DEBUT TO WS-AUDIT-NOUVEAU.
           MOVE "FERMETURE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "FERMETURES ENREGISTREES : " WS-CAL-NB-DATES.
           GO TO MAIN-PROCEDURE.

       CALENDRIER-SUPPRIMER.
           PERFORM CALENDRIER-SAISIR THRU CALENDRIER-SAISIR-FIN.
           IF WS-CAL-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-CAL-NB-DATES.
           MOVE WS-CAL-DEBUT TO WS-CAL-DATE.
           PERFORM UNTIL WS-CAL-DATE > WS-CAL-FIN
               MOVE WS-CAL-SITE TO CA-SITE
               MOVE WS-CAL-DATE TO CA-DATE
               DELETE FICHIER-CALENDRIER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CAL-NB-DATES
               END-DELETE
               PERFORM CALENDRIER-JOUR-SUIVANT
           END-PERFORM.
           MOVE "CALENDRIER" TO WS-AUDIT-NOM.
           MOVE WS-CAL-SITE TO WS-AUDIT-ANCIEN.
           MOVE WS-CAL-DEBUT TO WS-AUDIT-NOUVEAU.
           MOVE "OUVERTURE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "FERMETURES SUPPRIMEES : " WS-CAL-NB-DATES.
           GO TO MAIN-PROCEDURE.

       CALENDRIER-SAISIR.
           MOVE "N" TO WS-CAL-SAISIE-OK.
           DISPLAY "QUEL EST LE SITE (VIDE POUR TOUT LE RESEAU) : ".
           ACCEPT WS-CAL-SITE.
           IF WS-CAL-SITE NOT = SPACES
               MOVE WS-CAL-SITE TO WS-SITE-A-VALIDER
               PERFORM VALIDER-SITE
               IF WS-SITE-VALIDE NOT = "O"
                   GO TO CALENDRIER-SAISIR-FIN
               END-IF
           END-IF.
           DISPLAY "FERMETURE DATEE OU HEBDOMADAIRE (D/H) : ".
           ACCEPT WS-CAL-TYPE.
           IF WS-CAL-TYPE = "H"
               DISPLAY "QUEL JOUR DE LA SEMAINE "
                   "(1=LUNDI ... 7=DIMANCHE) : "
               ACCEPT WS-CAL-JOUR-SAISI
               IF WS-CAL-JOUR-SAISI < "1" OR WS-CAL-JOUR-SAISI > "7"
                   DISPLAY "LE JOUR DOIT ETRE COMPRIS ENTRE 1 ET 7"
                   GO TO CALENDRIER-SAISIR-FIN
               END-IF
               MOVE WS-CAL-JOUR-SAISI TO WS-CAL-JOUR-SEM
               MOVE WS-CAL-JOUR-SEM TO WS-CAL-DEBUT
               MOVE WS-CAL-JOUR-SEM TO WS-CAL-FIN
               MOVE "O" TO WS-CAL-SAISIE-OK
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           IF WS-CAL-TYPE NOT = "D"
               DISPLAY "LE TYPE DOIT ETRE D OU H"
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           DISPLAY "QUELLE EST LA DATE DE DEBUT (AAAAMMJJ) : ".
           ACCEPT WS-CAL-DEBUT-SAISI.
           IF WS-CAL-DEBUT-SAISI IS NOT NUMERIC
               DISPLAY "LA DATE DOIT ETRE AU FORMAT AAAAMMJJ"
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           MOVE WS-CAL-DEBUT-SAISI TO WS-CAL-DEBUT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DEBUT) NOT = 0
               DISPLAY "DATE INVALIDE : " WS-CAL-DEBUT
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           DISPLAY "QUELLE EST LA DATE DE FIN "
               "(VIDE POUR UN SEUL JOUR) : ".
           ACCEPT WS-CAL-FIN-SAISI.
           IF WS-CAL-FIN-SAISI = SPACES
               MOVE WS-CAL-DEBUT TO WS-CAL-FIN
           ELSE
               IF WS-CAL-FIN-SAISI IS NOT NUMERIC
                   DISPLAY "LA DATE DOIT ETRE AU FORMAT AAAAMMJJ"
                   GO TO CALENDRIER-SAISIR-FIN
               END-IF
               MOVE WS-CAL-FIN-SAISI TO WS-CAL-FIN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-FIN) NOT = 0
                   DISPLAY "DATE INVALIDE : " WS-CAL-FIN
                   GO TO CALENDRIER-SAISIR-FIN
               END-IF
           END-IF.
           IF WS-CAL-FIN < WS-CAL-DEBUT
               DISPLAY "LA DATE DE FIN PRECEDE LA DATE DE DEBUT"
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(WS-CAL-FIN)
               - FUNCTION INTEGER-OF-DATE(WS-CAL-DEBUT) > 366
               DISPLAY "PERIODE LIMITEE A UN AN"
               GO TO CALENDRIER-SAISIR-FIN
           END-IF.
           MOVE "O" TO WS-CAL-SAISIE-OK.

       CALENDRIER-SAISIR-FIN.
           EXIT.

       CALENDRIER-JOUR-SUIVANT.
           IF WS-CAL-TYPE = "H"
               ADD 1 TO WS-CAL-DATE
           ELSE
               COMPUTE WS-CAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
                   TO WS-CAL-DATE
           END-IF.

       CALENDRIER-LISTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE LOW-VALUES TO CA-CLE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-CALENDRIER KEY IS NOT LESS THAN CA-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           DISPLAY "----- CALENDRIER DES FERMETURES -----".
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CALENDRIER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE CA-SITE TO WS-CAL-SITE
                       IF WS-CAL-SITE = SPACES
                           MOVE "TOUS" TO WS-CAL-SITE
                       END-IF
                       IF CA-DATE < 10
                           DISPLAY "SITE : " WS-CAL-SITE
                               " CHAQUE SEMAINE, JOUR " CA-DATE(8:1)
                               " MOTIF : " CA-LIBELLE
                       END-IF
                       IF CA-DATE NOT < WS-DATE-JOUR
                           DISPLAY "SITE : " WS-CAL-SITE
                               " LE " CA-DATE
                               " MOTIF : " CA-LIBELLE
                       END-IF
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.

       AJOUTER-BUDGET.
           MOVE "AJOUTER BUDGET" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-CLE-SAISIR THRU BUDGET-CLE-SAISIR-FIN.
           IF WS-BU-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-LIRE.
           IF WS-BU-SAISIE-OK = "O"
               DISPLAY "CE BUDGET EXISTE DEJA"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-BU-FONDS TO BU-FONDS.
           MOVE WS-BU-EXERCICE TO BU-EXERCICE.
           MOVE WS-BU-SITE TO BU-SITE.
           MOVE 0 TO BU-ENGAGE.
           MOVE 0 TO BU-DEPENSE.
           PERFORM BUDGET-SAISIR THRU BUDGET-SAISIR-FIN.
           IF WS-BU-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           WRITE BU-LIGNE
               INVALID KEY
                   DISPLAY "CE BUDGET EXISTE DEJA"
               NOT INVALID KEY
                   MOVE BU-LIBELLE TO WS-AUDIT-NOM
                   MOVE BU-FONDS TO WS-AUDIT-ANCIEN
                   MOVE BU-ALLOUE TO WS-MONTANT-ENT-N
                   MOVE WS-MONTANT-ENT-N TO WS-AUDIT-NOUVEAU
                   MOVE "BUDGET" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "BUDGET ENREGISTRE"
           END-WRITE.
           GO TO MAIN-PROCEDURE.

       MODIFIER-BUDGET.
           MOVE "MODIFIER BUDGET" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-CLE-SAISIR THRU BUDGET-CLE-SAISIR-FIN.
           IF WS-BU-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-LIRE.
           IF WS-BU-SAISIE-OK NOT = "O"
               DISPLAY "BUDGET INCONNU"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM BUDGET-AFFICHER.
           MOVE BU-ALLOUE TO WS-MONTANT-ENT-N.
           MOVE WS-MONTANT-ENT-N TO WS-AUDIT-ANCIEN.
           PERFORM BUDGET-SAISIR THRU BUDGET-SAISIR-FIN.
           IF WS-BU-SAISIE-OK NOT = "O"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF BU-ALLOUE < BU-ENGAGE + BU-DEPENSE
               DISPLAY "ATTENTION : LA DOTATION EST INFERIEURE AUX "
                   "MONTANTS ENGAGES ET DEPENSES"
           END-IF.
           REWRITE BU-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-BUDGET" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE BU-LIBELLE TO WS-AUDIT-NOM
                   MOVE BU-ALLOUE TO WS-MONTANT-ENT-N
                   MOVE WS-MONTANT-ENT-N TO WS-AUDIT-NOUVEAU
                   MOVE "BUDGET" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       BUDGET-SAISIR.
           MOVE "N" TO WS-BU-SAISIE-OK.
           DISPLAY "QUEL EST LE LIBELLE DU FONDS : ".
           ACCEPT BU-LIBELLE.
           DISPLAY "QUELLE EST LA DOTATION (EX 00015000.00) : ".
           ACCEPT WS-MONTANT-SAISI.
           PERFORM MONTANT-DECODER THRU MONTANT-DECODER-FIN.
           IF WS-MONTANT-OK NOT = "O"
               DISPLAY "LA DOTATION DOIT ETRE NUMERIQUE"
               GO TO BUDGET-SAISIR-FIN
           END-IF.
           MOVE WS-MONTANT-VALEUR TO BU-ALLOUE.
           MOVE "O" TO WS-BU-SAISIE-OK.

       BUDGET-SAISIR-FIN.
           EXIT.

       BUDGET-AFFICHER.
           MOVE BU-ALLOUE TO WS-BU-AFF-ALLOUE.
           MOVE BU-ENGAGE TO WS-BU-AFF-ENGAGE.
           MOVE BU-DEPENSE TO WS-BU-AFF-DEPENSE.
           COMPUTE WS-BU-DISPONIBLE =
               BU-ALLOUE - BU-ENGAGE - BU-DEPENSE.
           MOVE WS-BU-DISPONIBLE TO WS-BU-AFF-DISPO.
           DISPLAY "FONDS : " BU-FONDS " " BU-LIBELLE
               " EXERCICE : " BU-EXERCICE
               " SITE : " BU-SITE.
           DISPLAY "ALLOUE : " WS-BU-AFF-ALLOUE
               " ENGAGE : " WS-BU-AFF-ENGAGE
               " DEPENSE : " WS-BU-AFF-DEPENSE
               " DISPONIBLE : " WS-BU-AFF-DISPO.

       ETAT-BUDGET.
           DISPLAY "EXERCICE A EDITER (VIDE POUR TOUS) : ".
           ACCEPT WS-BU-EXERCICE-SAISI.
           IF WS-BU-EXERCICE-SAISI NOT = SPACES
               AND WS-BU-EXERCICE-SAISI IS NOT NUMERIC
               DISPLAY "L'EXERCICE DOIT ETRE AU FORMAT AAAA"
               GO TO MAIN-PROCEDURE
           END-IF.
           OPEN OUTPUT FICHIER-ETAT-BUDGET.
           MOVE SPACES TO EB-LIGNE-ETAT.
           STRING "ETAT DES BUDGETS D'ACQUISITION AU "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO EB-LIGNE-ETAT.
           WRITE EB-LIGNE-ETAT.
           MOVE 0 TO WS-BU-NB-LIGNES.
           MOVE 0 TO WS-BU-NB-FONDS.
           MOVE 0 TO WS-BU-NB-DEPASSES.
           MOVE 0 TO WS-BU-ST-ALLOUE.
           MOVE 0 TO WS-BU-ST-ENGAGE.
           MOVE 0 TO WS-BU-ST-DEPENSE.
           MOVE 0 TO WS-BU-TOT-ALLOUE.
           MOVE 0 TO WS-BU-TOT-ENGAGE.
           MOVE 0 TO WS-BU-TOT-DEPENSE.
           MOVE SPACES TO WS-BU-FONDS-PREC.
           MOVE 0 TO WS-BU-EXERCICE-PREC.
           DISPLAY "----- ETAT DES BUDGETS -----".
           MOVE LOW-VALUES TO BU-CLE.
           MOVE "N" TO WS-FIN-FICHIER.
           START FICHIER-BUDGET KEY IS NOT LESS THAN BU-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-BUDGET NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-BU-EXERCICE-SAISI = SPACES
                           OR BU-EXERCICE = WS-BU-EXERCICE-SAISI
                           PERFORM ETAT-BUDGET-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BU-NB-LIGNES > 0
               PERFORM ETAT-BUDGET-RUPTURE
           END-IF.
           MOVE "TOTAL GENERAL" TO WS-BU-ETAT-LIBELLE.
           MOVE WS-BU-TOT-ALLOUE TO WS-BU-ETAT-ALLOUE.
           MOVE WS-BU-TOT-ENGAGE TO WS-BU-ETAT-ENGAGE.
           MOVE WS-BU-TOT-DEPENSE TO WS-BU-ETAT-DEPENSE.
           PERFORM ETAT-BUDGET-TOTAL-ECRIRE.
           CLOSE FICHIER-ETAT-BUDGET.
           DISPLAY "LIGNES BUDGETAIRES : " WS-BU-NB-LIGNES
               " FONDS : " WS-BU-NB-FONDS
               " EN DEPASSEMENT : " WS-BU-NB-DEPASSES.
           DISPLAY "RAPPORT GENERE : EtatBudget.livre".
           GO TO MAIN-PROCEDURE.

       ETAT-BUDGET-LIGNE.
           IF WS-BU-NB-LIGNES > 0
               AND (BU-FONDS NOT = WS-BU-FONDS-PREC
               OR BU-EXERCICE NOT = WS-BU-EXERCICE-PREC)
               PERFORM ETAT-BUDGET-RUPTURE
           END-IF.
           IF WS-BU-NB-LIGNES = 0
               OR BU-FONDS NOT = WS-BU-FONDS-PREC
               OR BU-EXERCICE NOT = WS-BU-EXERCICE-PREC
               ADD 1 TO WS-BU-NB-FONDS
           END-IF.
           MOVE BU-FONDS TO WS-BU-FONDS-PREC.
           MOVE BU-EXERCICE TO WS-BU-EXERCICE-PREC.
           ADD 1 TO WS-BU-NB-LIGNES.
           ADD BU-ALLOUE TO WS-BU-ST-ALLOUE.
           ADD BU-ENGAGE TO WS-BU-ST-ENGAGE.
           ADD BU-DEPENSE TO WS-BU-ST-DEPENSE.
           PERFORM BUDGET-AFFICHER.
           MOVE SPACES TO EB-LIGNE-ETAT.
           STRING "FONDS=" DELIMITED BY SIZE
               BU-FONDS DELIMITED BY SIZE
               " EXERCICE=" DELIMITED BY SIZE
               BU-EXERCICE DELIMITED BY SIZE
               " SITE=" DELIMITED BY SIZE
               BU-SITE DELIMITED BY SIZE
               " ALLOUE=" DELIMITED BY SIZE
               WS-BU-AFF-ALLOUE DELIMITED BY SIZE
               " ENGAGE=" DELIMITED BY SIZE
               WS-BU-AFF-ENGAGE DELIMITED BY SIZE
               " DEPENSE=" DELIMITED BY SIZE
               WS-BU-AFF-DEPENSE DELIMITED BY SIZE
               " DISPONIBLE=" DELIMITED BY SIZE
               WS-BU-AFF-DISPO DELIMITED BY SIZE
               INTO EB-LIGNE-ETAT.
           IF WS-BU-DISPONIBLE < 0
               ADD 1 TO WS-BU-NB-DEPASSES
               MOVE "DEPASSE" TO EB-LIGNE-ETAT(129:7)
           END-IF.
           WRITE EB-LIGNE-ETAT.

       ETAT-BUDGET-RUPTURE.
           MOVE SPACES TO WS-BU-ETAT-LIBELLE.
           STRING "TOTAL " DELIMITED BY SIZE
               WS-BU-FONDS-PREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BU-EXERCICE-PREC DELIMITED BY SIZE
               INTO WS-BU-ETAT-LIBELLE.
           MOVE WS-BU-ST-ALLOUE TO WS-BU-ETAT-ALLOUE.
           MOVE WS-BU-ST-ENGAGE TO WS-BU-ETAT-ENGAGE.
           MOVE WS-BU-ST-DEPENSE TO WS-BU-ETAT-DEPENSE.
           PERFORM ETAT-BUDGET-TOTAL-ECRIRE.
           ADD WS-BU-ST-ALLOUE TO WS-BU-TOT-ALLOUE.
           ADD WS-BU-ST-ENGAGE TO WS-BU-TOT-ENGAGE.
           ADD WS-BU-ST-DEPENSE TO WS-BU-TOT-DEPENSE.
           MOVE 0 TO WS-BU-ST-ALLOUE.
           MOVE 0 TO WS-BU-ST-ENGAGE.
           MOVE 0 TO WS-BU-ST-DEPENSE.

       ETAT-BUDGET-TOTAL-ECRIRE.
           MOVE WS-BU-ETAT-ALLOUE TO WS-BU-AFF-ALLOUE.
           MOVE WS-BU-ETAT-ENGAGE TO WS-BU-AFF-ENGAGE.
           MOVE WS-BU-ETAT-DEPENSE TO WS-BU-AFF-DEPENSE.
           COMPUTE WS-BU-DISPONIBLE = WS-BU-ETAT-ALLOUE
               - WS-BU-ETAT-ENGAGE - WS-BU-ETAT-DEPENSE.
           MOVE WS-BU-DISPONIBLE TO WS-BU-AFF-DISPO.
           MOVE SPACES TO EB-LIGNE-ETAT.
           STRING WS-BU-ETAT-LIBELLE DELIMITED BY SIZE
               " ALLOUE=" DELIMITED BY SIZE
               WS-BU-AFF-ALLOUE DELIMITED BY SIZE
               " ENGAGE=" DELIMITED BY SIZE
               WS-BU-AFF-ENGAGE DELIMITED BY SIZE
               " DEPENSE=" DELIMITED BY SIZE
               WS-BU-AFF-DEPENSE DELIMITED BY SIZE
               " DISPONIBLE=" DELIMITED BY SIZE
               WS-BU-AFF-DISPO DELIMITED BY SIZE
               INTO EB-LIGNE-ETAT.
           WRITE EB-LIGNE-ETAT.
           DISPLAY EB-LIGNE-ETAT.

       AJOUTER-PARTENAIRE.
           DISPLAY "QUEL EST LE CODE DU NOUVEAU PARTENAIRE : ".
           ACCEPT WS-PA-CODE-SAISI.
           IF WS-PA-CODE-SAISI = SPACES
               DISPLAY "LE CODE PARTENAIRE EST OBLIGATOIRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-PA-CODE-SAISI TO PA-CODE.
           DISPLAY "QUEL EST LE NOM DE LA BIBLIOTHEQUE : ".
           ACCEPT PA-NOM.
           DISPLAY "QUEL EST LE CONTACT DU PARTENAIRE : ".
           ACCEPT PA-CONTACT.
           DISPLAY "QUELLE EST LA DUREE DE PRET EN JOURS : ".
           ACCEPT WS-PA-DUREE-SAISI.
           IF FUNCTION TRIM(WS-PA-DUREE-SAISI) IS NOT NUMERIC
               DISPLAY "LA DUREE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-PA-DUREE-SAISI TO PA-DUREE.
           MOVE "O" TO PA-ACTIF.
           WRITE PA-LIGNE
               INVALID KEY
                   DISPLAY "CE CODE PARTENAIRE EXISTE DEJA"
               NOT INVALID KEY
                   MOVE PA-NOM TO WS-AUDIT-NOM
                   MOVE SPACES TO WS-AUDIT-ANCIEN
                   MOVE PA-CODE TO WS-AUDIT-NOUVEAU
                   MOVE "PARTENAIRE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "PARTENAIRE ENREGISTRE"
           END-WRITE.
           GO TO MAIN-PROCEDURE.

       MODIFIER-PARTENAIRE.
           DISPLAY "QUEL EST LE CODE DU PARTENAIRE A MODIFIER : ".
           ACCEPT WS-PA-CODE-SAISI.
           MOVE WS-PA-CODE-SAISI TO PA-CODE.
           READ FICHIER-PARTENAIRE
               INVALID KEY
                   DISPLAY "PARTENAIRE INCONNU"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "CODE : " PA-CODE " NOM : " PA-NOM
               " CONTACT : " PA-CONTACT
               " DUREE : " PA-DUREE
               " ACTIF : " PA-ACTIF.
           DISPLAY "QUEL EST LE NOUVEAU NOM : ".
           ACCEPT PA-NOM.
           DISPLAY "QUEL EST LE NOUVEAU CONTACT : ".
           ACCEPT PA-CONTACT.
           DISPLAY "QUELLE EST LA NOUVELLE DUREE DE PRET EN JOURS : ".
           ACCEPT WS-PA-DUREE-SAISI.
           IF FUNCTION TRIM(WS-PA-DUREE-SAISI) IS NOT NUMERIC
               DISPLAY "LA DUREE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-PA-DUREE-SAISI TO PA-DUREE.
           DISPLAY "PARTENAIRE ACTIF (O/N) : ".
           ACCEPT WS-PA-ACTIF-SAISI.
           IF WS-PA-ACTIF-SAISI NOT = "O"
               AND WS-PA-ACTIF-SAISI NOT = "N"
               DISPLAY "LA REPONSE DOIT ETRE O OU N"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-PA-ACTIF-SAISI TO PA-ACTIF.
           REWRITE PA-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PARTENAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ERREUR LORS DE LA MODIFICATION"
               NOT INVALID KEY
                   MOVE PA-NOM TO WS-AUDIT-NOM
                   MOVE PA-CODE TO WS-AUDIT-ANCIEN
                   MOVE PA-ACTIF TO WS-AUDIT-NOUVEAU
                   MOVE "PARTENAIRE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-ENREGISTRER
                   DISPLAY "MODIFICATION REUSSI"
           END-REWRITE.
           GO TO MAIN-PROCEDURE.

       LISTER-PARTENAIRES.
           MOVE LOW-VALUES TO PA-CODE.
           MOVE "N" TO WS-FIN-PARTENAIRES.
           START FICHIER-PARTENAIRE KEY IS NOT LESS THAN PA-CODE
               INVALID KEY MOVE "O" TO WS-FIN-PARTENAIRES
           END-START.
           DISPLAY "----- LISTE DES PARTENAIRES -----".
           PERFORM UNTIL WS-FIN-PARTENAIRES = "O"
               READ FICHIER-PARTENAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PARTENAIRES
                   NOT AT END
                       DISPLAY "CODE : " PA-CODE " NOM : " PA-NOM
                           " CONTACT : " PA-CONTACT
                           " DUREE : " PA-DUREE
                           " ACTIF : " PA-ACTIF
               END-READ
           END-PERFORM.
           GO TO MAIN-PROCEDURE.

       PEB.
           DISPLAY "QUELLE PHASE (RECEVOIR, PRETER, RENDRE, "
               "RESTITUER, ENVOYER, RECUPERER, RELEVE, LISTER) : ".
           ACCEPT WS-PEB-PHASE.
           IF FUNCTION TRIM(WS-PEB-PHASE) = "RECEVOIR" THEN
               GO TO PEB-RECEVOIR
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "PRETER" THEN
               GO TO PEB-PRETER
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "RENDRE" THEN
               GO TO PEB-RENDRE
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "RESTITUER" THEN
               GO TO PEB-RESTITUER
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "ENVOYER" THEN
               GO TO PEB-ENVOYER
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "RECUPERER" THEN
               GO TO PEB-RECUPERER
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "RELEVE" THEN
               GO TO PEB-RELEVE
           ELSE IF FUNCTION TRIM(WS-PEB-PHASE) = "LISTER" THEN
               GO TO PEB-LISTER
           ELSE
               DISPLAY "PHASE INCONNUE"
               GO TO MAIN-PROCEDURE
           END-IF.

       PEB-RECEVOIR.
           PERFORM PEB-PARTENAIRE-DEMANDER.
           IF WS-PA-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "E" TO WS-PEB-SENS.
           PERFORM PEB-NUMERO-MAX.
           INITIALIZE PI-LIGNE.
           MOVE "E" TO PI-SENS.
           COMPUTE PI-NUMERO = WS-PEB-MAX + 1.
           MOVE PA-CODE TO PI-PARTENAIRE.
           DISPLAY "QUEL EST LE TITRE DU LIVRE RECU : ".
           ACCEPT PI-TITRE.
           IF PI-TITRE = SPACES
               DISPLAY "LE TITRE EST OBLIGATOIRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUELLE EST LA REFERENCE DU PARTENAIRE : ".
           ACCEPT PI-REFERENCE.
           PERFORM PEB-ECHEANCE-SAISIR THRU PEB-ECHEANCE-SAISIR-FIN.
           IF WS-PEB-SAISIE-OK = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-SITE-GUICHET TO PI-SITE.
           MOVE WS-DATE-JOUR TO PI-DATE-DEBUT.
           MOVE WS-PEB-ECHEANCE TO PI-DATE-ECHEANCE.
           MOVE "R" TO PI-STATUT.
           WRITE PI-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DU PRET ENTRANT"
                   GO TO MAIN-PROCEDURE
           END-WRITE.
           MOVE PI-TITRE TO WS-AUDIT-NOM.
           MOVE PI-PARTENAIRE TO WS-AUDIT-ANCIEN.
           MOVE PI-NUMERO TO WS-AUDIT-NOUVEAU.
           MOVE "PEB RECU" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "PRET ENTRANT ENREGISTRE SOUS LE NUMERO " PI-NUMERO
               ", A RENDRE LE " PI-DATE-ECHEANCE.
           GO TO MAIN-PROCEDURE.

       PEB-PRETER.
           MOVE "E" TO WS-PEB-SENS.
           PERFORM PEB-LIRE THRU PEB-LIRE-FIN.
           IF WS-PEB-TROUVE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF PI-STATUT NOT = "R"
               DISPLAY "CE LIVRE N'EST PAS DISPONIBLE (STATUT "
                   PI-STATUT ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM DEMANDER-EMPRUNTEUR.
           IF WS-NUMERO-SAISI = SPACES
               GO TO MAIN-PROCEDURE
           END-IF.
           IF B-STATUT NOT = "A"
               DISPLAY "CET EMPRUNTEUR EST SUSPENDU"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM COMPTER-EMPRUNTS.
           IF WS-NB-EMPRUNTS >= WS-POL-MAX-EMPRUNTS
               DISPLAY "NOMBRE MAXIMUM D'EMPRUNTS SIMULTANES "
                   "ATTEINT : " WS-POL-MAX-EMPRUNTS
                   " (CATEGORIE " WS-POL-CATEGORIE ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "E" TO PI-SENS.
           MOVE WS-PEB-NUMERO TO PI-NUMERO.
           READ FICHIER-PRET-INTER
               INVALID KEY
                   DISPLAY "PRET ENTRANT INTROUVABLE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + WS-POL-DUREE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CAL-DATE.
           MOVE PI-SITE TO WS-CAL-SITE.
           PERFORM CALENDRIER-PROCHAIN-OUVERT.
           IF WS-CAL-DATE > PI-DATE-ECHEANCE
               MOVE PI-DATE-ECHEANCE TO WS-CAL-DATE
               DISPLAY "RETOUR AVANCE A L'ECHEANCE DU PARTENAIRE"
           END-IF.
           MOVE WS-EMPRUNTEUR-SAISI TO PI-EMPRUNTEUR.
           MOVE WS-DATE-JOUR TO PI-DATE-EMPRUNT.
           MOVE WS-CAL-DATE TO PI-DATE-RETOUR-PREVUE.
           MOVE "E" TO PI-STATUT.
           REWRITE PI-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DE L'EMPRUNT"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE PI-TITRE TO WS-AUDIT-NOM.
           MOVE PI-NUMERO TO WS-AUDIT-ANCIEN.
           MOVE B-NUMERO TO WS-AUDIT-NOUVEAU.
           MOVE "PEB PRET" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "EMPRUNT ENREGISTRE, RETOUR PREVU LE "
               PI-DATE-RETOUR-PREVUE.
           GO TO MAIN-PROCEDURE.

       PEB-RENDRE.
           MOVE "E" TO WS-PEB-SENS.
           PERFORM PEB-LIRE THRU PEB-LIRE-FIN.
           IF WS-PEB-TROUVE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF PI-STATUT NOT = "E"
               DISPLAY "CE LIVRE N'EST PAS EMPRUNTE (STATUT "
                   PI-STATUT ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE PI-SITE TO WS-CAL-SITE.
           MOVE PI-DATE-RETOUR-PREVUE TO WS-CAL-DEBUT.
           MOVE WS-DATE-JOUR TO WS-CAL-FIN.
           PERFORM CALENDRIER-JOURS-OUVRES.
           MOVE WS-CAL-NB-OUVRES TO WS-JOURS-RETARD.
           MOVE PI-EMPRUNTEUR TO WS-PEB-EMPRUNTEUR.
           MOVE PI-EMPRUNTEUR TO WS-AUDIT-NOUVEAU.
           MOVE SPACES TO PI-EMPRUNTEUR.
           MOVE 0 TO PI-DATE-EMPRUNT.
           MOVE 0 TO PI-DATE-RETOUR-PREVUE.
           MOVE "R" TO PI-STATUT.
           REWRITE PI-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DU RETOUR"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE PI-TITRE TO WS-AUDIT-NOM.
           MOVE PI-NUMERO TO WS-AUDIT-ANCIEN.
           MOVE "PEB RENDU" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           IF WS-JOURS-RETARD > 0
               AND WS-PEB-EMPRUNTEUR(1:6) IS NUMERIC
               MOVE WS-PEB-EMPRUNTEUR(1:6) TO WS-NUMERO-COURANT
               MOVE WS-NUMERO-COURANT TO B-NUMERO
               READ FICHIER-EMPRUNTEUR
                   INVALID KEY
                       DISPLAY "EMPRUNTEUR INCONNU, AMENDE NON "
                           "FACTUREE"
                   NOT INVALID KEY
                       PERFORM PEB-AMENDE-FACTURER
               END-READ
           END-IF.
           DISPLAY "RETOUR ENREGISTRE, LIVRE A RESTITUER A "
               PI-PARTENAIRE " AVANT LE " PI-DATE-ECHEANCE.
           GO TO MAIN-PROCEDURE.

       PEB-AMENDE-FACTURER.
           PERFORM POLITIQUE-CHARGER.
           COMPUTE WS-AMENDE-MONTANT =
               WS-JOURS-RETARD * WS-POL-TAUX-AMENDE.
           MOVE "R" TO WS-AMENDE-TYPE.
           MOVE 0 TO WS-AMENDE-ID.
           MOVE 0 TO WS-AMENDE-EXEMPLAIRE.
           PERFORM AMENDE-IMPUTER.
           MOVE WS-AMENDE-MONTANT TO WS-AMENDE-AFF.
           IF WS-IO-CR(1:1) NOT = "0"
               DISPLAY "RETARD DE " WS-JOURS-RETARD " JOURS, "
                   "AMENDE DE " WS-AMENDE-AFF
                   " A FACTURER MANUELLEMENT"
           ELSE
               DISPLAY "RETARD DE " WS-JOURS-RETARD " JOURS, "
                   "AMENDE FACTUREE : " WS-AMENDE-AFF
               PERFORM AMENDE-SUSPENDRE
           END-IF.

       PEB-RESTITUER.
           MOVE "E" TO WS-PEB-SENS.
           PERFORM PEB-LIRE THRU PEB-LIRE-FIN.
           IF WS-PEB-TROUVE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF PI-STATUT = "E"
               DISPLAY "CE LIVRE EST ENCORE EMPRUNTE, PASSEZ PAR "
                   "LA PHASE RENDRE"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF PI-STATUT NOT = "R"
               DISPLAY "CE PRET EST DEJA CLOS"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "C" TO PI-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PI-DATE-CLOTURE.
           REWRITE PI-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA CLOTURE DU PRET"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           MOVE PI-TITRE TO WS-AUDIT-NOM.
           MOVE PI-NUMERO TO WS-AUDIT-ANCIEN.
           MOVE PI-PARTENAIRE TO WS-AUDIT-NOUVEAU.
           MOVE "PEB RESTIT" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "LIVRE RESTITUE AU PARTENAIRE " PI-PARTENAIRE.
           GO TO MAIN-PROCEDURE.

       PEB-ENVOYER.
           PERFORM PEB-PARTENAIRE-DEMANDER.
           IF WS-PA-VALIDE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           DISPLAY "QUEL EST L'ID DU LIVRE PRETE : ".
           ACCEPT WS-ID-SAISI.
           IF FUNCTION TRIM(WS-ID-SAISI) IS NOT NUMERIC
               DISPLAY "L'ID DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-ID-SAISI TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "L'ID NE FIGURE PAS DANS LA LISTE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           DISPLAY "QUEL EST LE NUMERO D'EXEMPLAIRE : ".
           ACCEPT WS-EX-NUMERO-SAISI.
           IF FUNCTION TRIM(WS-EX-NUMERO-SAISI) IS NOT NUMERIC
               DISPLAY "LE NUMERO D'EXEMPLAIRE DOIT ETRE NUMERIQUE"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE WS-EX-NUMERO-SAISI TO WS-EX-NUMERO.
           MOVE O-ID TO EX-ID.
           MOVE WS-EX-NUMERO TO EX-NUMERO.
           READ FICHIER-EXEMPLAIRE
               INVALID KEY
                   DISPLAY "EXEMPLAIRE INTROUVABLE, SEUL UN "
                       "EXEMPLAIRE SUIVI PEUT ETRE PRETE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           IF EX-STATUT NOT = "D"
               DISPLAY "CET EXEMPLAIRE N'EST PAS EN RAYON "
                   "(STATUT " EX-STATUT ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF O-QUANTITE = 0
               DISPLAY "STOCK GLOBAL NUL, CORRIGEZ PAR RAPPROCHER"
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM PEB-ECHEANCE-SAISIR THRU PEB-ECHEANCE-SAISIR-FIN.
           IF WS-PEB-SAISIE-OK = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "S" TO WS-PEB-SENS.
           PERFORM PEB-NUMERO-MAX.
           INITIALIZE PI-LIGNE.
           MOVE "S" TO PI-SENS.
           COMPUTE PI-NUMERO = WS-PEB-MAX + 1.
           MOVE PA-CODE TO PI-PARTENAIRE.
           MOVE O-NOM TO PI-TITRE.
           MOVE O-ISBN TO PI-REFERENCE.
           MOVE O-ID TO PI-ID.
           MOVE EX-NUMERO TO PI-EXEMPLAIRE.
           MOVE EX-SITE TO PI-SITE.
           MOVE WS-DATE-JOUR TO PI-DATE-DEBUT.
           MOVE WS-PEB-ECHEANCE TO PI-DATE-ECHEANCE.
           MOVE "S" TO PI-STATUT.
           WRITE PI-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE L'ENREGISTREMENT DU PRET SORTANT"
                   GO TO MAIN-PROCEDURE
           END-WRITE.
           MOVE EX-LIGNE TO WS-PEB-EX-SAUVE.
           MOVE "I" TO EX-STATUT.
           MOVE WS-DATE-JOUR TO EX-DATE-STATUT.
           REWRITE EX-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DE L'EXEMPLAIRE"
                   GO TO PEB-ENVOYER-ANNULER
           END-REWRITE.
           MOVE O-NOM TO WS-AUDIT-NOM.
           MOVE O-QUANTITE TO WS-AUDIT-ANCIEN.
           SUBTRACT 1 FROM O-QUANTITE.
           REWRITE O-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA MISE A JOUR DU STOCK GLOBAL"
                   MOVE WS-PEB-EX-SAUVE TO EX-LIGNE
                   REWRITE EX-LIGNE
                       INVALID KEY
                           MOVE "REWRITE" TO WS-IO-OPERATION
                           MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                           PERFORM ERREUR-IO-ENREGISTRER
                           DISPLAY "EXEMPLAIRE " EX-ID " " EX-NUMERO
                               " A REMETTRE AU STATUT D MANUELLEMENT"
                   END-REWRITE
                   GO TO PEB-ENVOYER-ANNULER
           END-REWRITE.
           MOVE O-QUANTITE TO WS-AUDIT-NOUVEAU.
           MOVE "PEB ENVOI" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "PRET SORTANT " PI-NUMERO " ENREGISTRE, RETOUR "
               "ATTENDU LE " PI-DATE-ECHEANCE.
           GO TO MAIN-PROCEDURE.

       PEB-ENVOYER-ANNULER.
           DELETE FICHIER-PRET-INTER RECORD
               INVALID KEY
                   MOVE "DELETE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "PRET SORTANT " PI-NUMERO
                       " A SUPPRIMER MANUELLEMENT"
           END-DELETE.
           DISPLAY "PRET SORTANT NON ENREGISTRE".
           GO TO MAIN-PROCEDURE.

       PEB-RECUPERER.
           MOVE "S" TO WS-PEB-SENS.
           PERFORM PEB-LIRE THRU PEB-LIRE-FIN.
           IF WS-PEB-TROUVE = "N"
               GO TO MAIN-PROCEDURE
           END-IF.
           IF PI-STATUT NOT = "S"
               DISPLAY "CE PRET EST DEJA CLOS"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE PI-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   DISPLAY "LIVRE INTROUVABLE DANS LE CATALOGUE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           MOVE PI-ID TO EX-ID.
           MOVE PI-EXEMPLAIRE TO EX-NUMERO.
           READ FICHIER-EXEMPLAIRE
               INVALID KEY
                   DISPLAY "EXEMPLAIRE INTROUVABLE"
                   GO TO MAIN-PROCEDURE
           END-READ.
           IF EX-STATUT NOT = "I"
               DISPLAY "L'EXEMPLAIRE N'EST PAS PRETE A UN "
                   "PARTENAIRE (STATUT " EX-STATUT ")"
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE "C" TO PI-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PI-DATE-CLOTURE.
           REWRITE PI-LIGNE
               INVALID KEY
                   MOVE "REWRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-PRET-INTER" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   DISPLAY "ECHEC DE LA CLOTURE DU PRET"
                   GO TO MAIN-PROCEDURE
           END-REWRITE.
           IF PI-DATE-CLOTURE > PI-DATE-ECHEANCE
               DISPLAY "RETOUR TARDIF DU PARTENAIRE, ECHEANCE "
                   PI-DATE-ECHEANCE
           END-IF.
           MOVE PI-EXEMPLAIRE TO WS-EX-NUMERO.
           MOVE "I" TO WS-RET-ORIGINE.
           GO TO RETOURNER-REMISE-EN-RAYON.

       PEB-LISTER.
           DISPLAY "QUEL SENS (E=ENTRANTS, S=SORTANTS, VIDE=TOUS) : ".
           ACCEPT WS-PEB-SENS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 0 TO WS-PEB-NB-DUS.
           MOVE 0 TO WS-PEB-NB-RETARDS.
           DISPLAY "----- PRETS ENTRE BIBLIOTHEQUES EN COURS -----".
           DISPLAY "(ENTRANT : R=RECU, E=EMPRUNTE PAR UN LECTEUR ; "
               "SORTANT : S=CHEZ LE PARTENAIRE)".
           MOVE LOW-VALUES TO PI-CLE.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-STATUT NOT = "C"
                           AND (WS-PEB-SENS = SPACE
                           OR PI-SENS = WS-PEB-SENS)
                           PERFORM PEB-RETARD-EVALUER
                           ADD 1 TO WS-PEB-NB-DUS
                           DISPLAY PI-SENS " " PI-NUMERO
                               " " PI-PARTENAIRE
                               " " PI-TITRE
                               " STATUT " PI-STATUT
                               " ECHEANCE " PI-DATE-ECHEANCE
                               " " WS-PEB-DRAPEAU
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "PRETS EN COURS : " WS-PEB-NB-DUS.
           DISPLAY "DONT EN RETARD : " WS-PEB-NB-RETARDS.
           GO TO MAIN-PROCEDURE.

       PEB-RELEVE.
           DISPLAY "QUEL CODE PARTENAIRE (VIDE = TOUS) : ".
           ACCEPT WS-PA-CODE-SAISI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-PEB-MOIS.
           MOVE 0 TO WS-PEB-NB-PARTENAIRES.
           OPEN OUTPUT FICHIER-RELEVE-PEB.
           MOVE SPACES TO RP-LIGNE-RELEVE.
           STRING "RELEVE MENSUEL DES PRETS ENTRE BIBLIOTHEQUES "
               DELIMITED BY SIZE
               "MOIS=" DELIMITED BY SIZE
               WS-PEB-MOIS DELIMITED BY SIZE
               " ARRETE AU " DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO RP-LIGNE-RELEVE.
           WRITE RP-LIGNE-RELEVE.
           MOVE LOW-VALUES TO PA-CODE.
           IF WS-PA-CODE-SAISI NOT = SPACES
               MOVE WS-PA-CODE-SAISI TO PA-CODE
           END-IF.
           MOVE "N" TO WS-FIN-PARTENAIRES.
           START FICHIER-PARTENAIRE KEY IS NOT LESS THAN PA-CODE
               INVALID KEY MOVE "O" TO WS-FIN-PARTENAIRES
           END-START.
           PERFORM UNTIL WS-FIN-PARTENAIRES = "O"
               READ FICHIER-PARTENAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PARTENAIRES
                   NOT AT END
                       IF WS-PA-CODE-SAISI NOT = SPACES
                           AND PA-CODE NOT = WS-PA-CODE-SAISI
                           MOVE "O" TO WS-FIN-PARTENAIRES
                       ELSE
                           PERFORM PEB-RELEVE-PARTENAIRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-RELEVE-PEB.
           DISPLAY "PARTENAIRES TRAITES : " WS-PEB-NB-PARTENAIRES.
           DISPLAY "RELEVE GENERE : RelevePEB.livre".
           GO TO MAIN-PROCEDURE.

       PEB-RELEVE-PARTENAIRE.
           ADD 1 TO WS-PEB-NB-PARTENAIRES.
           MOVE 0 TO WS-PEB-NB-DUS.
           MOVE 0 TO WS-PEB-NB-PRETES.
           MOVE 0 TO WS-PEB-NB-RETARDS.
           MOVE 0 TO WS-PEB-NB-CLOS.
           MOVE SPACES TO RP-LIGNE-RELEVE.
           WRITE RP-LIGNE-RELEVE.
           MOVE SPACES TO RP-LIGNE-RELEVE.
           STRING "PARTENAIRE=" DELIMITED BY SIZE
               PA-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PA-NOM DELIMITED BY SIZE
               " CONTACT=" DELIMITED BY SIZE
               PA-CONTACT DELIMITED BY SIZE
               INTO RP-LIGNE-RELEVE.
           WRITE RP-LIGNE-RELEVE.
           MOVE LOW-VALUES TO PI-CLE.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-PARTENAIRE = PA-CODE
                           PERFORM PEB-RELEVE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO RP-LIGNE-RELEVE.
           STRING "  TOTAL DUS AU PARTENAIRE=" DELIMITED BY SIZE
               WS-PEB-NB-DUS DELIMITED BY SIZE
               " DUS PAR LE PARTENAIRE=" DELIMITED BY SIZE
               WS-PEB-NB-PRETES DELIMITED BY SIZE
               " EN RETARD=" DELIMITED BY SIZE
               WS-PEB-NB-RETARDS DELIMITED BY SIZE
               " SOLDES DANS LE MOIS=" DELIMITED BY SIZE
               WS-PEB-NB-CLOS DELIMITED BY SIZE
               INTO RP-LIGNE-RELEVE.
           WRITE RP-LIGNE-RELEVE.

       PEB-RELEVE-LIGNE.
           IF PI-STATUT = "C"
               IF PI-DATE-CLOTURE(1:6) = WS-PEB-MOIS
                   ADD 1 TO WS-PEB-NB-CLOS
               END-IF
           ELSE
               PERFORM PEB-RETARD-EVALUER
               IF PI-SENS = "E"
                   ADD 1 TO WS-PEB-NB-DUS
                   MOVE "NOUS DEVONS" TO WS-PEB-LIBELLE-SENS
               ELSE
                   ADD 1 TO WS-PEB-NB-PRETES
                   MOVE "IL NOUS DOIT" TO WS-PEB-LIBELLE-SENS
               END-IF
               MOVE SPACES TO RP-LIGNE-RELEVE
               STRING "  " DELIMITED BY SIZE
                   WS-PEB-LIBELLE-SENS DELIMITED BY SIZE
                   " NO=" DELIMITED BY SIZE
                   PI-NUMERO DELIMITED BY SIZE
                   " TITRE=" DELIMITED BY SIZE
                   PI-TITRE DELIMITED BY SIZE
                   " REF=" DELIMITED BY SIZE
                   PI-REFERENCE DELIMITED BY SIZE
                   " DEPUIS=" DELIMITED BY SIZE
                   PI-DATE-DEBUT DELIMITED BY SIZE
                   " ECHEANCE=" DELIMITED BY SIZE
                   PI-DATE-ECHEANCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PEB-DRAPEAU DELIMITED BY SIZE
                   INTO RP-LIGNE-RELEVE
               WRITE RP-LIGNE-RELEVE
           END-IF.

       PEB-RETARD-EVALUER.
           MOVE SPACES TO WS-PEB-DRAPEAU.
           MOVE "N" TO WS-PEB-EN-RETARD.
           IF PI-DATE-ECHEANCE < WS-DATE-JOUR
               MOVE "EN RETARD" TO WS-PEB-DRAPEAU
               MOVE "O" TO WS-PEB-EN-RETARD
               ADD 1 TO WS-PEB-NB-RETARDS
           END-IF.

       PEB-PARTENAIRE-DEMANDER.
           MOVE "N" TO WS-PA-VALIDE.
           DISPLAY "QUEL EST LE CODE DU PARTENAIRE : ".
           ACCEPT WS-PA-CODE-SAISI.
           MOVE WS-PA-CODE-SAISI TO PA-CODE.
           READ FICHIER-PARTENAIRE
               INVALID KEY
                   DISPLAY "PARTENAIRE INCONNU"
               NOT INVALID KEY
                   IF PA-ACTIF NOT = "O"
                       DISPLAY "CE PARTENAIRE EST INACTIF"
                   ELSE
                       MOVE "O" TO WS-PA-VALIDE
                   END-IF
           END-READ.

       PEB-ECHEANCE-SAISIR.
           MOVE "N" TO WS-PEB-SAISIE-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY "QUELLE EST LA DATE D'ECHEANCE (AAAAMMJJ, "
               "VIDE = " PA-DUREE " JOURS) : ".
           ACCEPT WS-PEB-ECHEANCE-SAISIE.
           IF WS-PEB-ECHEANCE-SAISIE = SPACES
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + PA-DUREE
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-PEB-ECHEANCE
           ELSE
               IF WS-PEB-ECHEANCE-SAISIE IS NOT NUMERIC
                   DISPLAY "LA DATE DOIT ETRE AU FORMAT AAAAMMJJ"
                   GO TO PEB-ECHEANCE-SAISIR-FIN
               END-IF
               MOVE WS-PEB-ECHEANCE-SAISIE TO WS-PEB-ECHEANCE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PEB-ECHEANCE) NOT = 0
                   DISPLAY "DATE INVALIDE : " WS-PEB-ECHEANCE
                   GO TO PEB-ECHEANCE-SAISIR-FIN
               END-IF
           END-IF.
           IF WS-PEB-ECHEANCE < WS-DATE-JOUR
               DISPLAY "L'ECHEANCE EST DEJA PASSEE"
               GO TO PEB-ECHEANCE-SAISIR-FIN
           END-IF.
           MOVE "O" TO WS-PEB-SAISIE-OK.

       PEB-ECHEANCE-SAISIR-FIN.
           EXIT.

       PEB-LIRE.
           MOVE "N" TO WS-PEB-TROUVE.
           DISPLAY "QUEL EST LE NUMERO DU PRET : ".
           ACCEPT WS-PEB-NUMERO-SAISI.
           IF FUNCTION TRIM(WS-PEB-NUMERO-SAISI) IS NOT NUMERIC
               DISPLAY "LE NUMERO DOIT ETRE NUMERIQUE"
               GO TO PEB-LIRE-FIN
           END-IF.
           MOVE WS-PEB-NUMERO-SAISI TO WS-PEB-NUMERO.
           MOVE WS-PEB-SENS TO PI-SENS.
           MOVE WS-PEB-NUMERO TO PI-NUMERO.
           READ FICHIER-PRET-INTER
               INVALID KEY
                   DISPLAY "PRET INTROUVABLE"
                   GO TO PEB-LIRE-FIN
           END-READ.
           DISPLAY "PRET " PI-NUMERO " PARTENAIRE " PI-PARTENAIRE
               " TITRE " PI-TITRE
               " STATUT " PI-STATUT
               " ECHEANCE " PI-DATE-ECHEANCE.
           MOVE "O" TO WS-PEB-TROUVE.

       PEB-LIRE-FIN.
           EXIT.

       PEB-NUMERO-MAX.
           MOVE 0 TO WS-PEB-MAX.
           MOVE WS-PEB-SENS TO PI-SENS.
           MOVE 0 TO PI-NUMERO.
           MOVE "N" TO WS-FIN-PEB.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-PEB
           END-START.
           PERFORM UNTIL WS-FIN-PEB = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-PEB
                   NOT AT END
                       IF PI-SENS NOT = WS-PEB-SENS
                           MOVE "O" TO WS-FIN-PEB
                       ELSE
                           MOVE PI-NUMERO TO WS-PEB-MAX
                       END-IF
               END-READ
           END-PERFORM.

       SAUVEGARDER.
           MOVE "SAUVEGARDE" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "SAUVEGARDE"
                   MOVE 8 TO RETURN-CODE
                   GO TO QUITTER
               ELSE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE 0 TO WS-NUIT-NB-1.
           MOVE 0 TO WS-NUIT-NB-2.
           MOVE SPACES TO WS-SAUVEGARDE-NOM.
           STRING "Sauvegarde-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               ".livre" DELIMITED BY SIZE
               INTO WS-SAUVEGARDE-NOM.
           OPEN OUTPUT FICHIER-SAUVEGARDE.
           IF WS-FS-SAUVEGARDE NOT = "00"
               DISPLAY "CREATION DE LA SAUVEGARDE IMPOSSIBLE"
               IF FUNCTION TRIM(WS-MODE-BATCH) = "SAUVEGARDE"
                   GO TO QUITTER
               ELSE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           PERFORM SAUVEGARDE-OUTPUT.
           PERFORM SAUVEGARDE-SITE.
           PERFORM SAUVEGARDE-EMPRUNT.
           PERFORM SAUVEGARDE-EMPRUNTEUR.
           PERFORM SAUVEGARDE-RESERVATION.
           PERFORM SAUVEGARDE-OPERATEUR.
           PERFORM SAUVEGARDE-AMENDE.
           PERFORM SAUVEGARDE-EXEMPLAIRE.
           PERFORM SAUVEGARDE-SITE-MAITRE.
           PERFORM SAUVEGARDE-FOURNISSEUR.
           PERFORM SAUVEGARDE-COMMANDE.
           PERFORM SAUVEGARDE-POLITIQUE.
           PERFORM SAUVEGARDE-CALENDRIER.
           PERFORM SAUVEGARDE-BUDGET.
           PERFORM SAUVEGARDE-AMENDE-DETAIL.
           PERFORM SAUVEGARDE-ELAGAGE.
           PERFORM SAUVEGARDE-PARTENAIRE.
           PERFORM SAUVEGARDE-PRET-INTER.
           CLOSE FICHIER-SAUVEGARDE.
           DISPLAY "----- SAUVEGARDE DES FICHIERS INDEXES -----".
           DISPLAY "FICHIERS SAUVEGARDES : " WS-NUIT-NB-2.
           DISPLAY "ENREGISTREMENTS COPIES : " WS-NUIT-NB-1.
           DISPLAY "SAUVEGARDE GENEREE : " WS-SAUVEGARDE-NOM.
           MOVE "SAUVEGARDE" TO WS-AUDIT-NOM.
           MOVE WS-NUIT-NB-2 TO WS-AUDIT-ANCIEN.
           MOVE WS-NUIT-NB-1 TO WS-AUDIT-NOUVEAU.
           MOVE "SAUVEGARDE" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           IF FUNCTION TRIM(WS-MODE-BATCH) = "SAUVEGARDE" THEN
               GO TO QUITTER
           END-IF.
           GO TO MAIN-PROCEDURE.

       SAUVEGARDE-OUTPUT.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Indexe.livre" TO SV-FICHIER
                       MOVE O-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-OUTPUT(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-SITE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO S-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-SITE KEY IS NOT LESS THAN S-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-SITE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Site.livre" TO SV-FICHIER
                       MOVE S-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-SITE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-EMPRUNT.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO E-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-EMPRUNT KEY IS NOT LESS THAN E-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-EMPRUNT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Emprunt.livre" TO SV-FICHIER
                       MOVE E-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-EMPRUNT(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-EMPRUNTEUR.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO B-NUMERO.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-EMPRUNTEUR KEY IS NOT LESS THAN B-NUMERO
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-EMPRUNTEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Emprunteur.livre" TO SV-FICHIER
                       MOVE B-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-EMPRUNTEUR(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-RESERVATION.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO RV-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-RESERVATION KEY IS NOT LESS THAN RV-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-RESERVATION NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Reservation.livre" TO SV-FICHIER
                       MOVE RV-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-RESERVATION(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-OPERATEUR.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO OP-CODE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-OPERATEUR KEY IS NOT LESS THAN OP-CODE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-OPERATEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Operateur.livre" TO SV-FICHIER
                       MOVE OP-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-OPERATEUR(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-AMENDE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO F-NUMERO.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-AMENDE KEY IS NOT LESS THAN F-NUMERO
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-AMENDE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Amende.livre" TO SV-FICHIER
                       MOVE F-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-AMENDE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-EXEMPLAIRE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO EX-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Exemplaire.livre" TO SV-FICHIER
                       MOVE EX-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-EXEMPLAIRE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-SITE-MAITRE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO SM-CODE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-SITE-MAITRE KEY IS NOT LESS THAN SM-CODE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-SITE-MAITRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "SiteMaitre.livre" TO SV-FICHIER
                       MOVE SM-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-SITE-MAITRE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-FOURNISSEUR.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO FR-CODE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-FOURNISSEUR KEY IS NOT LESS THAN FR-CODE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-FOURNISSEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Fournisseur.livre" TO SV-FICHIER
                       MOVE FR-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-FOURNISSEUR(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-COMMANDE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO CM-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-COMMANDE KEY IS NOT LESS THAN CM-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-COMMANDE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Commande.livre" TO SV-FICHIER
                       MOVE CM-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-COMMANDE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-POLITIQUE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO PO-CATEGORIE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-POLITIQUE KEY IS NOT LESS THAN PO-CATEGORIE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-POLITIQUE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Politique.livre" TO SV-FICHIER
                       MOVE PO-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-POLITIQUE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-CALENDRIER.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO CA-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-CALENDRIER KEY IS NOT LESS THAN CA-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-CALENDRIER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Calendrier.livre" TO SV-FICHIER
                       MOVE CA-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-CALENDRIER(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-BUDGET.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO BU-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-BUDGET KEY IS NOT LESS THAN BU-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-BUDGET NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Budget.livre" TO SV-FICHIER
                       MOVE BU-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-BUDGET(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-AMENDE-DETAIL.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO AD-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-AMENDE-DETAIL KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-AMENDE-DETAIL NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "AmendeDetail.livre" TO SV-FICHIER
                       MOVE AD-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-AMENDE-DETAIL(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-ELAGAGE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO EL-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-ELAGAGE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-ELAGAGE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Elagage.livre" TO SV-FICHIER
                       MOVE EL-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-ELAGAGE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-PARTENAIRE.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO PA-CODE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-PARTENAIRE KEY IS NOT LESS THAN PA-CODE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-PARTENAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "Partenaire.livre" TO SV-FICHIER
                       MOVE PA-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-PARTENAIRE(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-PRET-INTER.
           ADD 1 TO WS-NUIT-NB-2.
           MOVE LOW-VALUES TO PI-CLE.
           MOVE "N" TO WS-FIN-SAUVEGARDE.
           START FICHIER-PRET-INTER KEY IS NOT LESS THAN PI-CLE
               INVALID KEY MOVE "O" TO WS-FIN-SAUVEGARDE
           END-START.
           PERFORM UNTIL WS-FIN-SAUVEGARDE = "O"
               READ FICHIER-PRET-INTER NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-SAUVEGARDE
                   NOT AT END
                       MOVE "PretInter.livre" TO SV-FICHIER
                       MOVE PI-LIGNE TO SV-DONNEES
                       PERFORM SAUVEGARDE-ECRIRE
               END-READ
               IF WS-FS-PRET-INTER(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-SAUVEGARDE
               END-IF
           END-PERFORM.

       SAUVEGARDE-ECRIRE.
           WRITE SV-LIGNE.
           IF WS-FS-SAUVEGARDE = "00"
               ADD 1 TO WS-NUIT-NB-1
           ELSE
               MOVE "O" TO WS-FIN-SAUVEGARDE
           END-IF.

       NUIT.
           MOVE "NUIT" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               MOVE 8 TO RETURN-CODE
               GO TO QUITTER
           END-IF.
           MOVE 0 TO WS-NUIT-RC-GLOBAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NUIT-DATE.
           PERFORM NUIT-ETAT-LIRE.
           IF WS-NUIT-STATUT = "E"
               MOVE EN-RUN-ID TO WS-NUIT-RUN-ID
               MOVE EN-ETAPE TO WS-NUIT-IDX
               MOVE EN-ETAPES TO WS-NUIT-TABLE
               IF FUNCTION TRIM(WS-MOIS-CLOTURE) = SPACES
                   MOVE EN-MOIS-CLOTURE TO WS-MOIS-CLOTURE
               END-IF
               MOVE 0 TO WS-NUIT-NB-ETAPES
               PERFORM VARYING WS-NUIT-IDX-2 FROM 1 BY 1
                   UNTIL WS-NUIT-IDX-2 > 10
                   IF WS-NUIT-ETAPE(WS-NUIT-IDX-2) NOT = SPACES
                       MOVE WS-NUIT-IDX-2 TO WS-NUIT-NB-ETAPES
                   END-IF
               END-PERFORM
               DISPLAY "REPRISE DE LA NUIT DU " WS-NUIT-RUN-ID
                   " A L'ETAPE " WS-NUIT-ETAPE(WS-NUIT-IDX)
           ELSE
               MOVE WS-NUIT-DATE TO WS-NUIT-RUN-ID
               MOVE 1 TO WS-NUIT-IDX
               PERFORM NUIT-SEQUENCE-CONSTRUIRE
               IF WS-NUIT-INCONNUE NOT = SPACES
                   DISPLAY "ETAPE INCONNUE DANS GESTI_SEQUENCE_NUIT : "
                       WS-NUIT-INCONNUE
                   MOVE "INCONNUE" TO WS-NUIT-ETAPE-COURANTE
                   MOVE 0 TO WS-NUIT-NB-1
                   MOVE 0 TO WS-NUIT-NB-2
                   MOVE 8 TO WS-NUIT-RC
                   MOVE 8 TO WS-NUIT-RC-GLOBAL
                   MOVE "REFUSEE" TO WS-NUIT-RESULTAT
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NUIT-DEBUT
                   MOVE WS-NUIT-DEBUT TO WS-NUIT-FIN
                   MOVE 0 TO WS-NUIT-IDX
                   PERFORM NUIT-JOURNAL-ECRIRE
                   MOVE WS-NUIT-INCONNUE TO WS-NUIT-ETAPE-COURANTE
                   GO TO NUIT-TERMINER
               END-IF
           END-IF.
           DISPLAY "----- TRAITEMENT DE NUIT DU " WS-NUIT-RUN-ID
               " -----".
           MOVE "O" TO WS-NUIT-ACTIF.

       NUIT-ETAPE-LANCER.
           IF WS-NUIT-IDX > WS-NUIT-NB-ETAPES
               GO TO NUIT-TERMINER
           END-IF.
           MOVE WS-NUIT-ETAPE(WS-NUIT-IDX) TO WS-NUIT-ETAPE-COURANTE.
           MOVE "E" TO WS-NUIT-STATUT.
           PERFORM NUIT-ETAT-ECRIRE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-ERREUR-IO.
           MOVE "N" TO WS-NUIT-INATTENDU.
           MOVE SPACES TO WS-NUIT-RESULTAT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NUIT-DEBUT.
           MOVE WS-NUIT-ETAPE-COURANTE TO WS-MODE-BATCH.
           DISPLAY "----- ETAPE " WS-NUIT-IDX " : "
               WS-NUIT-ETAPE-COURANTE " -----".
           IF WS-NUIT-ETAPE-COURANTE = "SAUVEGARDE"
               GO TO SAUVEGARDER
           ELSE IF WS-NUIT-ETAPE-COURANTE = "CONTROLE"
               GO TO CONTROLER
           ELSE IF WS-NUIT-ETAPE-COURANTE = "EXPIRATION"
               GO TO EXPIRER-RESERVATIONS
           ELSE IF WS-NUIT-ETAPE-COURANTE = "RETARDS"
               GO TO RETARDS
           ELSE IF WS-NUIT-ETAPE-COURANTE = "CLOTURE"
               GO TO CLOTURER
           ELSE IF WS-NUIT-ETAPE-COURANTE = "PERTES"
               GO TO PERTES
           ELSE IF WS-NUIT-ETAPE-COURANTE = "RETENTION"
               GO TO RETENTION
           ELSE IF WS-NUIT-ETAPE-COURANTE = "OUI"
               MOVE "O" TO WS-IO-SONDE
               OPEN INPUT FICHIER-TRANSACTION
               MOVE "N" TO WS-IO-SONDE
               IF WS-FS-TRANSACTION = "00"
                   CLOSE FICHIER-TRANSACTION
                   GO TO BATCH-STOCK
               END-IF
               DISPLAY "PAS DE FICHIER Transaction.livre, "
                   "ETAPE SAUTEE"
               MOVE "SAUTEE" TO WS-NUIT-RESULTAT
           END-IF.

       NUIT-ETAPE-FIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NUIT-FIN.
           MOVE RETURN-CODE TO WS-NUIT-RC.
           IF WS-ERREUR-IO = "O" AND WS-NUIT-RC < 12
               MOVE 12 TO WS-NUIT-RC
           END-IF.
           IF WS-NUIT-INATTENDU = "O" AND WS-NUIT-RC = 0
               DISPLAY "L'ETAPE " WS-NUIT-ETAPE-COURANTE
                   " N'A PAS PU S'EXECUTER EN TRAITEMENT DE NUIT"
               MOVE 8 TO WS-NUIT-RC
           END-IF.
           PERFORM NUIT-COMPTEURS.
           IF WS-NUIT-RESULTAT = SPACES
               IF WS-NUIT-RC = 0
                   MOVE "TERMINEE" TO WS-NUIT-RESULTAT
               ELSE
                   MOVE "ECHEC" TO WS-NUIT-RESULTAT
               END-IF
           END-IF.
           PERFORM NUIT-JOURNAL-ECRIRE.
           IF WS-NUIT-RC > 0
               MOVE WS-NUIT-RC TO WS-NUIT-RC-GLOBAL
               GO TO NUIT-TERMINER
           END-IF.
           ADD 1 TO WS-NUIT-IDX.
           GO TO NUIT-ETAPE-LANCER.

       NUIT-TERMINER.
           MOVE "N" TO WS-NUIT-ACTIF.
           IF WS-NUIT-RC-GLOBAL = 0
               MOVE "T" TO WS-NUIT-STATUT
           ELSE
               MOVE "E" TO WS-NUIT-STATUT
           END-IF.
           IF WS-NUIT-IDX > 0
               PERFORM NUIT-ETAT-ECRIRE
           END-IF.
           PERFORM NUIT-RAPPORT.
           IF WS-NUIT-RC-GLOBAL = 0
               DISPLAY "TRAITEMENT DE NUIT TERMINE SANS ERREUR"
           ELSE
               DISPLAY "TRAITEMENT DE NUIT ARRETE A L'ETAPE "
                   WS-NUIT-ETAPE-COURANTE " RC " WS-NUIT-RC-GLOBAL
           END-IF.
           DISPLAY "RAPPORT DU MATIN : RapportNuit.livre".
           MOVE "NUIT" TO WS-MODE-BATCH.
           MOVE "N" TO WS-ERREUR-IO.
           MOVE WS-NUIT-RC-GLOBAL TO RETURN-CODE.
           GO TO QUITTER.

       NUIT-SEQUENCE-CONSTRUIRE.
           MOVE SPACES TO WS-NUIT-TABLE.
           MOVE SPACES TO WS-NUIT-INCONNUE.
           MOVE "SAUVEGARDE" TO WS-NUIT-ETAPE(1).
           MOVE 1 TO WS-NUIT-NB-ETAPES.
           DISPLAY "GESTI_SEQUENCE_NUIT" UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUIT-SEQUENCE FROM ENVIRONMENT-VALUE.
           IF FUNCTION TRIM(WS-NUIT-SEQUENCE) = SPACES
               MOVE "CONTROLE EXPIRATION RETARDS OUI"
                   TO WS-NUIT-SEQUENCE
           END-IF.
           MOVE 1 TO WS-NUIT-PTR.
           PERFORM UNTIL WS-NUIT-PTR > 100
               OR WS-NUIT-INCONNUE NOT = SPACES
               MOVE SPACES TO WS-NUIT-MOT
               UNSTRING WS-NUIT-SEQUENCE DELIMITED BY ALL SPACE
                   OR ","
                   INTO WS-NUIT-MOT
                   WITH POINTER WS-NUIT-PTR
               END-UNSTRING
               IF WS-NUIT-MOT NOT = SPACES
                   PERFORM NUIT-ETAPE-AJOUTER
               END-IF
           END-PERFORM.
           IF WS-NUIT-DATE(7:2) = "01"
               MOVE "CLOTURE" TO WS-NUIT-MOT
               PERFORM NUIT-ETAPE-AJOUTER
               IF FUNCTION TRIM(WS-MOIS-CLOTURE) = SPACES
                   MOVE WS-NUIT-DATE(1:4) TO WS-NUIT-ANNEE
                   MOVE WS-NUIT-DATE(5:2) TO WS-NUIT-MOIS
                   IF WS-NUIT-MOIS = 1
                       SUBTRACT 1 FROM WS-NUIT-ANNEE
                       MOVE 12 TO WS-NUIT-MOIS
                   ELSE
                       SUBTRACT 1 FROM WS-NUIT-MOIS
                   END-IF
                   MOVE WS-NUIT-ANNEE TO WS-MOIS-CLOTURE(1:4)
                   MOVE WS-NUIT-MOIS TO WS-MOIS-CLOTURE(5:2)
               END-IF
           END-IF.

       NUIT-ETAPE-AJOUTER.
           MOVE FUNCTION UPPER-CASE(WS-NUIT-MOT) TO WS-NUIT-MOT.
           IF WS-NUIT-MOT NOT = "SAUVEGARDE"
               AND WS-NUIT-MOT NOT = "CONTROLE"
               AND WS-NUIT-MOT NOT = "EXPIRATION"
               AND WS-NUIT-MOT NOT = "RETARDS"
               AND WS-NUIT-MOT NOT = "OUI"
               AND WS-NUIT-MOT NOT = "CLOTURE"
               AND WS-NUIT-MOT NOT = "PERTES"
               AND WS-NUIT-MOT NOT = "RETENTION"
               MOVE WS-NUIT-MOT TO WS-NUIT-INCONNUE
           ELSE
               MOVE "N" TO WS-NUIT-TROUVE
               PERFORM VARYING WS-NUIT-IDX-2 FROM 1 BY 1
                   UNTIL WS-NUIT-IDX-2 > WS-NUIT-NB-ETAPES
                   IF WS-NUIT-ETAPE(WS-NUIT-IDX-2) = WS-NUIT-MOT
                       MOVE "O" TO WS-NUIT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-NUIT-TROUVE = "N" AND WS-NUIT-NB-ETAPES < 10
                   ADD 1 TO WS-NUIT-NB-ETAPES
                   MOVE WS-NUIT-MOT TO WS-NUIT-ETAPE(WS-NUIT-NB-ETAPES)
               END-IF
           END-IF.

       NUIT-COMPTEURS.
           MOVE 0 TO WS-NUIT-NB-1.
           MOVE 0 TO WS-NUIT-NB-2.
           IF WS-NUIT-RESULTAT = "SAUTEE"
               CONTINUE
           ELSE IF WS-NUIT-ETAPE-COURANTE = "SAUVEGARDE"
               CONTINUE
           ELSE IF WS-NUIT-ETAPE-COURANTE = "CONTROLE"
               MOVE WS-NB-CONTROLES TO WS-NUIT-NB-1
               MOVE WS-NB-ORPHELINS TO WS-NUIT-NB-2
           ELSE IF WS-NUIT-ETAPE-COURANTE = "EXPIRATION"
               MOVE WS-NB-EXPIREES TO WS-NUIT-NB-1
               MOVE WS-NB-PROMUES TO WS-NUIT-NB-2
           ELSE IF WS-NUIT-ETAPE-COURANTE = "RETARDS"
               MOVE WS-NB-RETARDS TO WS-NUIT-NB-1
               COMPUTE WS-NUIT-NB-2 =
                   WS-NB-RELANCE-PREM + WS-NB-RELANCE-REP
           ELSE IF WS-NUIT-ETAPE-COURANTE = "OUI"
               MOVE WS-NB-APPLIQUEES TO WS-NUIT-NB-1
               MOVE WS-NB-REJETEES TO WS-NUIT-NB-2
           ELSE IF WS-NUIT-ETAPE-COURANTE = "CLOTURE"
               MOVE WS-NB-ARCHIVEES TO WS-NUIT-NB-1
               MOVE WS-NB-CONSERVEES TO WS-NUIT-NB-2
           ELSE IF WS-NUIT-ETAPE-COURANTE = "PERTES"
               MOVE WS-NB-PERDUS TO WS-NUIT-NB-1
               MOVE WS-NB-PER-IGNORES TO WS-NUIT-NB-2
           ELSE IF WS-NUIT-ETAPE-COURANTE = "RETENTION"
               MOVE WS-RT-NB-PURGES TO WS-NUIT-NB-1
               MOVE WS-RT-NB-ANONYMES TO WS-NUIT-NB-2
           END-IF.

       NUIT-ETAT-LIRE.
           MOVE "T" TO WS-NUIT-STATUT.
           OPEN INPUT FICHIER-ETAT-NUIT.
           READ FICHIER-ETAT-NUIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EN-STATUT TO WS-NUIT-STATUT
           END-READ.
           CLOSE FICHIER-ETAT-NUIT.

       NUIT-ETAT-ECRIRE.
           OPEN OUTPUT FICHIER-ETAT-NUIT.
           MOVE WS-NUIT-RUN-ID TO EN-RUN-ID.
           MOVE WS-NUIT-STATUT TO EN-STATUT.
           MOVE WS-NUIT-IDX TO EN-ETAPE.
           MOVE WS-MOIS-CLOTURE TO EN-MOIS-CLOTURE.
           MOVE WS-NUIT-TABLE TO EN-ETAPES.
           WRITE EN-LIGNE.
           CLOSE FICHIER-ETAT-NUIT.

       NUIT-JOURNAL-ECRIRE.
           OPEN EXTEND FICHIER-JOURNAL-NUIT.
           MOVE SPACES TO JN-LIGNE-JOURNAL.
           STRING WS-NUIT-RUN-ID DELIMITED BY SIZE
               " ETAPE " DELIMITED BY SIZE
               WS-NUIT-IDX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NUIT-ETAPE-COURANTE DELIMITED BY SIZE
               " DEBUT " DELIMITED BY SIZE
               WS-NUIT-DEBUT DELIMITED BY SIZE
               " FIN " DELIMITED BY SIZE
               WS-NUIT-FIN DELIMITED BY SIZE
               " TRAITES " DELIMITED BY SIZE
               WS-NUIT-NB-1 DELIMITED BY SIZE
               " ANOMALIES " DELIMITED BY SIZE
               WS-NUIT-NB-2 DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WS-NUIT-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NUIT-RESULTAT DELIMITED BY SIZE
               INTO JN-LIGNE-JOURNAL.
           WRITE JN-LIGNE-JOURNAL.
           CLOSE FICHIER-JOURNAL-NUIT.

       NUIT-RAPPORT.
           OPEN OUTPUT FICHIER-RAPPORT-NUIT.
           MOVE SPACES TO RM-LIGNE-RAPPORT.
           STRING "RAPPORT DU TRAITEMENT DE NUIT DU " DELIMITED BY SIZE
               WS-NUIT-RUN-ID DELIMITED BY SIZE
               " - EDITE LE " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO RM-LIGNE-RAPPORT.
           WRITE RM-LIGNE-RAPPORT.
           MOVE "ETAPES EXECUTEES (Y COMPRIS LES PASSAGES PRECEDENTS) :"
               TO RM-LIGNE-RAPPORT.
           WRITE RM-LIGNE-RAPPORT.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-JOURNAL-NUIT.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-JOURNAL-NUIT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF JN-LIGNE-JOURNAL(1:8) = WS-NUIT-RUN-ID
                           MOVE SPACES TO RM-LIGNE-RAPPORT
                           STRING "  " DELIMITED BY SIZE
                               JN-LIGNE-JOURNAL(10:120)
                                   DELIMITED BY SIZE
                               INTO RM-LIGNE-RAPPORT
                           WRITE RM-LIGNE-RAPPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-JOURNAL-NUIT.
           MOVE SPACES TO RM-LIGNE-RAPPORT.
           IF WS-NUIT-RC-GLOBAL = 0
               STRING "RESULTAT : NUIT CORRECTE, " DELIMITED BY SIZE
                   WS-NUIT-NB-ETAPES DELIMITED BY SIZE
                   " ETAPES TERMINEES" DELIMITED BY SIZE
                   INTO RM-LIGNE-RAPPORT
           ELSE
               STRING "RESULTAT : NUIT EN ECHEC A L'ETAPE "
                   DELIMITED BY SIZE
                   WS-NUIT-ETAPE-COURANTE DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   WS-NUIT-RC-GLOBAL DELIMITED BY SIZE
                   " - CORRIGER PUIS RELANCER GESTI_BATCH=NUIT"
                   DELIMITED BY SIZE
                   INTO RM-LIGNE-RAPPORT
           END-IF.
           WRITE RM-LIGNE-RAPPORT.
           IF WS-NUIT-RC-GLOBAL = 12
               MOVE "ERREURS D'ENTREE-SORTIE : VOIR ErreurIO.livre"
                   TO RM-LIGNE-RAPPORT
               WRITE RM-LIGNE-RAPPORT
           END-IF.
           CLOSE FICHIER-RAPPORT-NUIT.

       CONVERTIR.
           MOVE "CONVERTIR" TO WS-FONCTION-DEMANDEE.
           PERFORM CONTROLER-ACCES.
           IF WS-ACCES-REFUSE = "O"
               MOVE 8 TO RETURN-CODE
               MOVE "O" TO WS-IO-SONDE
               GO TO QUITTER
           END-IF.
           PERFORM CONVERSION-PREPARER.
           IF WS-CV-REFUS = "O"
               MOVE 8 TO RETURN-CODE
               MOVE "O" TO WS-IO-SONDE
               GO TO QUITTER
           END-IF.
           MOVE "N" TO WS-CV-ECART.
           MOVE 0 TO WS-CV-TOTAL-AVANT.
           MOVE 0 TO WS-CV-TOTAL-APRES.
           OPEN OUTPUT FICHIER-CONVERSION.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           STRING "CONVERSION DES FICHIERS DU "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               " VERS LES NOUVEAUX FORMATS" DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           IF WS-CV-CATALOGUE = "O"
               PERFORM CONVERSION-CATALOGUE
                   THRU CONVERSION-CATALOGUE-FIN
           END-IF.
           IF WS-CV-EMPRUNTEUR = "O"
               PERFORM CONVERSION-EMPRUNTEUR
                   THRU CONVERSION-EMPRUNTEUR-FIN
           END-IF.
           IF WS-CV-EXEMPLAIRE = "O"
               PERFORM CONVERSION-EXEMPLAIRE
                   THRU CONVERSION-EXEMPLAIRE-FIN
           END-IF.
           IF WS-CV-COMMANDE = "O"
               PERFORM CONVERSION-COMMANDE
                   THRU CONVERSION-COMMANDE-FIN
           END-IF.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           IF WS-CV-ECART = "N"
               MOVE "RESULTAT : CONVERSION CORRECTE"
                   TO CV-LIGNE-CONVERSION
           ELSE
               MOVE 8 TO RETURN-CODE
               STRING "RESULTAT : ECARTS CONSTATES, CONSERVER "
                   DELIMITED BY SIZE
                   "LES FICHIERS ...Ancien.livre ET NE PAS "
                   DELIMITED BY SIZE
                   "REPRENDRE L'EXPLOITATION" DELIMITED BY SIZE
                   INTO CV-LIGNE-CONVERSION
           END-IF.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           CLOSE FICHIER-CONVERSION.
           MOVE "CONVERSION" TO WS-AUDIT-NOM.
           MOVE WS-CV-TOTAL-AVANT TO WS-AUDIT-ANCIEN.
           MOVE WS-CV-TOTAL-APRES TO WS-AUDIT-NOUVEAU.
           MOVE "CONVERSION" TO WS-AUDIT-ACTION.
           PERFORM AUDIT-ENREGISTRER.
           DISPLAY "DOCUMENT DE CONTROLE : Conversion.livre".
           GO TO QUITTER.

       CONVERSION-PREPARER.
           MOVE "N" TO WS-CV-REFUS.
           MOVE "O" TO WS-IO-SONDE.
           MOVE "N" TO WS-CV-CATALOGUE.
           OPEN INPUT FICHIER-CATALOGUE-ANCIEN.
           IF WS-FS-CATALOGUE-ANCIEN(1:1) = "0"
               MOVE "O" TO WS-CV-CATALOGUE
               CLOSE FICHIER-CATALOGUE-ANCIEN
           END-IF.
           MOVE "N" TO WS-CV-EMPRUNTEUR.
           OPEN INPUT FICHIER-EMPRUNTEUR-ANCIEN.
           IF WS-FS-EMPRUNTEUR-ANCIEN(1:1) = "0"
               MOVE "O" TO WS-CV-EMPRUNTEUR
               CLOSE FICHIER-EMPRUNTEUR-ANCIEN
           END-IF.
           MOVE "N" TO WS-CV-EXEMPLAIRE.
           OPEN INPUT FICHIER-EXEMPLAIRE-ANCIEN.
           IF WS-FS-EXEMPLAIRE-ANCIEN(1:1) = "0"
               MOVE "O" TO WS-CV-EXEMPLAIRE
               CLOSE FICHIER-EXEMPLAIRE-ANCIEN
           END-IF.
           MOVE "N" TO WS-CV-COMMANDE.
           OPEN INPUT FICHIER-COMMANDE-ANCIEN.
           IF WS-FS-COMMANDE-ANCIEN(1:1) = "0"
               MOVE "O" TO WS-CV-COMMANDE
               CLOSE FICHIER-COMMANDE-ANCIEN
           END-IF.
           IF WS-CV-CATALOGUE = "N" AND WS-CV-EMPRUNTEUR = "N"
               AND WS-CV-EXEMPLAIRE = "N" AND WS-CV-COMMANDE = "N"
               DISPLAY "AUCUN FICHIER ...Ancien.livre A CONVERTIR"
               MOVE "O" TO WS-CV-REFUS
           END-IF.
           IF WS-CV-CATALOGUE = "O"
               OPEN INPUT FICHIER-OUTPUT
               IF WS-FS-OUTPUT(1:1) = "0"
                   CLOSE FICHIER-OUTPUT
               END-IF
               IF WS-FS-OUTPUT NOT = "35" AND WS-FS-OUTPUT NOT = "05"
                   DISPLAY "Indexe.livre EXISTE ENCORE : LE RENOMMER "
                       "EN IndexeAncien.livre AVANT LA CONVERSION"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           ELSE
               OPEN I-O FICHIER-OUTPUT
               IF WS-FS-OUTPUT(1:1) NOT = "0"
                   DISPLAY "Indexe.livre ILLISIBLE : LE RENOMMER "
                       "EN IndexeAncien.livre POUR LE CONVERTIR"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           END-IF.
           IF WS-CV-EMPRUNTEUR = "O"
               OPEN INPUT FICHIER-EMPRUNTEUR
               IF WS-FS-EMPRUNTEUR(1:1) = "0"
                   CLOSE FICHIER-EMPRUNTEUR
               END-IF
               IF WS-FS-EMPRUNTEUR NOT = "35"
                   AND WS-FS-EMPRUNTEUR NOT = "05"
                   DISPLAY "Emprunteur.livre EXISTE ENCORE : LE "
                       "RENOMMER EN EmprunteurAncien.livre AVANT LA "
                       "CONVERSION"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           ELSE
               OPEN I-O FICHIER-EMPRUNTEUR
               IF WS-FS-EMPRUNTEUR(1:1) NOT = "0"
                   DISPLAY "Emprunteur.livre ILLISIBLE : LE RENOMMER "
                       "EN EmprunteurAncien.livre POUR LE CONVERTIR"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           END-IF.
           IF WS-CV-EXEMPLAIRE = "O"
               OPEN INPUT FICHIER-EXEMPLAIRE
               IF WS-FS-EXEMPLAIRE(1:1) = "0"
                   CLOSE FICHIER-EXEMPLAIRE
               END-IF
               IF WS-FS-EXEMPLAIRE NOT = "35"
                   AND WS-FS-EXEMPLAIRE NOT = "05"
                   DISPLAY "Exemplaire.livre EXISTE ENCORE : LE "
                       "RENOMMER EN ExemplaireAncien.livre AVANT LA "
                       "CONVERSION"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           ELSE
               OPEN I-O FICHIER-EXEMPLAIRE
               IF WS-FS-EXEMPLAIRE(1:1) NOT = "0"
                   DISPLAY "Exemplaire.livre ILLISIBLE : LE RENOMMER "
                       "EN ExemplaireAncien.livre POUR LE CONVERTIR"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           END-IF.
           IF WS-CV-COMMANDE = "O"
               OPEN INPUT FICHIER-COMMANDE
               IF WS-FS-COMMANDE(1:1) = "0"
                   CLOSE FICHIER-COMMANDE
               END-IF
               IF WS-FS-COMMANDE NOT = "35"
                   AND WS-FS-COMMANDE NOT = "05"
                   DISPLAY "Commande.livre EXISTE ENCORE : LE "
                       "RENOMMER EN CommandeAncien.livre AVANT LA "
                       "CONVERSION"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           ELSE
               OPEN I-O FICHIER-COMMANDE
               IF WS-FS-COMMANDE(1:1) NOT = "0"
                   DISPLAY "Commande.livre ILLISIBLE : LE RENOMMER "
                       "EN CommandeAncien.livre POUR LE CONVERTIR"
                   MOVE "O" TO WS-CV-REFUS
               END-IF
           END-IF.
           MOVE "N" TO WS-IO-SONDE.

       CONVERSION-CATALOGUE.
           MOVE "Indexe.livre" TO WS-CV-FICHIER.
           MOVE 0 TO WS-CV-NB-AVANT.
           MOVE 0 TO WS-CV-NB-APRES.
           MOVE 0 TO WS-CV-NB-ID.
           MOVE 0 TO WS-CV-NB-ISBN.
           MOVE 0 TO WS-CV-NB-REJETS.
           MOVE 0 TO WS-CV-QTE-AVANT.
           MOVE 0 TO WS-CV-QTE-APRES.
           MOVE 0 TO WS-CV-VALEUR-AVANT.
           MOVE 0 TO WS-CV-VALEUR-APRES.
           OPEN INPUT FICHIER-CATALOGUE-ANCIEN.
           OPEN OUTPUT FICHIER-OUTPUT.
           IF WS-FS-CATALOGUE-ANCIEN NOT = "00"
               OR WS-FS-OUTPUT NOT = "00"
               DISPLAY "CONVERSION DE Indexe.livre IMPOSSIBLE"
               MOVE "O" TO WS-CV-ECART
               GO TO CONVERSION-CATALOGUE-FIN
           END-IF.
           MOVE "N" TO WS-FIN-CONVERSION.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-CATALOGUE-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CATALOGUE-ANCIEN(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-CONVERSION
               ELSE
                   PERFORM CONVERSION-CATALOGUE-ECRIRE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-CATALOGUE-ANCIEN.
           CLOSE FICHIER-OUTPUT.
           OPEN I-O FICHIER-OUTPUT.
           PERFORM CONVERSION-CATALOGUE-VERIFIER.
           PERFORM CONVERSION-FICHIER-BILAN.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           MOVE WS-CV-VALEUR-AVANT TO WS-VALEUR-TOT-AFF.
           STRING "  AVANT : QUANTITE TOTALE " DELIMITED BY SIZE
               WS-CV-QTE-AVANT DELIMITED BY SIZE
               " VALEUR " DELIMITED BY SIZE
               WS-VALEUR-TOT-AFF DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           MOVE WS-CV-VALEUR-APRES TO WS-VALEUR-TOT-AFF.
           STRING "  APRES : QUANTITE TOTALE " DELIMITED BY SIZE
               WS-CV-QTE-APRES DELIMITED BY SIZE
               " VALEUR " DELIMITED BY SIZE
               WS-VALEUR-TOT-AFF DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           STRING "  LECTURE PAR CLE : NOM " DELIMITED BY SIZE
               WS-CV-NB-APRES DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-CV-NB-ID DELIMITED BY SIZE
               " ISBN " DELIMITED BY SIZE
               WS-CV-NB-ISBN DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           IF WS-CV-NB-ID NOT = WS-CV-NB-AVANT
               OR WS-CV-NB-ISBN NOT = WS-CV-NB-AVANT
               OR WS-CV-QTE-APRES NOT = WS-CV-QTE-AVANT
               OR WS-CV-VALEUR-APRES NOT = WS-CV-VALEUR-AVANT
               MOVE "O" TO WS-CV-ECART
           END-IF.

       CONVERSION-CATALOGUE-FIN.
           EXIT.

       CONVERSION-CATALOGUE-ECRIRE.
           ADD 1 TO WS-CV-NB-AVANT.
           ADD OA-QUANTITE TO WS-CV-QTE-AVANT.
           COMPUTE WS-CV-VALEUR-AVANT =
               WS-CV-VALEUR-AVANT + OA-QUANTITE * OA-PRIX.
           MOVE OA-ID TO O-ID.
           MOVE OA-NOM TO O-NOM.
           MOVE OA-QUANTITE TO O-QUANTITE.
           MOVE OA-AUTEUR TO O-AUTEUR.
           MOVE OA-EDITEUR TO O-EDITEUR.
           MOVE OA-ISBN TO O-ISBN.
           MOVE OA-PRIX TO O-PRIX.
           WRITE O-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-OUTPUT" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   MOVE OA-NOM TO WS-CV-CLE
                   MOVE WS-FS-OUTPUT TO WS-CV-STATUT
                   PERFORM CONVERSION-REJET
           END-WRITE.

       CONVERSION-CATALOGUE-VERIFIER.
           MOVE LOW-VALUES TO O-NOM.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-NOM
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-APRES
                       ADD O-QUANTITE TO WS-CV-QTE-APRES
                       COMPUTE WS-CV-VALEUR-APRES =
                           WS-CV-VALEUR-APRES + O-QUANTITE * O-PRIX
               END-READ
           END-PERFORM.
           MOVE 0 TO O-ID.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-ID
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-ID
               END-READ
           END-PERFORM.
           MOVE LOW-VALUES TO O-ISBN.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-OUTPUT KEY IS NOT LESS THAN O-ISBN
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-OUTPUT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-ISBN
               END-READ
           END-PERFORM.

       CONVERSION-EMPRUNTEUR.
           MOVE "Emprunteur.livre" TO WS-CV-FICHIER.
           MOVE 0 TO WS-CV-NB-AVANT.
           MOVE 0 TO WS-CV-NB-APRES.
           MOVE 0 TO WS-CV-NB-REJETS.
           OPEN INPUT FICHIER-EMPRUNTEUR-ANCIEN.
           OPEN OUTPUT FICHIER-EMPRUNTEUR.
           IF WS-FS-EMPRUNTEUR-ANCIEN NOT = "00"
               OR WS-FS-EMPRUNTEUR(1:1) NOT = "0"
               DISPLAY "CONVERSION DE Emprunteur.livre IMPOSSIBLE"
               MOVE "O" TO WS-CV-ECART
               GO TO CONVERSION-EMPRUNTEUR-FIN
           END-IF.
           MOVE "N" TO WS-FIN-CONVERSION.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-EMPRUNTEUR-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-EMPRUNTEUR-ANCIEN(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-CONVERSION
               ELSE
                   PERFORM CONVERSION-EMPRUNTEUR-ECRIRE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-EMPRUNTEUR-ANCIEN.
           CLOSE FICHIER-EMPRUNTEUR.
           OPEN I-O FICHIER-EMPRUNTEUR.
           MOVE LOW-VALUES TO B-NUMERO.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-EMPRUNTEUR KEY IS NOT LESS THAN B-NUMERO
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-EMPRUNTEUR NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-APRES
               END-READ
           END-PERFORM.
           PERFORM CONVERSION-FICHIER-BILAN.

       CONVERSION-EMPRUNTEUR-FIN.
           EXIT.

       CONVERSION-EMPRUNTEUR-ECRIRE.
           ADD 1 TO WS-CV-NB-AVANT.
           MOVE BA-NUMERO TO B-NUMERO.
           MOVE BA-NOM TO B-NOM.
           MOVE BA-TELEPHONE TO B-TELEPHONE.
           MOVE BA-ADRESSE TO B-ADRESSE.
           MOVE BA-STATUT TO B-STATUT.
           MOVE "A" TO B-CATEGORIE.
           MOVE 0 TO B-DATE-INSCRIPTION.
           WRITE B-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EMPRUNTEUR" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   MOVE BA-NUMERO TO WS-CV-CLE
                   MOVE WS-FS-EMPRUNTEUR TO WS-CV-STATUT
                   PERFORM CONVERSION-REJET
           END-WRITE.

       CONVERSION-EXEMPLAIRE.
           MOVE "Exemplaire.livre" TO WS-CV-FICHIER.
           MOVE 0 TO WS-CV-NB-AVANT.
           MOVE 0 TO WS-CV-NB-APRES.
           MOVE 0 TO WS-CV-NB-REJETS.
           OPEN INPUT FICHIER-EXEMPLAIRE-ANCIEN.
           OPEN OUTPUT FICHIER-EXEMPLAIRE.
           IF WS-FS-EXEMPLAIRE-ANCIEN NOT = "00"
               OR WS-FS-EXEMPLAIRE(1:1) NOT = "0"
               DISPLAY "CONVERSION DE Exemplaire.livre IMPOSSIBLE"
               MOVE "O" TO WS-CV-ECART
               GO TO CONVERSION-EXEMPLAIRE-FIN
           END-IF.
           MOVE "N" TO WS-FIN-CONVERSION.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-EXEMPLAIRE-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-EXEMPLAIRE-ANCIEN(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-CONVERSION
               ELSE
                   PERFORM CONVERSION-EXEMPLAIRE-ECRIRE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-EXEMPLAIRE-ANCIEN.
           CLOSE FICHIER-EXEMPLAIRE.
           OPEN I-O FICHIER-EXEMPLAIRE.
           MOVE LOW-VALUES TO EX-CLE.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-EXEMPLAIRE KEY IS NOT LESS THAN EX-CLE
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-EXEMPLAIRE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-APRES
               END-READ
           END-PERFORM.
           PERFORM CONVERSION-FICHIER-BILAN.

       CONVERSION-EXEMPLAIRE-FIN.
           EXIT.

       CONVERSION-EXEMPLAIRE-ECRIRE.
           ADD 1 TO WS-CV-NB-AVANT.
           MOVE XA-CLE TO EX-CLE.
           MOVE XA-SITE TO EX-SITE.
           MOVE XA-STATUT TO EX-STATUT.
           MOVE SPACE TO EX-MOTIF.
           MOVE 0 TO EX-DATE-STATUT.
           WRITE EX-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-EXEMPLAIRE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   MOVE XA-CLE TO WS-CV-CLE
                   MOVE WS-FS-EXEMPLAIRE TO WS-CV-STATUT
                   PERFORM CONVERSION-REJET
           END-WRITE.

       CONVERSION-COMMANDE.
           MOVE "Commande.livre" TO WS-CV-FICHIER.
           MOVE 0 TO WS-CV-NB-AVANT.
           MOVE 0 TO WS-CV-NB-APRES.
           MOVE 0 TO WS-CV-NB-REJETS.
           OPEN INPUT FICHIER-COMMANDE-ANCIEN.
           OPEN OUTPUT FICHIER-COMMANDE.
           IF WS-FS-COMMANDE-ANCIEN NOT = "00"
               OR WS-FS-COMMANDE(1:1) NOT = "0"
               DISPLAY "CONVERSION DE Commande.livre IMPOSSIBLE"
               MOVE "O" TO WS-CV-ECART
               GO TO CONVERSION-COMMANDE-FIN
           END-IF.
           MOVE "N" TO WS-FIN-CONVERSION.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-COMMANDE-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-COMMANDE-ANCIEN(1:1) NOT = "0"
                   MOVE "O" TO WS-FIN-CONVERSION
               ELSE
                   PERFORM CONVERSION-COMMANDE-ECRIRE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-COMMANDE-ANCIEN.
           CLOSE FICHIER-COMMANDE.
           OPEN I-O FICHIER-COMMANDE.
           MOVE LOW-VALUES TO CM-CLE.
           MOVE "N" TO WS-FIN-CONVERSION.
           START FICHIER-COMMANDE KEY IS NOT LESS THAN CM-CLE
               INVALID KEY MOVE "O" TO WS-FIN-CONVERSION
           END-START.
           PERFORM UNTIL WS-FIN-CONVERSION = "O"
               READ FICHIER-COMMANDE NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-CONVERSION
                   NOT AT END
                       ADD 1 TO WS-CV-NB-APRES
               END-READ
           END-PERFORM.
           PERFORM CONVERSION-FICHIER-BILAN.

       CONVERSION-COMMANDE-FIN.
           EXIT.

       CONVERSION-COMMANDE-ECRIRE.
           ADD 1 TO WS-CV-NB-AVANT.
           MOVE MA-CLE TO CM-CLE.
           MOVE MA-FOURNISSEUR TO CM-FOURNISSEUR.
           MOVE MA-DATE TO CM-DATE.
           MOVE MA-QTE-COMMANDEE TO CM-QTE-COMMANDEE.
           MOVE MA-QTE-RECUE TO CM-QTE-RECUE.
           MOVE MA-STATUT TO CM-STATUT.
           MOVE SPACES TO CM-FONDS.
           MOVE 0 TO CM-EXERCICE.
           MOVE SPACES TO CM-SITE-BUDGET.
           MOVE 0 TO CM-PRIX.
           MOVE MA-ID TO O-ID.
           READ FICHIER-OUTPUT KEY IS O-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE O-PRIX TO CM-PRIX
           END-READ.
           WRITE CM-LIGNE
               INVALID KEY
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE "FICHIER-COMMANDE" TO WS-IO-FICHIER
                   PERFORM ERREUR-IO-ENREGISTRER
                   MOVE MA-CLE TO WS-CV-CLE
                   MOVE WS-FS-COMMANDE TO WS-CV-STATUT
                   PERFORM CONVERSION-REJET
           END-WRITE.

       CONVERSION-REJET.
           ADD 1 TO WS-CV-NB-REJETS.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           STRING "REJET : " DELIMITED BY SIZE
               WS-CV-FICHIER DELIMITED BY SPACE
               " CLE " DELIMITED BY SIZE
               WS-CV-CLE DELIMITED BY SIZE
               " STATUT " DELIMITED BY SIZE
               WS-CV-STATUT DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.

       CONVERSION-FICHIER-BILAN.
           ADD WS-CV-NB-AVANT TO WS-CV-TOTAL-AVANT.
           ADD WS-CV-NB-APRES TO WS-CV-TOTAL-APRES.
           MOVE SPACES TO CV-LIGNE-CONVERSION.
           STRING WS-CV-FICHIER DELIMITED BY SIZE
               " AVANT " DELIMITED BY SIZE
               WS-CV-NB-AVANT DELIMITED BY SIZE
               " APRES " DELIMITED BY SIZE
               WS-CV-NB-APRES DELIMITED BY SIZE
               " REJETS " DELIMITED BY SIZE
               WS-CV-NB-REJETS DELIMITED BY SIZE
               INTO CV-LIGNE-CONVERSION.
           PERFORM CONVERSION-LIGNE-ECRIRE.
           IF WS-CV-NB-APRES NOT = WS-CV-NB-AVANT
               MOVE "O" TO WS-CV-ECART
           END-IF.

       CONVERSION-LIGNE-ECRIRE.
           WRITE CV-LIGNE-CONVERSION.
           DISPLAY CV-LIGNE-CONVERSION.

       CLOTURER.
           MOVE "CLOTURER" TO WS-FONCTION-DEMANDEE.


       QUITTER.
           IF WS-NUIT-ACTIF = "O"
               GO TO NUIT-ETAPE-FIN
           END-IF.
           IF WS-ERREUR-IO = "O"
               DISPLAY "DES ERREURS D'ENTREE-SORTIE ONT ETE "
                   "RELEVEES, VOIR ErreurIO.livre"
               IF FUNCTION TRIM(WS-MODE-BATCH) NOT = SPACES
                   AND RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE FICHIER-OUTPUT.
           CLOSE FICHIER-SITE.
           CLOSE FICHIER-EMPRUNT.
           CLOSE FICHIER-SITE-MAITRE.
           CLOSE FICHIER-FOURNISSEUR.
           CLOSE FICHIER-COMMANDE.
           CLOSE FICHIER-POLITIQUE.
           CLOSE FICHIER-CALENDRIER.
           CLOSE FICHIER-BUDGET.
           CLOSE FICHIER-AMENDE-DETAIL.
           CLOSE FICHIER-ELAGAGE.
           CLOSE FICHIER-PARTENAIRE.
           CLOSE FICHIER-PRET-INTER.
           STOP RUN.


