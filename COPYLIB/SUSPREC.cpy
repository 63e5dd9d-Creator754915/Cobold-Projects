      ******************************************************************
      *    COPYBOOK   :  SUSPREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Posting-suspense record, shared by every
      *                  program that writes or reads SUSPENS
      *                  (TRNPOST, SUSPMNT, SUSPRPT, RECON).  One
      *                  record per movement TRNPOST refused, keyed by
      *                  the business date of the refusal and a
      *                  sequence number within that date.
      *                  SU-MOUVEMENT is the refused TRNVALID record
      *                  byte for byte (TRANREC layout), so it can be
      *                  corrected and sent back to posting as it
      *                  stands.  An item stays 'O' (open) until
      *                  SUSPMNT resubmits it ('R') or writes it off
      *                  ('P'); SU-DATE-STATUT is the business date of
      *                  the last change of status.  SU-AGE is the age
      *                  in calendar days SUSPRPT last worked out for
      *                  an open item.  COPY this member under a single
      *                  01-level header - do not redefine these fields
      *                  by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      *    15/10/2026 RD    Added reason 'CC' for a debit refused on an
      *                     account in closure.
      ******************************************************************
           05  SU-CLE.
               10  SU-DATE-REJET           PIC 9(08).
               10  SU-SEQ                  PIC 9(05).
           05  SU-MOUVEMENT.
               10  SU-TR-COMPTE            PIC 9(08).
               10  SU-TR-MONTANT           PIC 9(06)V99.
               10  SU-TR-INDICATEUR        PIC X(01).
               10  SU-TR-COMPTE-DEST       PIC 9(08).
               10  SU-TR-ORIG-DATE         PIC 9(08).
               10  SU-TR-ORIG-SEQ          PIC 9(04).
           05  SU-CODE-RAISON              PIC X(02).
               88  SU-CLIENT-INCONNU           VALUE 'CI'.
               88  SU-INDICATEUR-INVALIDE      VALUE 'IN'.
               88  SU-COMPTE-FERME             VALUE 'CF'.
               88  SU-COMPTE-DORMANT           VALUE 'CD'.
               88  SU-COMPTE-EN-CLOTURE        VALUE 'CC'.
               88  SU-SOLDE-INSUFFISANT        VALUE 'SI'.
               88  SU-DEPASSEMENT              VALUE 'DP'.
               88  SU-VIREMENT-REJETE          VALUE 'VI'.
               88  SU-CTR-PASSATION-REJETEE    VALUE 'CP'.
           05  SU-RAISON                   PIC X(20).
           05  SU-STATUT                   PIC X(01).
               88  SU-OUVERT                   VALUE 'O'.
               88  SU-RESOUMIS                 VALUE 'R'.
               88  SU-PASSE-EN-PERTE           VALUE 'P'.
           05  SU-DATE-STATUT              PIC 9(08).
           05  SU-NB-CORRECTIONS           PIC 9(02).
           05  SU-AGE                      PIC 9(04).
           05  SU-MOTIF                    PIC X(20).
