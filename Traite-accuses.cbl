      *    reecrit le fichier des envois toujours sans accuse, et
      *    produit un rapport de relance listant tout numero envoye
      *    depuis plus de N jours sans accuse (N lu sur SYSIN).
      *    Une demande dont le candidat compose a recu un premier de
      *    remplacement porte deux envois sous le meme numero de
      *    demande : seul l'envoi du premier suggere (reconnu au
      *    registre des premiers emis) fait avancer son suivi, a
      *    SUGACCEPTE quand il est acquitte ou SUGRELANCE quand il
      *    est relance ; l'envoi du compose ne touche plus a ce
      *    suivi. Sans registre, ces demandes restent a leur etape.
      *    Les retraits emis pour une demande annulee apres
      *    liberation (position 10 de l'envoi en attente a 'R')
      *    portent le numero du premier retire : ils sont acquittes
      *    par un accuse de disposition 'R' et seulement par lui, le
      *    tri et le rapprochement se faisant sur le numero suivi du
      *    type d'envoi. Un retrait acquitte passe le suivi de la
      *    demande a REVOQUE, un retrait relance a REVRELANCE ; les
      *    envois ordinaires d'une demande annulee (ANNULE,
      *    REVOCATION, REVOQUE, REVRELANCE) ne touchent plus a son
      *    suivi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FD-SUIVI-ID-DEMANDE
               FILE STATUS IS WS-STATUT-SUIVI.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

      *--------------
       DATA DIVISION.
      *--------------
       SD  TRI-FILE.
       01  TRI-ENREG.
           05  TRI-NUMERO         PIC 9(9).
           05  TRI-TYPE           PIC X.
           05  TRI-RESTE          PIC X(22).

       FD  SUIVI-FILE.
       01  FD-LIGNE-SUIVI.
           05  FILLER               PIC X.
           05  FD-SUIVI-HEURE-MAJ   PIC 9(8).

       FD  REGISTRE-FILE.
       01  FD-LIGNE-REGISTRE.
           05  FD-REG-NUMERO      PIC 9(9).
           05  FILLER             PIC X.
           05  FD-REG-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-REG-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  FD-REG-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-ORIGINE     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ATTENTE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-ACCUSE   PIC X(2) VALUE SPACES.
           88  WS-ACK-EST-FINI    VALUE 'O'.
       01  WS-ACK-SERVI       PIC X VALUE 'N'.
           88  WS-ACK-EST-SERVI   VALUE 'O'.
       01  WS-DERNIER-ACQUITTE PIC X(10) VALUE SPACES.

       01  WS-ATT-ENREG.
           05  WS-ATT-NUMERO      PIC 9(9).
           05  WS-ATT-TYPE        PIC X.
               88  WS-ATT-EST-REVOCATION VALUE 'R'.
           05  WS-ATT-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  WS-ATT-DEPARTEMENT PIC X(4).
       01  WS-ATT-DATE-NUM REDEFINES WS-ATT-ENREG.
           05  FILLER             PIC X(24).
           05  WS-ATT-DATE-9      PIC 9(8).
       01  WS-ATT-CLE-ENREG REDEFINES WS-ATT-ENREG.
           05  WS-ATT-CLE         PIC X(10).
           05  FILLER             PIC X(22).

       01  WS-ACK-ENREG.
           05  WS-ACK-NUMERO      PIC 9(9).
           05  WS-ACK-TYPE        PIC X.
           05  FILLER             PIC X(22).
       01  WS-ACK-CLE-ENREG REDEFINES WS-ACK-ENREG.
           05  WS-ACK-CLE         PIC X(10).
           05  FILLER             PIC X(22).

       01  WS-NB-JOURS-TXT    PIC X(3) VALUE SPACES.
       01  WS-NB-JOURS        PIC 9(3) VALUE 7.
       01  WS-LIGNE-RELANCE   PIC X(80) VALUE SPACES.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-PTR-RELANCE     PIC 9(3) VALUE 1.

       01  WS-STATUT-SUIVI    PIC X(2) VALUE SPACES.
       01  WS-SUIVI-ACTIF     PIC X VALUE 'N'.
           88  WS-SUIVI-EST-ACTIF VALUE 'O'.
       01  WS-SUIVI-ETAPE     PIC X(10) VALUE SPACES.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.
       01  WS-SUIVI-RETENU    PIC X VALUE 'O'.
           88  WS-SUIVI-EST-RETENU VALUE 'O'.

       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-PREMIER-DEMANDE PIC X VALUE 'N'.
           88  WS-EST-PREMIER-DEMANDE VALUE 'O'.
       01  WS-NB-SUG-ACCEPTES PIC 9(9) VALUE ZERO.
       01  WS-NB-REVOQUES     PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               TO WS-JOUR-COURANT.
           PERFORM OUVRIR-SUIVI.
           PERFORM OUVRIR-REGISTRE.
           SORT TRI-FILE
               ON ASCENDING KEY TRI-NUMERO TRI-TYPE
               USING ATTENTE-FILE
               GIVING TRIATT-FILE.
           SORT TRI-FILE
               ON ASCENDING KEY TRI-NUMERO TRI-TYPE
               INPUT PROCEDURE IS LIBERER-ACCUSES
               GIVING TRIACK-FILE.
           PERFORM RAPPROCHEMENT.
           IF WS-SUIVI-EST-ACTIF
               CLOSE SUIVI-FILE
           END-IF.
           IF WS-REGISTRE-EST-ACTIF
               CLOSE REGISTRE-FILE
           END-IF.
           STOP RUN.

      *    Meme convention que dans la chaine de screening : le
                   ' - rapprochement sans suivi.'
           END-IF.

      *    Le registre des premiers emis n'est que consulte, pour
      *    reconnaitre l'envoi d'un premier suggere en remplacement.
       OUVRIR-REGISTRE.
           OPEN INPUT REGISTRE-FILE.
           IF WS-STATUT-REGISTRE = '00'
               MOVE 'O' TO WS-REGISTRE-ACTIF
           ELSE
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE
                   ' - suivi des suggestions non mis a jour.'
           END-IF.

       MAJ-SUIVI.
           MOVE 'O' TO WS-SUIVI-RETENU.
           IF WS-SUIVI-EST-ACTIF AND WS-ATT-ID-DEMANDE NOT = SPACES
               AND NOT WS-ATT-EST-REVOCATION
               PERFORM QUALIFIER-SUGGESTION
           END-IF.
           IF WS-SUIVI-EST-ACTIF AND WS-ATT-ID-DEMANDE NOT = SPACES
               AND WS-SUIVI-EST-RETENU
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE SPACES TO FD-LIGNE-SUIVI
               MOVE WS-ATT-ID-DEMANDE TO FD-SUIVI-ID-DEMANDE
               END-WRITE
           END-IF.

      *    Demande a l'une des etapes d'une suggestion de
      *    remplacement (SUGxxx, ou DESACCORD, BLOQUE, ADJUGE quand
      *    le premier suggere a ete conteste) : l'envoi en cours est
      *    soit le premier suggere, inscrit au registre sous cette
      *    demande, dont l'accuse ou la relance fait avancer le
      *    suivi, soit le compose d'origine, qui le laisse en
      *    l'etat. Une demande annulee ou revoquee garde l'etape
      *    posee par l'annulation et ses retraits.
       QUALIFIER-SUGGESTION.
           MOVE WS-ATT-ID-DEMANDE TO FD-SUIVI-ID-DEMANDE.
           READ SUIVI-FILE
               INVALID KEY
                   MOVE SPACES TO FD-SUIVI-ETAPE
           END-READ.
           IF FD-SUIVI-ETAPE = 'ANNULE'
               OR FD-SUIVI-ETAPE(1:3) = 'REV'
               MOVE 'N' TO WS-SUIVI-RETENU
           END-IF.
           IF FD-SUIVI-ETAPE(1:3) = 'SUG'
               OR FD-SUIVI-ETAPE = 'DESACCORD'
               OR FD-SUIVI-ETAPE = 'BLOQUE'
               OR FD-SUIVI-ETAPE = 'ADJUGE'
               PERFORM CONSULTER-REGISTRE
               IF NOT WS-EST-PREMIER-DEMANDE
                   MOVE 'N' TO WS-SUIVI-RETENU
               ELSE
                   IF FD-SUIVI-ETAPE(1:3) = 'SUG'
                       IF WS-SUIVI-ETAPE = 'ACQUITTE'
                           MOVE 'SUGACCEPTE' TO WS-SUIVI-ETAPE
                           ADD 1 TO WS-NB-SUG-ACCEPTES
                       ELSE
                           MOVE 'SUGRELANCE' TO WS-SUIVI-ETAPE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONSULTER-REGISTRE.
           MOVE 'N' TO WS-PREMIER-DEMANDE.
           IF WS-REGISTRE-EST-ACTIF
               MOVE WS-ATT-NUMERO TO FD-REG-NUMERO
               READ REGISTRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-REG-ID-DEMANDE = WS-ATT-ID-DEMANDE
                           MOVE 'O' TO WS-PREMIER-DEMANDE
                       END-IF
               END-READ
           END-IF.

       LIRE-PARAMETRES.
           ACCEPT WS-NB-JOURS-TXT.
           IF FUNCTION TEST-NUMVAL(WS-NB-JOURS-TXT) = 0
           IF FUNCTION TEST-NUMVAL(FD-ACK-NUMERO) = 0
               MOVE SPACES TO TRI-ENREG
               MOVE FUNCTION NUMVAL(FD-ACK-NUMERO) TO TRI-NUMERO
               IF FD-ACK-DISPOSITION = 'R'
                   MOVE 'R' TO TRI-TYPE
               END-IF
               MOVE FD-ACK-DISPOSITION TO TRI-RESTE
               RELEASE TRI-ENREG
           ELSE
      *    envoi sans accuse correspondant est conserve dans le
      *    nouveau fichier d'attente et relance s'il est trop
      *    ancien ; un accuse sans envoi correspondant est signale.
      *    La cle de rapprochement est le numero suivi du type
      *    d'envoi (blanc, ou 'R' pour un retrait).
       RAPPROCHEMENT.
           OPEN INPUT TRIATT-FILE.
           OPEN INPUT TRIACK-FILE.
           PERFORM LIRE-ACCUSE.
           PERFORM UNTIL WS-ATT-EST-FINI
               IF WS-ACK-EST-FINI
                   OR WS-ATT-CLE < WS-ACK-CLE
                   PERFORM CONSERVER-ATTENTE
                   PERFORM LIRE-ATTENTE
               ELSE
                   IF WS-ATT-CLE = WS-ACK-CLE
                       ADD 1 TO WS-NB-ACQUITTES
                       MOVE 'O' TO WS-ACK-SERVI
                       MOVE WS-ACK-CLE TO WS-DERNIER-ACQUITTE
                       IF WS-ATT-EST-REVOCATION
                           ADD 1 TO WS-NB-REVOQUES
                           MOVE 'REVOQUE' TO WS-SUIVI-ETAPE
                       ELSE
                           MOVE 'ACQUITTE' TO WS-SUIVI-ETAPE
                       END-IF
                       PERFORM MAJ-SUIVI
                       PERFORM LIRE-ATTENTE
                   ELSE
      *                Un accuse en double d'un numero deja acquitte
      *                n'est pas un orphelin.
                       IF NOT WS-ACK-EST-SERVI
                           AND WS-ACK-CLE NOT = WS-DERNIER-ACQUITTE
                           ADD 1 TO WS-NB-ORPHELINS
                       END-IF
                       PERFORM LIRE-ACCUSE
           END-PERFORM.
           PERFORM UNTIL WS-ACK-EST-FINI
               IF NOT WS-ACK-EST-SERVI
                   AND WS-ACK-CLE NOT = WS-DERNIER-ACQUITTE
                   ADD 1 TO WS-NB-ORPHELINS
               END-IF
               PERFORM LIRE-ACCUSE
           IF WS-AGE-JOURS > WS-NB-JOURS
               ADD 1 TO WS-NB-RELANCES
               PERFORM ECRIRE-LIGNE-RELANCE
               IF WS-ATT-EST-REVOCATION
                   MOVE 'REVRELANCE' TO WS-SUIVI-ETAPE
               ELSE
                   MOVE 'RELANCE' TO WS-SUIVI-ETAPE
               END-IF
               PERFORM MAJ-SUIVI
           END-IF.

           MOVE SPACES TO WS-LIGNE-RELANCE.
           MOVE WS-ATT-NUMERO TO WS-N-EDIT.
           MOVE WS-AGE-JOURS TO WS-EDIT-COMPTEUR.
      *    Un retrait en souffrance est libelle comme tel.
           IF WS-ATT-EST-REVOCATION
               MOVE '  Retrait ' TO WS-LIGNE-RELANCE
               MOVE 11 TO WS-PTR-RELANCE
           ELSE
               MOVE '  Numero ' TO WS-LIGNE-RELANCE
               MOVE 10 TO WS-PTR-RELANCE
           END-IF.
           STRING FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' demande ' DELIMITED BY SIZE
               WS-ATT-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' jours)' DELIMITED BY SIZE
               INTO WS-LIGNE-RELANCE
               WITH POINTER WS-PTR-RELANCE
           END-STRING.
           MOVE WS-LIGNE-RELANCE TO FD-LIGNE-RELANCE.
           WRITE FD-LIGNE-RELANCE.
               INTO WS-LIGNE-RELANCE.
           MOVE WS-LIGNE-RELANCE TO FD-LIGNE-RELANCE.
           WRITE FD-LIGNE-RELANCE.
           MOVE WS-NB-SUG-ACCEPTES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RELANCE.
           STRING 'Dont premiers suggeres acquittes: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RELANCE.
           MOVE WS-LIGNE-RELANCE TO FD-LIGNE-RELANCE.
           WRITE FD-LIGNE-RELANCE.
           MOVE WS-NB-REVOQUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RELANCE.
           STRING 'Dont retraits acquittes: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RELANCE.
           MOVE WS-LIGNE-RELANCE TO FD-LIGNE-RELANCE.
           WRITE FD-LIGNE-RELANCE.
           MOVE WS-NB-RESTANTS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RELANCE.
           STRING 'Envois toujours en attente: ' DELIMITED BY SIZE
