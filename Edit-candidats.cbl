      *    soumissionnaire le jour meme, sans repasser par le
      *    screening ni la chaine de liberation ; seuls les nombres
      *    reellement nouveaux partent dans le fichier propre.
      *    Avant le cache, chaque candidat est cherche dans le
      *    registre des premiers emis : un premier deja remis a une
      *    demande n'est ni repondu ni screene pour une autre, il
      *    est rejete (motif DEJA EMIS) et la tentative est inscrite
      *    au fichier des tentatives bloquees.
      *    Quotas journaliers par departement : le fichier des
      *    quotas (charge par le job NBRQUOT) donne pour chaque
      *    departement une limite de candidats normaux et une limite
      *    de candidats prioritaires 'P' admis par nuit. Un candidat
      *    valide au-dela du quota de son departement n'est pas
      *    rejete : il est ecrit au fichier des differes (etape
      *    DIFFERE au suivi) et repris la nuit suivante en tete de
      *    l'edition, avant le travail nouveau de sa classe. La
      *    situation de chaque departement (candidats reportes) est
      *    reportee au fichier des quotas pour la soumission en
      *    ligne. Sans fichier des quotas, aucun candidat n'est
      *    differe.
      *    Annulations : avant toute autre validation, la demande est
      *    cherchee au fichier des annulations (alimente par la
      *    transaction d'annulation en ligne). Une demande annulee
      *    avant screening est ecartee (motif ANNULEE, etape ANNULE
      *    au suivi) et l'annulation est marquee appliquee par
      *    l'edition ; l'audit en est fait par le job NBRANNU. Sans
      *    fichier des annulations, l'edition continue sans ce
      *    controle (les demandes annulees sont alors ecartees plus
      *    loin dans la chaine ou retirees apres coup).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FD-SUIVI-ID-DEMANDE
               FILE STATUS IS WS-STATUT-SUIVI.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT BLOCAGE-FILE ASSIGN TO BLOQREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BLOCAGE.

           SELECT QUOTA-FILE ASSIGN TO QUOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-QUO-DEPARTEMENT
               FILE STATUS IS WS-STATUT-QUOTA.

           SELECT DIFFERE-ENTREE-FILE ASSIGN TO DIFFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIFF-ENTREE.

           SELECT DIFFERE-SORTIE-FILE ASSIGN TO DIFFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIFF-SORTIE.

           SELECT ANNULATION-FILE ASSIGN TO ANNULFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ANN-ID-DEMANDE
               FILE STATUS IS WS-STATUT-ANNULATION.

      *--------------
       DATA DIVISION.
      *--------------
           05  FD-CACHE-OPERATEUR PIC X(8).
           05  FILLER             PIC X.
           05  FD-CACHE-FACTEURS  PIC X(100).
           05  FILLER             PIC X.
           05  FD-CACHE-GRADE     PIC X.
           05  FD-CACHE-BITS      PIC 9(2).

       FD  REPONSE-FILE.
       01  FD-LIGNE-REPONSE   PIC X(135).
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

       FD  BLOCAGE-FILE.
       01  FD-LIGNE-BLOCAGE   PIC X(82).

       FD  QUOTA-FILE.
       01  FD-LIGNE-QUOTA.
           05  FD-QUO-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-QUO-LIMITE-NORMALE PIC 9(5).
           05  FILLER             PIC X.
           05  FD-QUO-LIMITE-PRIO PIC 9(5).
           05  FILLER             PIC X.
           05  FD-QUO-DATE-SITUATION PIC 9(8).
           05  FILLER             PIC X.
           05  FD-QUO-REPORTES-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-REPORTES-PRIO PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-SOUMIS-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-SOUMIS-PRIO PIC 9(7).

       FD  DIFFERE-ENTREE-FILE.
       01  FD-LIGNE-DIFF-ENTREE PIC X(22).

       FD  DIFFERE-SORTIE-FILE.
       01  FD-LIGNE-DIFF-SORTIE PIC X(22).

       FD  ANNULATION-FILE.
       01  FD-LIGNE-ANNULATION.
           05  FD-ANN-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-ANN-DATE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-HEURE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-ETAPE-DEMANDE PIC X(10).
           05  FILLER             PIC X.
           05  FD-ANN-STATUT      PIC X.
               88  FD-ANN-EST-DEMANDEE VALUE 'D'.
           05  FILLER             PIC X.
           05  FD-ANN-DATE-TRAITEMENT PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-TRAITE-PAR  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-AUDITE      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-STATUT-CANDIDAT PIC X(2) VALUE SPACES.
       01  WS-STATUT-PROPRE   PIC X(2) VALUE SPACES.
       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.

       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-BLOCAGE  PIC X(2) VALUE SPACES.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-DEJA-EMIS       PIC X VALUE 'N'.
           88  WS-EST-DEJA-EMIS   VALUE 'O'.
       01  WS-NB-DEJA-EMIS    PIC 9(9) VALUE ZERO.
       01  WS-BLOCAGE-ENREG.
           05  WS-BLQ-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-HEURE       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-ORIGINE     PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-OPERATEUR   PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-NUMERO      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-ID     PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-DEPT   PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-DATE   PIC X(8).

       01  WS-STATUT-QUOTA    PIC X(2) VALUE SPACES.
       01  WS-STATUT-DIFF-ENTREE PIC X(2) VALUE SPACES.
       01  WS-STATUT-DIFF-SORTIE PIC X(2) VALUE SPACES.
       01  WS-QUOTA-ACTIF     PIC X VALUE 'N'.
           88  WS-QUOTA-EST-ACTIF VALUE 'O'.
       01  WS-FIN-QUOTAS      PIC X VALUE 'N'.
           88  WS-FIN-LECTURE-QUOTAS VALUE 'O'.
       01  WS-FIN-DIFFERES    PIC X VALUE 'N'.
           88  WS-FIN-LECTURE-DIFFERES VALUE 'O'.
       01  WS-REPRISE-DIFFERES PIC X VALUE 'N'.
           88  WS-EN-REPRISE-DIFFERES VALUE 'O'.
       01  WS-HORS-QUOTA      PIC X VALUE 'N'.
           88  WS-EST-HORS-QUOTA  VALUE 'O'.
       01  WS-NB-REPRIS       PIC 9(9) VALUE ZERO.
       01  WS-NB-DIFFERES     PIC 9(9) VALUE ZERO.
       01  WS-NB-QUOTAS-IGNORES PIC 9(9) VALUE ZERO.
       01  WS-NB-QUOTAS       PIC 9(3) VALUE ZERO.
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-ENTREE OCCURS 200 TIMES.
               10  WS-QUO-TAB-DEPT       PIC X(4).
               10  WS-QUO-TAB-LIM-NORMALE PIC 9(5).
               10  WS-QUO-TAB-LIM-PRIO   PIC 9(5).
               10  WS-QUO-TAB-ADM-NORMAUX PIC 9(7).
               10  WS-QUO-TAB-ADM-PRIO   PIC 9(7).
               10  WS-QUO-TAB-DIF-NORMAUX PIC 9(7).
               10  WS-QUO-TAB-DIF-PRIO   PIC 9(7).
       01  WS-IDX-QUOTA       PIC 9(3) VALUE ZERO.
       01  WS-RANG-QUOTA      PIC 9(3) VALUE ZERO.
       01  WS-EDIT-ADMIS      PIC Z(6)9.
       01  WS-EDIT-LIMITE     PIC Z(4)9.
       01  WS-EDIT-DIFFERES   PIC Z(6)9.

       01  WS-STATUT-ANNULATION PIC X(2) VALUE SPACES.
       01  WS-ANNULATION-ACTIF PIC X VALUE 'N'.
           88  WS-ANNULATION-EST-ACTIF VALUE 'O'.
       01  WS-DEMANDE-ANNULEE PIC X VALUE 'N'.
           88  WS-EST-DEMANDE-ANNULEE VALUE 'O'.
       01  WS-NB-ANNULES      PIC 9(9) VALUE ZERO.

       01  WS-CANDIDAT-DECOUPE.
           05  WS-CAND-ID-DEMANDE   PIC X(8).
           05  WS-CAND-DEPARTEMENT  PIC X(4).

           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD.
           PERFORM OUVRIR-SUIVI.
           PERFORM OUVRIR-REGISTRE.
           PERFORM OUVRIR-CACHE.
           PERFORM OUVRIR-QUOTAS.
           PERFORM OUVRIR-ANNULATIONS.
      *    Le fichier maitre des departements conditionne le routage
      *    des sorties : sans lui, pas d'edition (le charger d'abord
      *    par le job NBRDEPT).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Le fichier des differes du jour est toujours cree (vide
      *    s'il n'y a rien a reporter) : il devient le fichier repris
      *    en tete de l'edition de la nuit suivante.
           OPEN OUTPUT DIFFERE-SORTIE-FILE.
           IF WS-STATUT-DIFF-SORTIE NOT = '00'
               DISPLAY 'Fichier des candidats differes impossible a '
                   'creer - statut ' WS-STATUT-DIFF-SORTIE
                   ' - edition abandonnee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJET-FILE.
           SORT TRI-FILE
               ON ASCENDING KEY TRI-NUMERO
               USING TRAVAIL-FILE
               OUTPUT PROCEDURE IS ECRITURE-PROPRE.
           CLOSE REJET-FILE.
           CLOSE DIFFERE-SORTIE-FILE.
           CLOSE DEPARTEMENT-FILE.
           IF WS-QUOTA-EST-ACTIF
               PERFORM ARRETER-SITUATION-QUOTAS
               CLOSE QUOTA-FILE
           END-IF.
           IF WS-CACHE-EST-ACTIF
               CLOSE CACHE-FILE
               CLOSE REPONSE-FILE
           END-IF.
           IF WS-REGISTRE-EST-ACTIF
               CLOSE REGISTRE-FILE
               CLOSE BLOCAGE-FILE
           END-IF.
           IF WS-ANNULATION-EST-ACTIF
               CLOSE ANNULATION-FILE
           END-IF.
           IF WS-SUIVI-EST-ACTIF
               CLOSE SUIVI-FILE
           END-IF.
      *    etape, rapprochee en fin de job par le programme
      *    d'equilibrage qui verifie notamment lus = acceptes +
      *    rejetes et acceptes = enregistrements du fichier propre.
      *    Les candidats differes (compteur 5) entrent dans cet
      *    equilibre : lus = acceptes + rejetes + repondus cache +
      *    differes.
       ECRIRE-EQUILIBRE.
           COMPUTE WS-NB-REJETS-TOT = WS-NB-NON-NUM
               + WS-NB-HORS-LIMITE + WS-NB-DOUBLONS
               + WS-NB-DEPT-INCONNU + WS-NB-DEJA-EMIS
               + WS-NB-ANNULES.
           OPEN EXTEND EQUILIBRE-FILE.
           IF WS-STATUT-EQUILIBRE = '35'
               OPEN OUTPUT EQUILIBRE-FILE
               MOVE WS-NB-ACCEPTES TO WS-EQU-COMPTEUR-2
               MOVE WS-NB-REJETS-TOT TO WS-EQU-COMPTEUR-3
               MOVE WS-NB-REP-CACHE TO WS-EQU-COMPTEUR-4
               MOVE WS-NB-DIFFERES TO WS-EQU-COMPTEUR-5
               MOVE WS-DATE-DEBUT TO WS-EQU-DATE-DEBUT
               MOVE WS-EQUILIBRE-ENREG TO FD-LIGNE-EQUILIBRE
               WRITE FD-LIGNE-EQUILIBRE
                   ' - edition sans suivi.'
           END-IF.

      *    Le registre des premiers emis n'est que consulte ici ;
      *    registre inaccessible = pas de filtrage a l'edition, la
      *    seconde verification reste le verrou (elle refuse de
      *    liberer sans registre).
       OUVRIR-REGISTRE.
           OPEN INPUT REGISTRE-FILE.
           IF WS-STATUT-REGISTRE = '00'
               OPEN EXTEND BLOCAGE-FILE
               IF WS-STATUT-BLOCAGE = '35'
                   OPEN OUTPUT BLOCAGE-FILE
               END-IF
               IF WS-STATUT-BLOCAGE = '00'
                   MOVE 'O' TO WS-REGISTRE-ACTIF
               ELSE
                   DISPLAY 'Fichier des tentatives bloquees '
                       'inaccessible - statut ' WS-STATUT-BLOCAGE
                       ' - edition sans controle du registre.'
                   CLOSE REGISTRE-FILE
               END-IF
           ELSE
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE
                   ' - edition sans controle du registre.'
           END-IF.

      *    Le cache est consulte en lecture-reecriture (la date de
      *    derniere reference est rafraichie sur chaque reponse,
      *    comme au screening, pour proteger l'entree de la purge) ;
                   WS-STATUT-CACHE ' - edition sans reponse cache.'
           END-IF.

      *    Quotas inaccessibles = edition sans limite : tous les
      *    candidats valides sont admis comme avant.
       OUVRIR-QUOTAS.
           OPEN I-O QUOTA-FILE.
           IF WS-STATUT-QUOTA = '00'
               MOVE 'O' TO WS-QUOTA-ACTIF
               PERFORM CHARGER-QUOTAS
           ELSE
               DISPLAY 'Fichier des quotas inaccessible - statut '
                   WS-STATUT-QUOTA ' - edition sans quota.'
           END-IF.

      *    Le fichier des annulations est mis a jour (annulation
      *    marquee appliquee) ; inaccessible = edition sans controle
      *    des annulations.
       OUVRIR-ANNULATIONS.
           OPEN I-O ANNULATION-FILE.
           IF WS-STATUT-ANNULATION = '00'
               MOVE 'O' TO WS-ANNULATION-ACTIF
           ELSE
               DISPLAY 'Fichier des annulations inaccessible - statut '
                   WS-STATUT-ANNULATION
                   ' - edition sans controle des annulations.'
           END-IF.

       CHARGER-QUOTAS.
           MOVE 'N' TO WS-FIN-QUOTAS.
           MOVE LOW-VALUES TO FD-QUO-DEPARTEMENT.
           START QUOTA-FILE KEY >= FD-QUO-DEPARTEMENT
               INVALID KEY
                   MOVE 'O' TO WS-FIN-QUOTAS
           END-START.
           PERFORM UNTIL WS-FIN-LECTURE-QUOTAS
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-QUOTAS
                   NOT AT END
                       PERFORM RANGER-QUOTA
               END-READ
           END-PERFORM.
           IF WS-NB-QUOTAS-IGNORES > ZERO
               DISPLAY 'Table des quotas pleine - '
                   WS-NB-QUOTAS-IGNORES
                   ' departement(s) traite(s) sans quota.'
           END-IF.

       RANGER-QUOTA.
           IF WS-NB-QUOTAS < 200
               ADD 1 TO WS-NB-QUOTAS
               MOVE FD-QUO-DEPARTEMENT
                   TO WS-QUO-TAB-DEPT(WS-NB-QUOTAS)
               MOVE FD-QUO-LIMITE-NORMALE
                   TO WS-QUO-TAB-LIM-NORMALE(WS-NB-QUOTAS)
               MOVE FD-QUO-LIMITE-PRIO
                   TO WS-QUO-TAB-LIM-PRIO(WS-NB-QUOTAS)
               MOVE ZERO TO WS-QUO-TAB-ADM-NORMAUX(WS-NB-QUOTAS)
               MOVE ZERO TO WS-QUO-TAB-ADM-PRIO(WS-NB-QUOTAS)
               MOVE ZERO TO WS-QUO-TAB-DIF-NORMAUX(WS-NB-QUOTAS)
               MOVE ZERO TO WS-QUO-TAB-DIF-PRIO(WS-NB-QUOTAS)
           ELSE
               ADD 1 TO WS-NB-QUOTAS-IGNORES
           END-IF.

      *    En fin d'edition, la situation de chaque departement est
      *    arretee au fichier des quotas : candidats reportes a la
      *    nuit suivante par classe, compteurs de soumission en ligne
      *    remis a zero (la soumission en ligne les incremente
      *    jusqu'a la prochaine edition et avertit l'operateur quand
      *    reportes + soumis atteignent la limite).
       ARRETER-SITUATION-QUOTAS.
           PERFORM VARYING WS-IDX-QUOTA FROM 1 BY 1
                   UNTIL WS-IDX-QUOTA > WS-NB-QUOTAS
               MOVE WS-QUO-TAB-DEPT(WS-IDX-QUOTA)
                   TO FD-QUO-DEPARTEMENT
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-DATE-DEBUT TO FD-QUO-DATE-SITUATION
                       MOVE WS-QUO-TAB-DIF-NORMAUX(WS-IDX-QUOTA)
                           TO FD-QUO-REPORTES-NORMAUX
                       MOVE WS-QUO-TAB-DIF-PRIO(WS-IDX-QUOTA)
                           TO FD-QUO-REPORTES-PRIO
                       MOVE ZERO TO FD-QUO-SOUMIS-NORMAUX
                       MOVE ZERO TO FD-QUO-SOUMIS-PRIO
                       REWRITE FD-LIGNE-QUOTA
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.

       MAJ-SUIVI.
           IF WS-SUIVI-EST-ACTIF AND WS-SUIVI-ID NOT = SPACES
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
      *    numeriques ou hors limite, liberation des candidats
      *    valides tries par numero (le rang 0 des prioritaires
      *    garantit qu'en cas de doublon la version prioritaire est
      *    conservee). Les candidats differes la veille sont lus
      *    avant le fichier brut : ils passent les memes controles,
      *    consomment le quota du jour en premier et portent un rang
      *    qui les place devant le travail nouveau de leur classe
      *    (0 prioritaire repris, 1 prioritaire, 2 normal repris,
      *    3 normal).
       SELECTION-CANDIDATS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT CANDIDAT-FILE.
                   WS-STATUT-CANDIDAT ' - edition abandonnee.'
               MOVE 'O' TO WS-FIN-FICHIER
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REPRENDRE-DIFFERES
           END-IF.
           PERFORM UNTIL WS-FIN-CANDIDATS
               READ CANDIDAT-FILE
               CLOSE CANDIDAT-FILE
           END-IF.

      *    Le fichier brut est deja ouvert : chaque differe est pose
      *    dans sa zone enregistrement pour suivre le meme chemin de
      *    validation qu'un candidat du jour.
       REPRENDRE-DIFFERES.
           MOVE 'N' TO WS-FIN-DIFFERES.
           OPEN INPUT DIFFERE-ENTREE-FILE.
           IF WS-STATUT-DIFF-ENTREE NOT = '00'
               DISPLAY 'Fichier des candidats differes de la veille '
                   'inaccessible - statut ' WS-STATUT-DIFF-ENTREE
                   ' - pas de reprise.'
               MOVE 'O' TO WS-FIN-DIFFERES
           END-IF.
           MOVE 'O' TO WS-REPRISE-DIFFERES.
           PERFORM UNTIL WS-FIN-LECTURE-DIFFERES
               READ DIFFERE-ENTREE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-DIFFERES
                   NOT AT END
                       ADD 1 TO WS-NB-REPRIS
                       MOVE FD-LIGNE-DIFF-ENTREE TO FD-CANDIDAT
                       PERFORM VALIDER-CANDIDAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-REPRISE-DIFFERES.
           IF WS-STATUT-DIFF-ENTREE = '00'
              OR WS-STATUT-DIFF-ENTREE = '10'
               CLOSE DIFFERE-ENTREE-FILE
           END-IF.

       VALIDER-CANDIDAT.
           ADD 1 TO WS-NB-LUS.
           PERFORM CONSULTER-ANNULATIONS.
           IF WS-EST-DEMANDE-ANNULEE
               PERFORM ECARTER-ANNULATION
           ELSE
               PERFORM VALIDER-DEPARTEMENT
               IF NOT WS-DEPT-EST-VALIDE
                   ADD 1 TO WS-NB-DEPT-INCONNU
                   MOVE 'DEPT INCONNU' TO FD-REJ-MOTIF
                   PERFORM ECRIRE-REJET
               ELSE
                   PERFORM VALIDER-NUMERO
               END-IF
           END-IF.

      *    Une demande annulee n'est pas screenee, quel que soit le
      *    sort de l'annulation (une demande deja traitee par une
      *    autre etape reste annulee si elle est representee).
       CONSULTER-ANNULATIONS.
           MOVE 'N' TO WS-DEMANDE-ANNULEE.
           IF WS-ANNULATION-EST-ACTIF
               MOVE FD-CAND-ID-DEMANDE TO FD-ANN-ID-DEMANDE
               READ ANNULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-DEMANDE-ANNULEE
               END-READ
           END-IF.

      *    L'annulation encore en attente est marquee appliquee par
      *    l'edition : plus rien a retirer en aval.
       ECARTER-ANNULATION.
           ADD 1 TO WS-NB-ANNULES.
           MOVE 'ANNULEE' TO FD-REJ-MOTIF.
           PERFORM ECRIRE-REJET.
           MOVE 'ANNULE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.
           IF FD-ANN-EST-DEMANDEE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE 'A' TO FD-ANN-STATUT
               MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT
               MOVE 'EDITCAND' TO FD-ANN-TRAITE-PAR
               REWRITE FD-LIGNE-ANNULATION
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    Le code departement est valide contre le fichier maitre
                   MOVE 'HORS LIMITE' TO FD-REJ-MOTIF
                   PERFORM ECRIRE-REJET
               ELSE
                   PERFORM CONTROLER-QUOTA
                   IF WS-EST-HORS-QUOTA
                       PERFORM DIFFERER-CANDIDAT
                   ELSE
                       PERFORM ADMETTRE-CANDIDAT
                   END-IF
               END-IF
           END-IF.

       ADMETTRE-CANDIDAT.
           EVALUATE TRUE
               WHEN FD-CAND-PRIORITE = 'P' AND WS-EN-REPRISE-DIFFERES
                   MOVE 0 TO TRI-RANG
               WHEN FD-CAND-PRIORITE = 'P'
                   MOVE 1 TO TRI-RANG
               WHEN WS-EN-REPRISE-DIFFERES
                   MOVE 2 TO TRI-RANG
               WHEN OTHER
                   MOVE 3 TO TRI-RANG
           END-EVALUATE.
           MOVE WS-NUMERO TO TRI-NUMERO.
           MOVE FD-CANDIDAT TO TRI-CANDIDAT.
           RELEASE TRI-ENREG.

      *    Le quota se compte en candidats valides admis au tri, par
      *    departement et par classe (prioritaires 'P' d'un cote,
      *    tous les autres de l'autre) ; limite a zero ou departement
      *    absent du fichier des quotas = pas de limite.
       CONTROLER-QUOTA.
           MOVE 'N' TO WS-HORS-QUOTA.
           MOVE ZERO TO WS-RANG-QUOTA.
           IF WS-QUOTA-EST-ACTIF
               PERFORM VARYING WS-IDX-QUOTA FROM 1 BY 1
                       UNTIL WS-IDX-QUOTA > WS-NB-QUOTAS
                   IF WS-QUO-TAB-DEPT(WS-IDX-QUOTA)
                       = FD-CAND-DEPARTEMENT
                       MOVE WS-IDX-QUOTA TO WS-RANG-QUOTA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RANG-QUOTA > ZERO
               IF FD-CAND-PRIORITE = 'P'
                   IF WS-QUO-TAB-LIM-PRIO(WS-RANG-QUOTA) > ZERO
                      AND WS-QUO-TAB-ADM-PRIO(WS-RANG-QUOTA)
                          NOT < WS-QUO-TAB-LIM-PRIO(WS-RANG-QUOTA)
                       MOVE 'O' TO WS-HORS-QUOTA
                       ADD 1 TO WS-QUO-TAB-DIF-PRIO(WS-RANG-QUOTA)
                   ELSE
                       ADD 1 TO WS-QUO-TAB-ADM-PRIO(WS-RANG-QUOTA)
                   END-IF
               ELSE
                   IF WS-QUO-TAB-LIM-NORMALE(WS-RANG-QUOTA) > ZERO
                      AND WS-QUO-TAB-ADM-NORMAUX(WS-RANG-QUOTA)
                          NOT < WS-QUO-TAB-LIM-NORMALE(WS-RANG-QUOTA)
                       MOVE 'O' TO WS-HORS-QUOTA
                       ADD 1 TO WS-QUO-TAB-DIF-NORMAUX(WS-RANG-QUOTA)
                   ELSE
                       ADD 1 TO WS-QUO-TAB-ADM-NORMAUX(WS-RANG-QUOTA)
                   END-IF
               END-IF
           END-IF.

      *    Un candidat hors quota n'est pas rejete : il est reporte
      *    tel quel au fichier des differes, repris la nuit suivante.
       DIFFERER-CANDIDAT.
           ADD 1 TO WS-NB-DIFFERES.
           MOVE FD-CANDIDAT TO FD-LIGNE-DIFF-SORTIE.
           WRITE FD-LIGNE-DIFF-SORTIE.
           MOVE FD-CAND-ID-DEMANDE TO WS-SUIVI-ID.
           MOVE FD-CAND-DEPARTEMENT TO WS-SUIVI-DEPT.
           MOVE 'DIFFERE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.

       ECRIRE-REJET.
           MOVE FD-CANDIDAT TO FD-REJ-CANDIDAT.
           MOVE SPACE TO FD-REJ-SEPARATEUR.
               MOVE 'REJETE' TO WS-SUIVI-ETAPE
               PERFORM MAJ-SUIVI
           ELSE
               PERFORM CONSULTER-REGISTRE
               IF WS-EST-DEJA-EMIS
                   PERFORM REJETER-DEJA-EMIS
               ELSE
                   PERFORM CONSULTER-CACHE
               END-IF
               MOVE TRI-NUMERO TO WS-NUMERO-PREC
               MOVE 'N' TO WS-PREMIER-RETOUR
           END-IF.

      *    Un premier inscrit au registre a deja ete remis au
      *    systeme d'approbation des cles : il ne peut servir a
      *    aucune autre demande ni a un autre departement. Inscrit
      *    pour la meme demande et le meme departement, il provient
      *    d'un passage precedent interrompu apres l'inscription
      *    (demande reeditee) : le candidat poursuit normalement.
       CONSULTER-REGISTRE.
           MOVE 'N' TO WS-DEJA-EMIS.
           IF WS-REGISTRE-EST-ACTIF
               MOVE TRI-CANDIDAT TO WS-CANDIDAT-DECOUPE
               MOVE TRI-NUMERO TO FD-REG-NUMERO
               READ REGISTRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-REG-ID-DEMANDE NOT = WS-CAND-ID-DEMANDE
                           OR FD-REG-DEPARTEMENT
                               NOT = WS-CAND-DEPARTEMENT
                           MOVE 'O' TO WS-DEJA-EMIS
                       END-IF
               END-READ
           END-IF.

       REJETER-DEJA-EMIS.
           ADD 1 TO WS-NB-DEJA-EMIS.
           MOVE TRI-CANDIDAT TO FD-REJ-CANDIDAT.
           MOVE SPACE TO FD-REJ-SEPARATEUR.
           MOVE 'DEJA EMIS' TO FD-REJ-MOTIF.
           WRITE FD-LIGNE-REJET.
           MOVE TRI-CANDIDAT TO WS-CANDIDAT-DECOUPE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-DATE-JOUR TO WS-BLQ-DATE.
           MOVE WS-HEURE-JOUR TO WS-BLQ-HEURE.
           MOVE 'EDITCAND' TO WS-BLQ-ORIGINE.
           MOVE SPACES TO WS-BLQ-OPERATEUR.
           MOVE TRI-NUMERO TO WS-BLQ-NUMERO.
           MOVE WS-CAND-ID-DEMANDE TO WS-BLQ-ID-DEMANDE.
           MOVE WS-CAND-DEPARTEMENT TO WS-BLQ-DEPARTEMENT.
           MOVE FD-REG-ID-DEMANDE TO WS-BLQ-EMIS-ID.
           MOVE FD-REG-DEPARTEMENT TO WS-BLQ-EMIS-DEPT.
           MOVE FD-REG-DATE TO WS-BLQ-EMIS-DATE.
           MOVE WS-BLOCAGE-ENREG TO FD-LIGNE-BLOCAGE.
           WRITE FD-LIGNE-BLOCAGE.
           MOVE WS-CAND-ID-DEMANDE TO WS-SUIVI-ID.
           MOVE WS-CAND-DEPARTEMENT TO WS-SUIVI-DEPT.
           MOVE 'REJETE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.

      *    Un candidat deja present dans le cache est repondu
      *    immediatement (il ne repart ni au screening ni dans la
      *    chaine de seconde verification et de liberation) ; un
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-NB-DIFFERES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Candidats differes (quota atteint): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-NB-REPRIS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Candidats repris des differes de la veille: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-NB-NON-NUM TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Rejets non numeriques: ' DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-NB-DEJA-EMIS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Rejets premier deja emis (registre): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-NB-ANNULES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Rejets demande annulee: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           PERFORM VARYING WS-IDX-QUOTA FROM 1 BY 1
                   UNTIL WS-IDX-QUOTA > WS-NB-QUOTAS
               IF WS-QUO-TAB-DIF-NORMAUX(WS-IDX-QUOTA) > ZERO
                  OR WS-QUO-TAB-DIF-PRIO(WS-IDX-QUOTA) > ZERO
                   PERFORM ECRIRE-LIGNES-QUOTA
               END-IF
           END-PERFORM.

      *    Detail par departement differe : admis / limite et
      *    differes, pour chaque classe.
       ECRIRE-LIGNES-QUOTA.
           MOVE WS-QUO-TAB-ADM-NORMAUX(WS-IDX-QUOTA) TO WS-EDIT-ADMIS.
           MOVE WS-QUO-TAB-LIM-NORMALE(WS-IDX-QUOTA)
               TO WS-EDIT-LIMITE.
           MOVE WS-QUO-TAB-DIF-NORMAUX(WS-IDX-QUOTA)
               TO WS-EDIT-DIFFERES.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Quota ' DELIMITED BY SIZE
               WS-QUO-TAB-DEPT(WS-IDX-QUOTA) DELIMITED BY SIZE
               ' normaux - admis: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-ADMIS) DELIMITED BY SIZE
               ' limite: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-LIMITE) DELIMITED BY SIZE
               ' differes: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-DIFFERES) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
           MOVE WS-QUO-TAB-ADM-PRIO(WS-IDX-QUOTA) TO WS-EDIT-ADMIS.
           MOVE WS-QUO-TAB-LIM-PRIO(WS-IDX-QUOTA) TO WS-EDIT-LIMITE.
           MOVE WS-QUO-TAB-DIF-PRIO(WS-IDX-QUOTA) TO WS-EDIT-DIFFERES.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING 'Quota ' DELIMITED BY SIZE
               WS-QUO-TAB-DEPT(WS-IDX-QUOTA) DELIMITED BY SIZE
               ' prioritaires - admis: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-ADMIS) DELIMITED BY SIZE
               ' limite: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-LIMITE) DELIMITED BY SIZE
               ' differes: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-DIFFERES) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FD-LIGNE-EDITION.
           WRITE FD-LIGNE-EDITION.
