       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmissionInterface.
       AUTHOR. Bruno.

      *    Mise sous enveloppe d'un fichier d'interface avant sa
      *    remise au systeme d'approbation des cles : le fichier brut
      *    (INTRFACE du screening ou ADJFACE de l'adjudication, lu
      *    sur INTBRUT) est recopie dans le fichier emis (INTEMIS,
      *    une generation par emission) entre un enregistrement
      *    d'entete et un enregistrement de fin, au meme format
      *    140 octets que les enregistrements d'interface :
      *      entete : 'ENTETE' blanc numero d'emission(9) blanc
      *               date(8) blanc heure(8) blanc etape
      *               d'origine(16)
      *      fin    : 'FIN' blanc numero d'emission(9) blanc
      *               enregistrements(9) blanc premiers(9) blanc
      *               composes(9) blanc invalides(9) blanc total de
      *               controle des numeros candidats(15) blanc
      *               retraits(9)
      *    Le numero d'emission suit le dernier numero du registre
      *    des transmissions (TRANSREG), commun a toutes les
      *    emissions : le systeme aval detecte ainsi un fichier
      *    manquant ou recu deux fois, et le total de controle un
      *    fichier tronque. Chaque emission est ajoutee au registre
      *    (meme numero, horodatage, origine et totaux que
      *    l'enveloppe) une fois le fichier emis ferme ; le
      *    programme de controle des transmissions rapproche
      *    registre et fichiers emis.
      *    Un fichier brut inaccessible, un enregistrement au numero
      *    non numerique ou au verdict inconnu, un registre illisible
      *    : pas d'emission, RC=8. Un fichier brut vide donne une
      *    emission vide (entete et fin seules), pour que l'aval
      *    distingue "rien ce soir" d'une remise perdue.
      *    SYSIN : etape d'origine (16 caracteres, job.etape).
      *    Les enregistrements de retrait (verdict 'R', emis par le
      *    job NBRANNU pour une demande annulee apres liberation)
      *    sont comptes a part dans la fin (retraits) ; le registre
      *    des transmissions garde son format, les retraits y sont
      *    les enregistrements qui ne sont ni P, ni C, ni I.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRUT-FILE ASSIGN TO INTBRUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BRUT.

           SELECT EMIS-FILE ASSIGN TO INTEMIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMIS.

           SELECT REGISTRE-TRANS-FILE ASSIGN TO TRANSREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRANSREG.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  BRUT-FILE.
       01  FD-LIGNE-BRUT.
           05  FD-BRT-NUMERO      PIC X(9).
           05  FILLER             PIC X(15).
           05  FD-BRT-VERDICT     PIC X.
           05  FILLER             PIC X(115).

       FD  EMIS-FILE.
       01  FD-LIGNE-EMIS      PIC X(140).

       FD  REGISTRE-TRANS-FILE.
       01  FD-TRANSMISSION.
           05  FD-TRS-NUMERO      PIC X(9).
           05  FILLER             PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-BRUT     PIC X(2) VALUE SPACES.
       01  WS-STATUT-EMIS     PIC X(2) VALUE SPACES.
       01  WS-STATUT-TRANSREG PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-BRUT        VALUE 'O'.
       01  WS-FIN-REGISTRE    PIC X VALUE 'N'.
           88  WS-FIN-TRANSREG    VALUE 'O'.

       01  WS-ORIGINE         PIC X(16) VALUE SPACES.
       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.

       01  WS-DERNIER-NUMERO  PIC 9(9) VALUE ZERO.
       01  WS-NUMERO-EMISSION PIC 9(9) VALUE ZERO.
       01  WS-NB-REGISTRE     PIC 9(9) VALUE ZERO.
       01  WS-NUMERO-CANDIDAT PIC 9(9) VALUE ZERO.

       01  WS-NB-ENREG        PIC 9(9) VALUE ZERO.
       01  WS-NB-PREMIERS     PIC 9(9) VALUE ZERO.
       01  WS-NB-COMPOSES     PIC 9(9) VALUE ZERO.
       01  WS-NB-INVALIDES    PIC 9(9) VALUE ZERO.
       01  WS-NB-REVOCATIONS  PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-CONTROLE  PIC 9(15) VALUE ZERO.
       01  WS-NB-ANOMALIES    PIC 9(9) VALUE ZERO.

       01  WS-ENTETE-ENREG.
           05  WS-ENT-TYPE        PIC X(9) VALUE 'ENTETE'.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ENT-NUMERO      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ENT-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ENT-HEURE       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ENT-ORIGINE     PIC X(16).
           05  FILLER             PIC X(86) VALUE SPACES.

       01  WS-FIN-ENREG.
           05  WS-FIN-TYPE        PIC X(9) VALUE 'FIN'.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NUMERO      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NB-ENREG    PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NB-PREMIERS PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NB-COMPOSES PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NB-INVALIDES PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-TOTAL       PIC 9(15).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FIN-NB-REVOCATIONS PIC 9(9).
           05  FILLER             PIC X(55) VALUE SPACES.

      *    Ligne du registre des transmissions (100 octets).
       01  WS-TRANSMISSION-ENREG.
           05  WS-TRS-NUMERO      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-HEURE       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-ORIGINE     PIC X(16).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-NB-ENREG    PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-NB-PREMIERS PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-NB-COMPOSES PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-NB-INVALIDES PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-TRS-TOTAL       PIC 9(15).

       PROCEDURE DIVISION.

           ACCEPT WS-ORIGINE.
           IF WS-ORIGINE = SPACES
               DISPLAY 'Etape d''origine absente du SYSIN - '
                   'emission annulee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIRE-DERNIER-NUMERO.
           PERFORM CONTROLER-FICHIER-BRUT.
           IF WS-NB-ANOMALIES > 0
               DISPLAY 'Fichier d''interface brut incoherent: '
                   WS-NB-ANOMALIES ' enregistrement(s) au numero ou '
                   'au verdict invalide - emission annulee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-NUMERO-EMISSION = WS-DERNIER-NUMERO + 1.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           PERFORM ECRIRE-EMISSION.
           PERFORM INSCRIRE-TRANSMISSION.
           DISPLAY 'Emission ' WS-NUMERO-EMISSION ' (' WS-ORIGINE
               '): ' WS-NB-ENREG ' enregistrement(s), premiers '
               WS-NB-PREMIERS ' composes ' WS-NB-COMPOSES
               ' invalides ' WS-NB-INVALIDES
               ' retraits ' WS-NB-REVOCATIONS
               ' total de controle ' WS-TOTAL-CONTROLE '.'.
           STOP RUN.

      *    Le registre est ecrit dans l'ordre des emissions : le
      *    dernier numero est le plus grand lu (un registre desordonne
      *    sera signale par le controle des transmissions, pas
      *    aggrave ici). Registre absent = premiere emission.
       LIRE-DERNIER-NUMERO.
           OPEN INPUT REGISTRE-TRANS-FILE.
           IF WS-STATUT-TRANSREG = '35'
               MOVE 'O' TO WS-FIN-REGISTRE
           ELSE
               IF WS-STATUT-TRANSREG NOT = '00'
                   DISPLAY 'Registre des transmissions illisible - '
                       'statut ' WS-STATUT-TRANSREG
                       ' - emission annulee.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-FIN-TRANSREG
               READ REGISTRE-TRANS-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-REGISTRE
                   NOT AT END
                       ADD 1 TO WS-NB-REGISTRE
                       IF FD-TRS-NUMERO NOT NUMERIC
                           DISPLAY 'Registre des transmissions '
                               'illisible - ligne ' WS-NB-REGISTRE
                               ' - emission annulee.'
                           MOVE 8 TO RETURN-CODE
                           CLOSE REGISTRE-TRANS-FILE
                           STOP RUN
                       END-IF
                       IF FD-TRS-NUMERO > WS-DERNIER-NUMERO
                           MOVE FD-TRS-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATUT-TRANSREG = '00' OR WS-STATUT-TRANSREG = '10'
               CLOSE REGISTRE-TRANS-FILE
           END-IF.

      *    Premiere lecture du fichier brut : totaux de l'enveloppe
      *    et refus d'un fichier incoherent avant d'avoir consomme
      *    un numero d'emission.
       CONTROLER-FICHIER-BRUT.
           OPEN INPUT BRUT-FILE.
           IF WS-STATUT-BRUT NOT = '00'
               DISPLAY 'Fichier d''interface brut inaccessible - '
                   'statut ' WS-STATUT-BRUT ' - emission annulee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-BRUT
               READ BRUT-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM TOTALISER-ENREG
               END-READ
           END-PERFORM.
           CLOSE BRUT-FILE.

       TOTALISER-ENREG.
           ADD 1 TO WS-NB-ENREG.
           IF FD-BRT-NUMERO NOT NUMERIC
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               MOVE FD-BRT-NUMERO TO WS-NUMERO-CANDIDAT
               ADD WS-NUMERO-CANDIDAT TO WS-TOTAL-CONTROLE
               EVALUATE FD-BRT-VERDICT
                   WHEN 'P'
                       ADD 1 TO WS-NB-PREMIERS
                   WHEN 'C'
                       ADD 1 TO WS-NB-COMPOSES
                   WHEN 'I'
                       ADD 1 TO WS-NB-INVALIDES
                   WHEN 'R'
                       ADD 1 TO WS-NB-REVOCATIONS
                   WHEN OTHER
                       ADD 1 TO WS-NB-ANOMALIES
               END-EVALUATE
           END-IF.

       ECRIRE-EMISSION.
           OPEN OUTPUT EMIS-FILE.
           IF WS-STATUT-EMIS NOT = '00'
               DISPLAY 'Fichier emis impossible a creer - statut '
                   WS-STATUT-EMIS ' - emission annulee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NUMERO-EMISSION TO WS-ENT-NUMERO.
           MOVE WS-DATE-JOUR TO WS-ENT-DATE.
           MOVE WS-HEURE-JOUR TO WS-ENT-HEURE.
           MOVE WS-ORIGINE TO WS-ENT-ORIGINE.
           MOVE WS-ENTETE-ENREG TO FD-LIGNE-EMIS.
           WRITE FD-LIGNE-EMIS.
           OPEN INPUT BRUT-FILE.
           IF WS-STATUT-BRUT NOT = '00'
               DISPLAY 'Fichier d''interface brut inaccessible en '
                   'recopie - statut ' WS-STATUT-BRUT
                   ' - emission annulee.'
               CLOSE EMIS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-BRUT
               READ BRUT-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE FD-LIGNE-BRUT TO FD-LIGNE-EMIS
                       WRITE FD-LIGNE-EMIS
               END-READ
           END-PERFORM.
           CLOSE BRUT-FILE.
           MOVE WS-NUMERO-EMISSION TO WS-FIN-NUMERO.
           MOVE WS-NB-ENREG TO WS-FIN-NB-ENREG.
           MOVE WS-NB-PREMIERS TO WS-FIN-NB-PREMIERS.
           MOVE WS-NB-COMPOSES TO WS-FIN-NB-COMPOSES.
           MOVE WS-NB-INVALIDES TO WS-FIN-NB-INVALIDES.
           MOVE WS-TOTAL-CONTROLE TO WS-FIN-TOTAL.
           MOVE WS-NB-REVOCATIONS TO WS-FIN-NB-REVOCATIONS.
           MOVE WS-FIN-ENREG TO FD-LIGNE-EMIS.
           WRITE FD-LIGNE-EMIS.
           CLOSE EMIS-FILE.

       INSCRIRE-TRANSMISSION.
           OPEN EXTEND REGISTRE-TRANS-FILE.
           IF WS-STATUT-TRANSREG = '35'
               OPEN OUTPUT REGISTRE-TRANS-FILE
           END-IF.
           IF WS-STATUT-TRANSREG NOT = '00'
               DISPLAY 'Registre des transmissions inaccessible en '
                   'ecriture - statut ' WS-STATUT-TRANSREG
                   ' - emission ' WS-NUMERO-EMISSION
                   ' non inscrite.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NUMERO-EMISSION TO WS-TRS-NUMERO.
           MOVE WS-DATE-JOUR TO WS-TRS-DATE.
           MOVE WS-HEURE-JOUR TO WS-TRS-HEURE.
           MOVE WS-ORIGINE TO WS-TRS-ORIGINE.
           MOVE WS-NB-ENREG TO WS-TRS-NB-ENREG.
           MOVE WS-NB-PREMIERS TO WS-TRS-NB-PREMIERS.
           MOVE WS-NB-COMPOSES TO WS-TRS-NB-COMPOSES.
           MOVE WS-NB-INVALIDES TO WS-TRS-NB-INVALIDES.
           MOVE WS-TOTAL-CONTROLE TO WS-TRS-TOTAL.
           MOVE WS-TRANSMISSION-ENREG TO FD-TRANSMISSION.
           WRITE FD-TRANSMISSION.
           CLOSE REGISTRE-TRANS-FILE.
