      * Author:
      * Date:
      * Purpose: Importacion masiva de contactos desde archivo CSV
      *          o vCard
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT RECHAZOS ASSIGN
           "RECHAZOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RCH.

           SELECT AUDITORIA ASSIGN
           "AUDITORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LAD.

           SELECT CHECKPT ASSIGN
           "IMPORTA.CHK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CHK.

       DATA DIVISION.
       FILE SECTION.
           FD BASE.
              05 REG-APE-PATERNO  PIC A(12).
              05 REG-APE-MATERNO  PIC A(12).
              05 REG-NUM-CEL      PIC 9(10).
              05 REG-COD-EMPRESA  PIC X(03).
              05 REG-CORREO       PIC A(40).
              05 REG-CATEGORIA    PIC X(01).
              05 REG-TEL2         PIC 9(10).
              05 FILLER           PIC X(01).
              05 LAD-DESCR        PIC X(30).

           FD CHECKPT.
           01 REG-CHECKPT.
              05 CHK-RUTA         PIC X(100).
              05 CHK-LINEA        PIC 9(07).
              05 CHK-LEIDOS       PIC 9(05).
              05 CHK-ACEPTADOS    PIC 9(05).
              05 CHK-RECHAZADOS   PIC 9(05).
              05 CHK-DUPLICADOS   PIC 9(05).
              05 CHK-ACTUALIZADOS PIC 9(05).
              05 CHK-SIN-CAMBIO   PIC 9(05).
              05 CHK-FECHA        PIC 9(06).
              05 CHK-HORA         PIC 9(08).

       WORKING-STORAGE SECTION.

       77  WS-RUTA-BASE           PIC X(100) VALUE SPACES.
       77  WS-ACTUALIZADOS        PIC 9(05) VALUE ZERO.
       77  WS-SIN-CAMBIO          PIC 9(05) VALUE ZERO.
       77  WS-AUD-OPERACION       PIC X(06) VALUE SPACES.
       77  WS-ESTADO-RCH          PIC XX VALUE SPACES.
       77  WS-ESTADO-CHK          PIC XX VALUE SPACES.
       77  WS-SW-CHK              PIC X VALUE SPACES.
       77  WS-INTERVALO           PIC 9(05) VALUE 100.
       77  WS-REINICIO-TXT        PIC X(01) VALUE SPACES.
       77  WS-SW-REINICIO         PIC X VALUE "N".
       77  WS-LINEA-NUM           PIC 9(07) VALUE ZERO.
       77  WS-LINEA-CHK           PIC 9(07) VALUE ZERO.
       77  WS-DESDE-CHK           PIC 9(05) VALUE ZERO.
       77  WS-CHK-CONT            PIC 9(05) VALUE ZERO.
       77  WS-SW-TRAILER          PIC X VALUE "N".
       77  WS-TRAILER-ETQ         PIC X(10) VALUE SPACES.
       77  WS-ESPERADOS           PIC 9(07) VALUE ZERO.
       77  WS-PROCESADOS          PIC 9(07) VALUE ZERO.
       77  WS-NUM-TXT             PIC X(10) VALUE SPACES.
       77  WS-NUM-VAL             PIC 9(10) VALUE ZERO.
       77  WS-NUM-LON             PIC 9(02) VALUE ZERO.
       77  WS-SW-NUM              PIC X VALUE "N".
       77  WS-NOMBRE-BORRAR       PIC X(100) VALUE SPACES.
       77  WS-FORMATO-TXT         PIC X(10) VALUE SPACES.
       77  WS-SW-VCF              PIC X VALUE "N".
       77  WS-SW-TARJETA          PIC X VALUE "N".
       77  WS-SW-TJ-N             PIC X VALUE "N".
       77  WS-VCF-PROP            PIC X(60) VALUE SPACES.
       77  WS-VCF-ETIQ            PIC X(20) VALUE SPACES.
       77  WS-VCF-ETIQ-TRAB       PIC X(20) VALUE SPACES.
       77  WS-VCF-POS             PIC 9(02) VALUE ZERO.
       77  WS-VCF-VALOR           PIC X(200) VALUE SPACES.
       77  WS-VCF-PTR             PIC 9(03) VALUE ZERO.
       77  WS-VCF-FAMILIA         PIC X(40) VALUE SPACES.
       77  WS-VCF-APARTADO        PIC X(20) VALUE SPACES.
       77  WS-VCF-DIGITOS         PIC X(20) VALUE SPACES.
       77  WS-VCF-NDIG            PIC 9(02) VALUE ZERO.
       77  WS-VCF-I               PIC 9(03) VALUE ZERO.
       77  WS-VCF-INI             PIC 9(02) VALUE ZERO.
       77  WS-VCF-CUENTA          PIC 9(02) VALUE ZERO.
       77  WS-VCF-TEL             PIC X(10) VALUE SPACES.
       77  WS-PTR                 PIC 9(03) VALUE ZERO.
       77  WS-LON-TRIM            PIC 9(02) VALUE ZERO.
       77  WS-CAMPO-TRIM          PIC X(40) VALUE SPACES.

       77  WS-LADAS-CUENTA        PIC 9(03) VALUE ZERO.
       77  WS-IDX-LAD             PIC 9(03) VALUE ZERO.
              10 WS-APE-PATERNO   PIC A(12).
              10 WS-APE-MATERNO   PIC A(12).
              10 WS-NUM-CEL       PIC 9(10).
              10 WS-COD-EMPRESA   PIC X(03) VALUE SPACES.
              10 WS-CORREO        PIC A(40).
              10 WS-CATEGORIA     PIC X(01).
              10 WS-TEL2          PIC 9(10).
              10 WS-FECHA-NAC     PIC 9(08).
              10 WS-FECHA-ANIV    PIC 9(08).

       01  WS-TARJETA.
           05 WS-TJ-NOMBRE        PIC X(10).
           05 WS-TJ-PATERNO       PIC X(12).
           05 WS-TJ-MATERNO       PIC X(12).
           05 WS-TJ-TEL           PIC X(10).
           05 WS-TJ-CORREO        PIC X(40).
           05 WS-TJ-TEL2          PIC X(10).
           05 WS-TJ-TIPO2         PIC X(01).
           05 WS-TJ-CALLE         PIC X(30).
           05 WS-TJ-COLONIA       PIC X(20).
           05 WS-TJ-CIUDAD        PIC X(20).
           05 WS-TJ-ESTADO        PIC X(15).
           05 WS-TJ-CP            PIC X(05).
           05 WS-TJ-FNAC          PIC X(08).
           05 WS-TJ-FN            PIC X(60).

       01  WS-LINEA-RECHAZO.
           05 WS-RCH-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           IF WS-RUTA-BASE = SPACES
               MOVE "base.dat" TO WS-RUTA-BASE
           END-IF.
           MOVE SPACES TO WS-FORMATO-TXT.
           ACCEPT WS-FORMATO-TXT FROM ENVIRONMENT
               "AGENDA_IMPORT_FORMATO".
           INSPECT WS-FORMATO-TXT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FORMATO-TXT = "VCF" OR WS-FORMATO-TXT = "VCARD"
               MOVE "S" TO WS-SW-VCF
           END-IF.
           ACCEPT WS-RUTA-IMPORTA FROM ENVIRONMENT
               "AGENDA_IMPORT_PATH".
           IF WS-RUTA-IMPORTA = SPACES
               IF WS-SW-VCF = "S"
                   MOVE "IMPORTA.VCF" TO WS-RUTA-IMPORTA
               ELSE
                   MOVE "IMPORTA.CSV" TO WS-RUTA-IMPORTA
               END-IF
           END-IF.
           MOVE SPACES TO WS-MODO-TXT.
           ACCEPT WS-MODO-TXT FROM ENVIRONMENT
           IF WS-MODO-TXT = "ACTUALIZA"
               MOVE "S" TO WS-MODO-SYNC
           END-IF.
           MOVE SPACES TO WS-NUM-TXT.
           ACCEPT WS-NUM-TXT FROM ENVIRONMENT
               "AGENDA_IMPORT_CHECKPOINT".
           PERFORM 060-CONVERTIR-NUMERO THRU 060-FIN.
           IF WS-SW-NUM = "S"
               AND WS-NUM-VAL < 100000
               MOVE WS-NUM-VAL TO WS-INTERVALO
           END-IF.
           MOVE SPACES TO WS-REINICIO-TXT.
           ACCEPT WS-REINICIO-TXT FROM ENVIRONMENT
               "AGENDA_IMPORT_REINICIO".
           INSPECT WS-REINICIO-TXT CONVERTING "s" TO "S".
       050-FIN. EXIT.

       060-CONVERTIR-NUMERO.
           MOVE "N" TO WS-SW-NUM.
           MOVE ZERO TO WS-NUM-VAL.
           MOVE ZERO TO WS-NUM-LON.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LON
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LON = ZERO
               GO TO 060-FIN
           END-IF.
           IF WS-NUM-TXT(1:WS-NUM-LON) IS NOT NUMERIC
               GO TO 060-FIN
           END-IF.
           MOVE WS-NUM-TXT(1:WS-NUM-LON) TO WS-NUM-VAL.
           MOVE "S" TO WS-SW-NUM.
       060-FIN. EXIT.

       140-ABRIR-IMPORTACION.
           PERFORM 145-CARGAR-LADAS THRU 145-FIN.
           PERFORM 142-LEER-CHECKPOINT THRU 142-FIN.
           OPEN INPUT IMPORTA.
           IF WS-SW-REINICIO = "S"
               OPEN EXTEND RECHAZOS
               IF WS-ESTADO-RCH = "35"
                   OPEN OUTPUT RECHAZOS
               END-IF
           ELSE
               OPEN OUTPUT RECHAZOS
           END-IF.
           OPEN EXTEND AUDITORIA.
           IF WS-ESTADO-AUD = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
       140-FIN. EXIT.

       142-LEER-CHECKPOINT.
           MOVE "N" TO WS-SW-REINICIO.
           MOVE ZERO TO WS-LINEA-CHK.
           OPEN INPUT CHECKPT.
           IF WS-ESTADO-CHK NOT = "00"
               GO TO 142-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CHK.
           READ CHECKPT
               AT END MOVE "Y" TO WS-SW-CHK
           END-READ.
           CLOSE CHECKPT.
           IF WS-SW-CHK = "Y"
               OR CHK-LINEA IS NOT NUMERIC
               GO TO 142-FIN
           END-IF.
           IF WS-REINICIO-TXT NOT = "S"
               DISPLAY "PUNTO DE CONTROL PREVIO IGNORADO"
               DISPLAY "PARA REANUDAR USE AGENDA_IMPORT_REINICIO=S"
               GO TO 142-FIN
           END-IF.
           IF CHK-RUTA NOT = WS-RUTA-IMPORTA
               DISPLAY "PUNTO DE CONTROL DE OTRO ARCHIVO - SE IGNORA"
               GO TO 142-FIN
           END-IF.
           MOVE CHK-LINEA TO WS-LINEA-CHK.
           MOVE CHK-LEIDOS TO WS-LEIDOS.
           MOVE CHK-ACEPTADOS TO WS-ACEPTADOS.
           MOVE CHK-RECHAZADOS TO WS-RECHAZADOS.
           MOVE CHK-DUPLICADOS TO WS-DUPLICADOS.
           MOVE CHK-ACTUALIZADOS TO WS-ACTUALIZADOS.
           MOVE CHK-SIN-CAMBIO TO WS-SIN-CAMBIO.
           MOVE "S" TO WS-SW-REINICIO.
           DISPLAY "REANUDANDO DESPUES DE LA LINEA " WS-LINEA-CHK.
       142-FIN. EXIT.

       145-CARGAR-LADAS.
           MOVE ZERO TO WS-LADAS-CUENTA.
           OPEN INPUT LADAS.
               READ IMPORTA
               AT END MOVE 'Y' TO WS-SW-IMPORTA
               NOT AT END
               ADD 1 TO WS-LINEA-NUM
               IF WS-LINEA-NUM > WS-LINEA-CHK
                   PERFORM 155-CLASIFICAR-LINEA THRU 155-FIN
               END-IF
               END-READ
           END-PERFORM.
           MOVE ' ' TO WS-SW-IMPORTA.
           IF WS-SW-TARJETA = "S"
               PERFORM 265-TARJETA-INCOMPLETA THRU 265-FIN
           END-IF.
       150-FIN. EXIT.

       155-CLASIFICAR-LINEA.
           IF REG-IMPORTA(1:8) = "TRAILER,"
               PERFORM 170-LEER-TRAILER THRU 170-FIN
               GO TO 155-FIN
           END-IF.
           IF WS-SW-VCF = "S"
               PERFORM 250-LINEA-VCARD THRU 250-FIN
           ELSE
               PERFORM 157-PROCESAR-REGISTRO THRU 157-FIN
           END-IF.
       155-FIN. EXIT.

       157-PROCESAR-REGISTRO.
           ADD 1 TO WS-LEIDOS.
           PERFORM 200-PROCESAR-LINEA THRU 200-FIN.
           ADD 1 TO WS-DESDE-CHK.
           IF WS-INTERVALO > ZERO
               AND WS-DESDE-CHK >= WS-INTERVALO
               PERFORM 180-TOMAR-CHECKPOINT THRU 180-FIN
           END-IF.
       157-FIN. EXIT.

       170-LEER-TRAILER.
           MOVE SPACES TO WS-TRAILER-ETQ.
           MOVE SPACES TO WS-NUM-TXT.
           UNSTRING REG-IMPORTA DELIMITED BY ","
               INTO WS-TRAILER-ETQ WS-NUM-TXT
           END-UNSTRING.
           PERFORM 060-CONVERTIR-NUMERO THRU 060-FIN.
           IF WS-SW-NUM = "S"
               AND WS-NUM-VAL < 10000000
               MOVE WS-NUM-VAL TO WS-ESPERADOS
               MOVE "S" TO WS-SW-TRAILER
           ELSE
               DISPLAY "LINEA DE CONTROL INVALIDA: " REG-IMPORTA(1:40)
               MOVE 9999999 TO WS-ESPERADOS
               MOVE "S" TO WS-SW-TRAILER
           END-IF.
       170-FIN. EXIT.

       180-TOMAR-CHECKPOINT.
           CLOSE AUDITORIA.
           CLOSE RECHAZOS.
           CLOSE BASE.
           ACCEPT WS-FECHA FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO REG-CHECKPT.
           MOVE WS-RUTA-IMPORTA TO CHK-RUTA.
           MOVE WS-LINEA-NUM TO CHK-LINEA.
           MOVE WS-LEIDOS TO CHK-LEIDOS.
           MOVE WS-ACEPTADOS TO CHK-ACEPTADOS.
           MOVE WS-RECHAZADOS TO CHK-RECHAZADOS.
           MOVE WS-DUPLICADOS TO CHK-DUPLICADOS.
           MOVE WS-ACTUALIZADOS TO CHK-ACTUALIZADOS.
           MOVE WS-SIN-CAMBIO TO CHK-SIN-CAMBIO.
           MOVE WS-FECHA TO CHK-FECHA.
           MOVE WS-HORA TO CHK-HORA.
           OPEN OUTPUT CHECKPT.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.
           OPEN EXTEND AUDITORIA.
           IF WS-ESTADO-AUD = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           OPEN EXTEND RECHAZOS.
           IF WS-ESTADO-RCH = "35"
               OPEN OUTPUT RECHAZOS
           END-IF.
           OPEN I-O BASE.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "BASE INACCESIBLE ESTADO " WS-ESTADO-BASE
               DISPLAY "REANUDE LA IMPORTACION DESPUES DE LA LINEA "
                   WS-LINEA-NUM
               CLOSE IMPORTA
               CLOSE RECHAZOS
               CLOSE AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO WS-DESDE-CHK.
           ADD 1 TO WS-CHK-CONT.
       180-FIN. EXIT.

       200-PROCESAR-LINEA.
           MOVE SPACES TO WS-CONTACTO.
           MOVE SPACES TO WS-NUM-CEL-ALFA.
           WRITE REG-RECHAZO FROM WS-LINEA-RECHAZO.
       220-FIN. EXIT.

       250-LINEA-VCARD.
           MOVE SPACES TO WS-VCF-PROP.
           MOVE SPACES TO WS-VCF-VALOR.
           MOVE 1 TO WS-VCF-PTR.
           UNSTRING REG-IMPORTA DELIMITED BY ":"
               INTO WS-VCF-PROP
               WITH POINTER WS-VCF-PTR
           END-UNSTRING.
           IF WS-VCF-PTR <= 250
               MOVE REG-IMPORTA(WS-VCF-PTR:) TO WS-VCF-VALOR
           END-IF.
           INSPECT WS-VCF-PROP
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-VCF-ETIQ.
           UNSTRING WS-VCF-PROP DELIMITED BY ";"
               INTO WS-VCF-ETIQ
           END-UNSTRING.
           PERFORM VARYING WS-VCF-POS FROM 20 BY -1
                   UNTIL WS-VCF-POS = ZERO
                      OR WS-VCF-ETIQ(WS-VCF-POS:1) = "."
               CONTINUE
           END-PERFORM.
           IF WS-VCF-POS > ZERO AND WS-VCF-POS < 20
               MOVE WS-VCF-ETIQ(WS-VCF-POS + 1:) TO WS-VCF-ETIQ-TRAB
               MOVE WS-VCF-ETIQ-TRAB TO WS-VCF-ETIQ
           END-IF.
           IF WS-VCF-ETIQ = "BEGIN"
               IF WS-SW-TARJETA = "S"
                   PERFORM 265-TARJETA-INCOMPLETA THRU 265-FIN
               END-IF
               MOVE SPACES TO WS-TARJETA
               MOVE "N" TO WS-SW-TJ-N
               MOVE "S" TO WS-SW-TARJETA
               GO TO 250-FIN
           END-IF.
           IF WS-SW-TARJETA NOT = "S"
               GO TO 250-FIN
           END-IF.
           IF WS-VCF-ETIQ = "END"
               PERFORM 260-CERRAR-TARJETA THRU 260-FIN
           ELSE IF WS-VCF-ETIQ = "N"
               PERFORM 252-VCF-NOMBRE THRU 252-FIN
           ELSE IF WS-VCF-ETIQ = "FN"
               MOVE WS-VCF-VALOR TO WS-TJ-FN
           ELSE IF WS-VCF-ETIQ = "TEL"
               PERFORM 254-VCF-TELEFONO THRU 254-FIN
           ELSE IF WS-VCF-ETIQ = "EMAIL"
               IF WS-TJ-CORREO = SPACES
                   MOVE WS-VCF-VALOR TO WS-TJ-CORREO
               END-IF
           ELSE IF WS-VCF-ETIQ = "ADR"
               PERFORM 256-VCF-DIRECCION THRU 256-FIN
           ELSE IF WS-VCF-ETIQ = "BDAY"
               PERFORM 257-VCF-CUMPLE THRU 257-FIN
           END-IF.
       250-FIN. EXIT.

       252-VCF-NOMBRE.
           MOVE "S" TO WS-SW-TJ-N.
           MOVE SPACES TO WS-VCF-FAMILIA.
           MOVE SPACES TO WS-TJ-NOMBRE.
           MOVE SPACES TO WS-TJ-PATERNO.
           MOVE SPACES TO WS-TJ-MATERNO.
           UNSTRING WS-VCF-VALOR DELIMITED BY ";"
               INTO WS-VCF-FAMILIA WS-TJ-NOMBRE
           END-UNSTRING.
           UNSTRING WS-VCF-FAMILIA DELIMITED BY ALL SPACE
               INTO WS-TJ-PATERNO WS-TJ-MATERNO
           END-UNSTRING.
       252-FIN. EXIT.

       254-VCF-TELEFONO.
           PERFORM 258-EXTRAER-DIGITOS THRU 258-FIN.
           IF WS-VCF-NDIG = ZERO
               GO TO 254-FIN
           END-IF.
           IF WS-VCF-NDIG > 10
               COMPUTE WS-VCF-INI = WS-VCF-NDIG - 9
           ELSE
               MOVE 1 TO WS-VCF-INI
           END-IF.
           MOVE WS-VCF-DIGITOS(WS-VCF-INI:10) TO WS-VCF-TEL.
           IF WS-TJ-TEL = SPACES
               MOVE WS-VCF-TEL TO WS-TJ-TEL
               GO TO 254-FIN
           END-IF.
           IF WS-TJ-TEL2 NOT = SPACES
               GO TO 254-FIN
           END-IF.
           MOVE WS-VCF-TEL TO WS-TJ-TEL2.
           MOVE ZERO TO WS-VCF-CUENTA.
           INSPECT WS-VCF-PROP TALLYING WS-VCF-CUENTA FOR ALL "HOME".
           IF WS-VCF-CUENTA > ZERO
               MOVE "C" TO WS-TJ-TIPO2
               GO TO 254-FIN
           END-IF.
           INSPECT WS-VCF-PROP TALLYING WS-VCF-CUENTA FOR ALL "WORK".
           IF WS-VCF-CUENTA > ZERO
               MOVE "O" TO WS-TJ-TIPO2
               GO TO 254-FIN
           END-IF.
           MOVE "L" TO WS-TJ-TIPO2.
       254-FIN. EXIT.

       256-VCF-DIRECCION.
           IF WS-TJ-CALLE NOT = SPACES
               OR WS-TJ-CIUDAD NOT = SPACES
               GO TO 256-FIN
           END-IF.
           MOVE SPACES TO WS-VCF-APARTADO.
           UNSTRING WS-VCF-VALOR DELIMITED BY ";"
               INTO WS-VCF-APARTADO WS-TJ-COLONIA WS-TJ-CALLE
                    WS-TJ-CIUDAD WS-TJ-ESTADO WS-TJ-CP
           END-UNSTRING.
       256-FIN. EXIT.

       257-VCF-CUMPLE.
           PERFORM 258-EXTRAER-DIGITOS THRU 258-FIN.
           IF WS-VCF-NDIG >= 8
               MOVE WS-VCF-DIGITOS(1:8) TO WS-TJ-FNAC
           ELSE
               MOVE WS-VCF-VALOR(1:8) TO WS-TJ-FNAC
           END-IF.
       257-FIN. EXIT.

       258-EXTRAER-DIGITOS.
           MOVE SPACES TO WS-VCF-DIGITOS.
           MOVE ZERO TO WS-VCF-NDIG.
           PERFORM VARYING WS-VCF-I FROM 1 BY 1
                   UNTIL WS-VCF-I > 60
                      OR WS-VCF-NDIG >= 20
               IF WS-VCF-VALOR(WS-VCF-I:1) IS NUMERIC
                   ADD 1 TO WS-VCF-NDIG
                   MOVE WS-VCF-VALOR(WS-VCF-I:1)
                     TO WS-VCF-DIGITOS(WS-VCF-NDIG:1)
               END-IF
           END-PERFORM.
       258-FIN. EXIT.

       260-CERRAR-TARJETA.
           MOVE "N" TO WS-SW-TARJETA.
           IF WS-SW-TJ-N = "N"
               UNSTRING WS-TJ-FN DELIMITED BY ALL SPACE
                   INTO WS-TJ-NOMBRE WS-TJ-PATERNO WS-TJ-MATERNO
               END-UNSTRING
           END-IF.
           PERFORM 262-ARMAR-LINEA-VCARD THRU 262-FIN.
           PERFORM 157-PROCESAR-REGISTRO THRU 157-FIN.
       260-FIN. EXIT.

       262-ARMAR-LINEA-VCARD.
           INSPECT WS-TARJETA CONVERTING ",\" TO "  ".
           MOVE SPACES TO REG-IMPORTA.
           MOVE 1 TO WS-PTR.
           MOVE WS-TJ-NOMBRE TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-PATERNO TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-MATERNO TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-TEL TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-CORREO TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE SPACES TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-TEL2 TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-TIPO2 TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-CALLE TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-COLONIA TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-CIUDAD TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-ESTADO TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-CP TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
           MOVE WS-TJ-FNAC TO WS-CAMPO-TRIM.
           PERFORM 264-AGREGAR-CAMPO THRU 264-FIN.
       262-FIN. EXIT.

       264-AGREGAR-CAMPO.
           PERFORM VARYING WS-LON-TRIM FROM 40 BY -1
                   UNTIL WS-LON-TRIM < 1
                      OR WS-CAMPO-TRIM(WS-LON-TRIM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-LON-TRIM > ZERO
               STRING WS-CAMPO-TRIM(1:WS-LON-TRIM)
                      DELIMITED BY SIZE
                   INTO REG-IMPORTA WITH POINTER WS-PTR
               END-STRING
           END-IF.
           STRING "," DELIMITED BY SIZE
               INTO REG-IMPORTA WITH POINTER WS-PTR
           END-STRING.
       264-FIN. EXIT.

       265-TARJETA-INCOMPLETA.
           MOVE "N" TO WS-SW-TARJETA.
           PERFORM 262-ARMAR-LINEA-VCARD THRU 262-FIN.
           ADD 1 TO WS-LEIDOS.
           ADD 1 TO WS-RECHAZADOS.
           MOVE "VCF" TO WS-MOTIVO.
           PERFORM 220-ESCRIBIR-RECHAZO THRU 220-FIN.
       265-FIN. EXIT.

       600-BUSCAR-EN-BASE.
           MOVE WS-NUM-CEL TO REG-NUM-CEL.
           READ BASE
               AND REG-FECHA-ANIV IS NUMERIC
               MOVE REG-FECHA-ANIV TO WS-FECHA-ANIV
           END-IF.
           IF WS-COD-EMPRESA = SPACES
               MOVE REG-COD-EMPRESA TO WS-COD-EMPRESA
           END-IF.
           IF REG-CONTACTO = WS-CONTACTO
               ADD 1 TO WS-SIN-CAMBIO
               GO TO 650-FIN
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           CLOSE BASE.
           IF WS-CHK-CONT > ZERO OR WS-SW-REINICIO = "S"
               MOVE "IMPORTA.CHK" TO WS-NOMBRE-BORRAR
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR
               MOVE ZERO TO RETURN-CODE
           END-IF.
       160-FIN. EXIT.

       300-RESUMEN.
           DISPLAY "IMPORTACION TERMINADA".
           IF WS-SW-VCF = "S"
               DISPLAY "FORMATO:      VCARD"
           END-IF.
           DISPLAY "LEIDOS:       " WS-LEIDOS.
           DISPLAY "AGREGADOS:    " WS-ACEPTADOS.
           IF WS-MODO-SYNC = "S"
           END-IF.
           DISPLAY "RECHAZADOS:   " WS-RECHAZADOS.
           DISPLAY "DUPLICADOS:   " WS-DUPLICADOS.
           IF WS-SW-REINICIO = "S"
               DISPLAY "REANUDADA EN LINEA: " WS-LINEA-CHK
           END-IF.
           DISPLAY "PUNTOS DE CONTROL: " WS-CHK-CONT.
           COMPUTE WS-PROCESADOS = WS-ACEPTADOS + WS-ACTUALIZADOS
               + WS-SIN-CAMBIO + WS-RECHAZADOS + WS-DUPLICADOS.
           IF WS-SW-TRAILER = "S"
               DISPLAY "ESPERADOS:    " WS-ESPERADOS
           END-IF.
           IF WS-PROCESADOS NOT = WS-LEIDOS
               DISPLAY "DESCUADRE: LEIDOS " WS-LEIDOS
                   " CLASIFICADOS " WS-PROCESADOS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-SW-TRAILER = "S"
               AND WS-ESPERADOS NOT = WS-LEIDOS
               DISPLAY "DESCUADRE: ESPERADOS " WS-ESPERADOS
                   " LEIDOS " WS-LEIDOS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO
               DISPLAY "TOTALES DE CONTROL CUADRADOS"
           END-IF.
       300-FIN. EXIT.
