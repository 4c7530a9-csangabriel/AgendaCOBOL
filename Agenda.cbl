           "ESTADIS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUPREP ASSIGN
           "RECUPERA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEGUIM ASSIGN
           "SEGUIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SEG.

           SELECT SEGTMP ASSIGN
           "SEGUIM.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-STM.

           SELECT SEGREP ASSIGN
           "SEGUIM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPRESAS ASSIGN
           "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-EMP.

           SELECT EMPREP ASSIGN
           "EMPRESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARTAPLT ASSIGN TO DYNAMIC WS-NOMBRE-CARTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CPL.

           SELECT CARTAS ASSIGN
           "CARTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALIDAD ASSIGN
           "CALIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADENA ASSIGN
           "CADENA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAD.

           SELECT CADCHK ASSIGN
           "CADENA.CHK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CCK.

           SELECT CONSENT ASSIGN
           "CONSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CNS.

           SELECT CNSREP ASSIGN
           "CONSENT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARCA ASSIGN
           "CAMBIOS.MRC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MRC.

           SELECT BASEV ASSIGN TO DYNAMIC WS-RUTA-BASE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
              05 REG-APE-PATERNO  PIC A(12).
              05 REG-APE-MATERNO  PIC A(12).
              05 REG-NUM-CEL      PIC 9(10).
              05 REG-COD-EMPRESA  PIC X(03).
              05 REG-CORREO       PIC A(40).
              05 REG-CATEGORIA    PIC X(01).
              05 REG-TEL2         PIC 9(10).
           FD ESTADIS.
           01 REG-ESTADIS         PIC X(100).

           FD RECUPREP.
           01 REG-RECUPREP        PIC X(100).

           FD SEGUIM.
           01 REG-SEGUIM.
              05 SEG-FOLIO        PIC 9(06).
              05 FILLER           PIC X(01).
              05 SEG-NUM-CEL      PIC 9(10).
              05 FILLER           PIC X(01).
              05 SEG-VENCE        PIC 9(06).
              05 FILLER           PIC X(01).
              05 SEG-OPERADOR     PIC X(08).
              05 FILLER           PIC X(01).
              05 SEG-ESTATUS      PIC X(01).
              05 FILLER           PIC X(01).
              05 SEG-ALTA         PIC 9(06).
              05 FILLER           PIC X(01).
              05 SEG-CIERRE       PIC 9(06).
              05 FILLER           PIC X(01).
              05 SEG-DESCR        PIC X(60).

           FD SEGTMP.
           01 REG-SEGTMP          PIC X(110).

           FD SEGREP.
           01 REG-SEGREP          PIC X(100).

           FD EMPRESAS.
           01 REG-EMPRESA.
              05 EMP-CODIGO       PIC X(03).
              05 FILLER           PIC X(01).
              05 EMP-NOMBRE       PIC X(30).
              05 FILLER           PIC X(01).
              05 EMP-TELEFONO     PIC X(10).
              05 FILLER           PIC X(01).
              05 EMP-CALLE        PIC X(30).
              05 FILLER           PIC X(01).
              05 EMP-COLONIA      PIC X(20).
              05 FILLER           PIC X(01).
              05 EMP-CIUDAD       PIC X(20).
              05 FILLER           PIC X(01).
              05 EMP-ESTADO       PIC X(15).
              05 FILLER           PIC X(01).
              05 EMP-CP           PIC X(05).
              05 FILLER           PIC X(01).
              05 EMP-GIRO         PIC X(20).

           FD EMPREP.
           01 REG-EMPREP          PIC X(100).

           FD CARTAPLT.
           01 REG-CARTAPLT        PIC X(100).

           FD CARTAS.
           01 REG-CARTA           PIC X(132).

           FD CALIDAD.
           01 REG-CALIDAD         PIC X(100).

           FD CADENA.
           01 REG-CADENA.
              05 CAD-FUNCION      PIC X(10).
              05 FILLER           PIC X(01).
              05 CAD-RC-MAX       PIC X(02).
              05 FILLER           PIC X(01).
              05 CAD-ACCION       PIC X(01).

           FD CADCHK.
           01 REG-CADCHK.
              05 CCK-PASO         PIC 9(02).
              05 FILLER           PIC X(01).
              05 CCK-FUNCION      PIC X(10).
              05 FILLER           PIC X(01).
              05 CCK-RC           PIC 9(02).
              05 FILLER           PIC X(01).
              05 CCK-REGS         PIC 9(05).
              05 FILLER           PIC X(01).
              05 CCK-ESTADO       PIC X(01).

           FD CONSENT.
           01 REG-CONSENT         PIC X(55).

           FD CNSREP.
           01 REG-CNSREP          PIC X(100).

           FD MARCA.
           01 REG-MARCA.
              05 MRC-FECHA        PIC 9(06).
              05 FILLER           PIC X(01).
              05 MRC-HORA         PIC 9(08).
              05 FILLER           PIC X(01).
              05 MRC-SECUENCIA    PIC 9(05).

           FD BASEV.
           01 REG-VIEJO.
              05 VIE-NOMBRE       PIC A(10).
       77  WS-SW-CAT              PIC X VALUE SPACES.
       77  WS-CAT-CUENTA          PIC 9(02) VALUE ZERO.
       77  WS-IDX-CAT             PIC 9(02) VALUE ZERO.
       77  WS-IDX-PODA            PIC 9(02) VALUE ZERO.
       77  WS-CAT-CONSERVA        PIC X(100) VALUE SPACES.
       77  WS-GEN-NUM             PIC 9(02) VALUE ZERO.
       77  WS-RESP-REGS           PIC 9(05) VALUE ZERO.
       77  WS-RESTAUR-NUM         PIC 9(01) VALUE ZERO.
       77  WS-CONV-REGS           PIC 9(07) VALUE ZERO.
       77  WS-CONV-ESCRITOS       PIC 9(07) VALUE ZERO.
       77  WS-CON-TOT             PIC 9(04) VALUE ZERO.
       77  WS-TEL-ANTERIOR        PIC 9(10) VALUE ZERO.
       77  WS-TEL-NUEVO           PIC 9(10) VALUE ZERO.
       77  WS-TEL-NUEVO-ALFA      PIC X(10) VALUE SPACES.
       77  WS-SW-CAMTEL           PIC X VALUE SPACES.
       77  WS-HIS-REASIGNADAS     PIC 9(05) VALUE ZERO.
       77  WS-LIS-REASIGNADAS     PIC 9(05) VALUE ZERO.
       77  WS-SW-RECUPERA         PIC X VALUE "N".
       77  WS-SW-REC-OK           PIC X VALUE "N".
       77  WS-REC-GEN             PIC 9(01) VALUE ZERO.
       77  WS-REC-GEN-TXT         PIC X(02) VALUE SPACES.
       77  WS-REC-FECHA-TXT       PIC X(06) VALUE SPACES.
       77  WS-REC-HORA-TXT        PIC X(08) VALUE SPACES.
       77  WS-REC-FECHA           PIC 9(06) VALUE ZERO.
       77  WS-REC-HORA            PIC 9(08) VALUE ZERO.
       77  WS-REC-DESDE-F         PIC 9(06) VALUE ZERO.
       77  WS-REC-DESDE-H         PIC 9(08) VALUE ZERO.
       77  WS-REC-DESDE           PIC 9(14) VALUE ZERO.
       77  WS-REC-HASTA           PIC 9(14) VALUE ZERO.
       77  WS-REC-MARCA           PIC 9(14) VALUE ZERO.
       77  WS-REC-LEIDOS          PIC 9(07) VALUE ZERO.
       77  WS-REC-APLICADOS       PIC 9(05) VALUE ZERO.
       77  WS-REC-OMITIDOS        PIC 9(05) VALUE ZERO.
       77  WS-REC-CONFLICTOS      PIC 9(05) VALUE ZERO.
       77  WS-REC-TEL-TXT         PIC X(10) VALUE SPACES.
       77  WS-REC-TEL-ANT         PIC X(10) VALUE SPACES.
       77  WS-REC-RESULTADO       PIC X(09) VALUE SPACES.
       77  WS-REC-MOTIVO          PIC X(30) VALUE SPACES.
       77  WS-REC-BOR-CUENTA      PIC 9(04) VALUE ZERO.
       77  WS-IDX-REC-BOR         PIC 9(04) VALUE ZERO.
       77  WS-REC-LIS-QUITADOS    PIC 9(05) VALUE ZERO.
       77  WS-ESTADO-SEG          PIC XX VALUE SPACES.
       77  WS-ESTADO-STM          PIC XX VALUE SPACES.
       77  WS-SW-SEG              PIC X VALUE SPACES.
       77  WS-SW-SEG-OK           PIC X VALUE "N".
       77  WS-SEG-ENC             PIC X VALUE "N".
       77  WS-SEG-FOLIO           PIC 9(06) VALUE ZERO.
       77  WS-SEG-VENCE-TXT       PIC X(06) VALUE SPACES.
       77  WS-SEG-VENCE           PIC 9(06) VALUE ZERO.
       77  WS-SEG-OPER            PIC X(08) VALUE SPACES.
       77  WS-SEG-DESCR           PIC X(60) VALUE SPACES.
       77  WS-SEG-ESTATUS         PIC X VALUE SPACE.
       77  WS-SEG-ABIERTOS        PIC 9(04) VALUE ZERO.
       77  WS-LINEA-SEG           PIC 99 VALUE ZERO.
       77  WS-SEG-CUENTA          PIC 9(04) VALUE ZERO.
       77  WS-IDX-SEG             PIC 9(04) VALUE ZERO.
       77  WS-SOP-CUENTA          PIC 9(02) VALUE ZERO.
       77  WS-IDX-SOP             PIC 9(02) VALUE ZERO.
       77  WS-SOP-ENC             PIC 9(02) VALUE ZERO.
       77  WS-SEG-PASO            PIC X(07) VALUE SPACES.
       77  WS-SEG-VENCIDOS        PIC 9(05) VALUE ZERO.
       77  WS-SEG-HOY             PIC 9(05) VALUE ZERO.
       77  WS-SEG-LISTADOS        PIC 9(05) VALUE ZERO.
       77  WS-SEG-REASIGNADOS     PIC 9(05) VALUE ZERO.
       77  WS-ESTADO-EMP          PIC XX VALUE SPACES.
       77  WS-SW-EMP              PIC X VALUE SPACES.
       77  WS-OPCION-EMP          PIC X VALUE SPACES.
       77  WS-EMP-CUENTA          PIC 9(03) VALUE ZERO.
       77  WS-IDX-EMP             PIC 9(03) VALUE ZERO.
       77  WS-EMP-ENC             PIC 9(03) VALUE ZERO.
       77  WS-EMP-COD-TRAB        PIC X(03) VALUE SPACES.
       77  WS-LINEA-EMP           PIC 99 VALUE ZERO.
       77  WS-EMP-VINC            PIC 9(05) VALUE ZERO.
       77  WS-EMP-SIN             PIC 9(05) VALUE ZERO.
       77  WS-EMP-NOREG           PIC 9(05) VALUE ZERO.
       77  WS-EMP-LISTADOS        PIC 9(05) VALUE ZERO.
       77  WS-EMP-SECCION         PIC 9(05) VALUE ZERO.
       77  WS-PLA-CUENTA          PIC 9(04) VALUE ZERO.
       77  WS-PLA-EXCEDIDOS       PIC 9(05) VALUE ZERO.
       77  WS-IDX-PLA             PIC 9(04) VALUE ZERO.
       77  WS-ETQ-EMPRESA         PIC X VALUE "N".
       77  WS-ETQ-EMP-NOMBRE      PIC X(30) VALUE SPACES.
       77  WS-NOMBRE-CARTA        PIC X(100) VALUE SPACES.
       77  WS-ESTADO-CPL          PIC XX VALUE SPACES.
       77  WS-SW-CPL              PIC X VALUE SPACES.
       77  WS-SW-CRT-OK           PIC X VALUE "S".
       77  WS-CPL-CUENTA          PIC 9(03) VALUE ZERO.
       77  WS-IDX-CPL             PIC 9(03) VALUE ZERO.
       77  WS-CRT-CAT             PIC X VALUE SPACE.
       77  WS-CRT-EMITIDAS        PIC 9(05) VALUE ZERO.
       77  WS-CRT-SIN-DIR         PIC 9(05) VALUE ZERO.
       77  WS-CRT-I               PIC 9(03) VALUE ZERO.
       77  WS-CRT-J               PIC 9(03) VALUE ZERO.
       77  WS-CRT-K               PIC 9(03) VALUE ZERO.
       77  WS-CRT-LON             PIC 9(03) VALUE ZERO.
       77  WS-CRT-PTR             PIC 9(03) VALUE ZERO.
       77  WS-CRT-TOKEN           PIC X(12) VALUE SPACES.
       77  WS-CRT-VALOR           PIC X(60) VALUE SPACES.
       77  WS-CAL-MESES           PIC 9(02) VALUE 12.
       77  WS-CAL-MESES-TXT       PIC X(02) VALUE SPACES.
       77  WS-CAL-ORDEN           PIC X VALUE "C".
       77  WS-CAL-CORTE           PIC 9(06) VALUE ZERO.
       77  WS-CAL-AA              PIC 9(02) VALUE ZERO.
       77  WS-CAL-MM              PIC 9(02) VALUE ZERO.
       77  WS-CAL-DD              PIC 9(02) VALUE ZERO.
       77  WS-CAL-MESES-ABS       PIC 9(05) VALUE ZERO.
       77  WS-CAL-N               PIC 9(03) VALUE ZERO.
       77  WS-CAL-CUENTA          PIC 9(04) VALUE ZERO.
       77  WS-IDX-CAL             PIC 9(04) VALUE ZERO.
       77  WS-CAL-BAJO            PIC 9(04) VALUE ZERO.
       77  WS-CAL-ALTO            PIC 9(04) VALUE ZERO.
       77  WS-CAL-MEDIO           PIC 9(04) VALUE ZERO.
       77  WS-CAL-ENC             PIC 9(04) VALUE ZERO.
       77  WS-CAL-TEL             PIC 9(10) VALUE ZERO.
       77  WS-CAL-FECHA           PIC 9(06) VALUE ZERO.
       77  WS-CAL-OPE             PIC X(08) VALUE SPACES.
       77  WS-CAL-PUNTOS          PIC 9(01) VALUE ZERO.
       77  WS-CAL-FALTA           PIC X(04) VALUE SPACES.
       77  WS-CAL-LISTADOS        PIC 9(05) VALUE ZERO.
       77  WS-CAL-INCOMPLETOS     PIC 9(05) VALUE ZERO.
       77  WS-CAL-INACTIVOS       PIC 9(05) VALUE ZERO.
       77  WS-CAL-SECCION         PIC 9(05) VALUE ZERO.
       77  WS-SW-CAL              PIC X VALUE SPACES.
       77  WS-CGR-CUENTA          PIC 9(03) VALUE ZERO.
       77  WS-IDX-CGR             PIC 9(03) VALUE ZERO.
       77  WS-CGR-ENC             PIC 9(03) VALUE ZERO.
       77  WS-CGR-CLAVE           PIC X(08) VALUE SPACES.
       77  WS-CGR-NOMBRE          PIC X(15) VALUE SPACES.
       77  WS-EST-SIN-NAC         PIC 9(07) VALUE ZERO.
       77  WS-ESTADO-CAD          PIC XX VALUE SPACES.
       77  WS-ESTADO-CCK          PIC XX VALUE SPACES.
       77  WS-SW-CAD              PIC X VALUE SPACES.
       77  WS-SW-CAD-ALTO         PIC X VALUE "N".
       77  WS-SW-CAD-PEND         PIC X VALUE "N".
       77  WS-CAD-MODO            PIC X(20) VALUE SPACES.
       77  WS-CAD-CUENTA          PIC 9(02) VALUE ZERO.
       77  WS-IDX-CAD             PIC 9(02) VALUE ZERO.
       77  WS-CAD-RC-PREV         PIC 9(02) VALUE ZERO.
       77  WS-CAD-RC-FINAL        PIC 9(02) VALUE ZERO.
       77  WS-CAD-RESULTADO       PIC X(10) VALUE SPACES.
       77  WS-ESTADO-CNS          PIC XX VALUE SPACES.
       77  WS-SW-CNS              PIC X VALUE SPACES.
       77  WS-OPCION-CNS          PIC X VALUE SPACES.
       77  WS-CNS-CUENTA          PIC 9(04) VALUE ZERO.
       77  WS-IDX-CNS             PIC 9(04) VALUE ZERO.
       77  WS-CNS-ENC             PIC 9(04) VALUE ZERO.
       77  WS-CNS-POS             PIC 9(04) VALUE ZERO.
       77  WS-CNS-BAJO            PIC 9(04) VALUE ZERO.
       77  WS-CNS-ALTO            PIC 9(04) VALUE ZERO.
       77  WS-CNS-MEDIO           PIC 9(04) VALUE ZERO.
       77  WS-CNS-TEL             PIC X(10) VALUE SPACES.
       77  WS-CNS-SUPRIMIDOS      PIC 9(05) VALUE ZERO.
       77  WS-CNS-CAMBIOS         PIC 9(01) VALUE ZERO.
       77  WS-CNS-LISTADOS        PIC 9(05) VALUE ZERO.
       77  WS-CNS-BAJAS           PIC 9(05) VALUE ZERO.
       77  WS-CNS-TOT-POSTAL      PIC 9(05) VALUE ZERO.
       77  WS-CNS-TOT-TELEFONO    PIC 9(05) VALUE ZERO.
       77  WS-CNS-TOT-CORREO      PIC 9(05) VALUE ZERO.
       77  WS-CNS-TOT-EXTERNO     PIC 9(05) VALUE ZERO.
       77  WS-CAL-NO-LLAMAR       PIC 9(05) VALUE ZERO.
       77  WS-CAL-TOTAL           PIC 9(07) VALUE ZERO.
       77  WS-ESTADO-MRC          PIC XX VALUE SPACES.
       77  WS-SW-DLT              PIC X VALUE SPACES.
       77  WS-SW-DLT-OK           PIC X VALUE SPACES.
       77  WS-DLT-MODO            PIC X VALUE "N".
       77  WS-DLT-OPER            PIC X(06) VALUE SPACES.
       77  WS-DLT-DESDE-TXT       PIC X(06) VALUE SPACES.
       77  WS-DLT-HASTA-TXT       PIC X(06) VALUE SPACES.
       77  WS-DLT-DESDE           PIC 9(06) VALUE ZERO.
       77  WS-DLT-HASTA           PIC 9(06) VALUE ZERO.
       77  WS-DLT-MRC-FECHA       PIC 9(06) VALUE ZERO.
       77  WS-DLT-MRC-HORA        PIC 9(08) VALUE ZERO.
       77  WS-DLT-MRC-SEC         PIC 9(05) VALUE ZERO.
       77  WS-DLT-MRC-CLAVE       PIC 9(14) VALUE ZERO.
       77  WS-DLT-CLAVE           PIC 9(14) VALUE ZERO.
       77  WS-DLT-CLAVE-ANT       PIC 9(14) VALUE ZERO.
       77  WS-DLT-SEC             PIC 9(05) VALUE ZERO.
       77  WS-DLT-ULT-FECHA       PIC 9(06) VALUE ZERO.
       77  WS-DLT-ULT-HORA        PIC 9(08) VALUE ZERO.
       77  WS-DLT-ULT-SEC         PIC 9(05) VALUE ZERO.
       77  WS-DLT-CUENTA          PIC 9(04) VALUE ZERO.
       77  WS-IDX-DLT             PIC 9(04) VALUE ZERO.
       77  WS-DLT-ENC             PIC 9(04) VALUE ZERO.
       77  WS-DLT-BAJO            PIC 9(04) VALUE ZERO.
       77  WS-DLT-ALTO            PIC 9(04) VALUE ZERO.
       77  WS-DLT-MEDIO           PIC 9(04) VALUE ZERO.
       77  WS-DLT-POS             PIC 9(04) VALUE ZERO.
       77  WS-DLT-TEL             PIC X(10) VALUE SPACES.
       77  WS-DLT-PREV            PIC X VALUE SPACES.
       77  WS-DLT-LEIDOS          PIC 9(07) VALUE ZERO.
       77  WS-DLT-ALTAS           PIC 9(05) VALUE ZERO.
       77  WS-DLT-CAMBIOS         PIC 9(05) VALUE ZERO.
       77  WS-DLT-BAJAS           PIC 9(05) VALUE ZERO.
       77  WS-DLT-OMITIDOS        PIC 9(05) VALUE ZERO.
       77  WS-DLT-RESTAURA        PIC 9(05) VALUE ZERO.
       77  WS-DLT-AA              PIC 9(02) VALUE ZERO.
       77  WS-DLT-MM              PIC 9(02) VALUE ZERO.
       77  WS-DLT-AA-FIN          PIC 9(02) VALUE ZERO.
       77  WS-DLT-MM-FIN          PIC 9(02) VALUE ZERO.
       77  WS-DLT-N               PIC 9(04) VALUE ZERO.
       77  WS-DLT-MESES           PIC 9(04) VALUE ZERO.
       77  WS-DLT-TOT             PIC S9(05) VALUE ZERO.

       01  WS-AUD-IMAGEN-A        PIC X(189) VALUE SPACES.
       01  WS-AUD-IMAGEN-D        PIC X(189) VALUE SPACES.
           05 WRB-APE-PATERNO     PIC A(12).
           05 WRB-APE-MATERNO     PIC A(12).
           05 WRB-NUM-CEL         PIC 9(10).
           05 WRB-COD-EMPRESA     PIC X(03).
           05 WRB-CORREO          PIC A(40).
           05 WRB-CATEGORIA       PIC X(01).
           05 WRB-TEL2            PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WAR-NOMBRE          PIC X(34).

       01  WS-LINEA-RECUP.
           05 WRC-FECHA           PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-HORA            PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-OPERACION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-OPERADOR        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-TEL             PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-RESULTADO       PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRC-MOTIVO          PIC X(30).

       01  WS-SEG-TABLA.
           05 WS-SEG-ENT OCCURS 2000 TIMES.
              10 WS-SEG-T-OPER    PIC X(08).
              10 WS-SEG-T-LINEA   PIC X(100).

       01  WS-SOP-TABLA.
           05 WS-SOP-ENT OCCURS 50 TIMES.
              10 WS-SOP-OPER      PIC X(08).
              10 WS-SOP-VENCIDOS  PIC 9(04).
              10 WS-SOP-HOY       PIC 9(04).

       01  WS-LINEA-SEGUIM.
           05 WSG-FOLIO           PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-VENCE           PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-SITUACION       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-TEL             PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-NOMBRE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-APEPAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WSG-DESCR           PIC X(40).

       01  WS-EMP-TABLA.
           05 WS-EMP-ENT OCCURS 500 TIMES.
              10 WS-EMP-DATOS.
                 15 WS-EMP-CODIGO    PIC X(03).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-NOMBRE    PIC X(30).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-TELEFONO  PIC X(10).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-CALLE     PIC X(30).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-COLONIA   PIC X(20).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-CIUDAD    PIC X(20).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-ESTADO    PIC X(15).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-CP        PIC X(05).
                 15 FILLER           PIC X(01).
                 15 WS-EMP-GIRO      PIC X(20).
              10 WS-EMP-REGS      PIC 9(05).

       01  WS-EMPRESA-TRAB.
           05 WS-EMT-CODIGO       PIC X(03).
           05 FILLER              PIC X(01).
           05 WS-EMT-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01).
           05 WS-EMT-TELEFONO     PIC X(10).
           05 FILLER              PIC X(01).
           05 WS-EMT-CALLE        PIC X(30).
           05 FILLER              PIC X(01).
           05 WS-EMT-COLONIA      PIC X(20).
           05 FILLER              PIC X(01).
           05 WS-EMT-CIUDAD       PIC X(20).
           05 FILLER              PIC X(01).
           05 WS-EMT-ESTADO       PIC X(15).
           05 FILLER              PIC X(01).
           05 WS-EMT-CP           PIC X(05).
           05 FILLER              PIC X(01).
           05 WS-EMT-GIRO         PIC X(20).

       01  WS-EMPRESA-CAPT.
           05 WS-EMC-NOMBRE       PIC X(30).
           05 WS-EMC-TELEFONO     PIC X(10).
           05 WS-EMC-CALLE        PIC X(30).
           05 WS-EMC-COLONIA      PIC X(20).
           05 WS-EMC-CIUDAD       PIC X(20).
           05 WS-EMC-ESTADO       PIC X(15).
           05 WS-EMC-CP           PIC X(05).
           05 WS-EMC-GIRO         PIC X(20).

       01  WS-LINEA-PLANTILLA.
           05 WPL-NOMBRE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WPL-APEPAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WPL-APEMAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WPL-TEL             PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WPL-CAT             PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WPL-CORREO          PIC X(40).

       01  WS-CPL-TABLA.
           05 WS-CPL-LINEA        PIC X(100) OCCURS 200 TIMES.

       01  WS-CAL-TABLA.
           05 WS-CAL-ENT OCCURS 5000 TIMES.
              10 WS-CAL-ULT       PIC 9(06).
              10 WS-CAL-OPER      PIC X(08).
              10 WS-CAL-FEC-OPE   PIC 9(06).
              10 WS-CAL-GRUPO     PIC X(08).
              10 WS-CAL-LISTA     PIC X(01).
              10 WS-CAL-PUNT      PIC 9(01).
              10 WS-CAL-FALTAN    PIC X(04).

       01  WS-CGR-TABLA.
           05 WS-CGR-ENT OCCURS 200 TIMES.
              10 WS-CGR-CLAVE-T   PIC X(08).
              10 WS-CGR-REGS      PIC 9(05).

       01  WS-EST-PUNTAJES.
           05 WS-EST-PUNT         PIC 9(07) OCCURS 5 TIMES.

       01  WS-LINEA-CALIDAD.
           05 WCA-TEL             PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-NOMBRE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-APEPAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-APEMAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-CAT             PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCA-PUNTOS          PIC 9(01).
           05 FILLER              PIC X(03) VALUE "/4 ".
           05 WCA-FALTA           PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCA-ULT             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-INACTIVO        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCA-OPER            PIC X(08).

       01  WS-CAD-TABLA.
           05 WS-CAD-ENT OCCURS 30 TIMES.
              10 WS-CAD-FUNCION   PIC X(10).
              10 WS-CAD-RC-MAX    PIC 9(02).
              10 WS-CAD-ACCION    PIC X(01).
              10 WS-CAD-RC        PIC 9(02).
              10 WS-CAD-REGS      PIC 9(05).
              10 WS-CAD-ESTADO    PIC X(01).

       01  WS-CNS-TABLA.
           05 WS-CNS-DATOS        PIC X(55) OCCURS 5000 TIMES.

       01  WS-CONSENT-TRAB.
           05 WCN-NUM-CEL         PIC X(10).
           05 FILLER              PIC X(01).
           05 WCN-POSTAL          PIC X(01).
           05 FILLER              PIC X(01).
           05 WCN-FEC-POSTAL      PIC 9(06).
           05 FILLER              PIC X(01).
           05 WCN-TELEFONO        PIC X(01).
           05 FILLER              PIC X(01).
           05 WCN-FEC-TELEFONO    PIC 9(06).
           05 FILLER              PIC X(01).
           05 WCN-CORREO          PIC X(01).
           05 FILLER              PIC X(01).
           05 WCN-FEC-CORREO      PIC 9(06).
           05 FILLER              PIC X(01).
           05 WCN-EXTERNO         PIC X(01).
           05 FILLER              PIC X(01).
           05 WCN-FEC-EXTERNO     PIC 9(06).
           05 FILLER              PIC X(01).
           05 WCN-OPERADOR        PIC X(08).

       01  WS-CNS-ANTES           PIC X(55) VALUE SPACES.

       01  WS-DLT-IMAGEN          PIC X(205) VALUE SPACES.

       01  WS-REC-BORRADOS.
           05 WS-REC-BORRADO      PIC 9(10) OCCURS 5000 TIMES.

       01  WS-DLT-TABLA.
           05 WS-DLT-ENT OCCURS 5000 TIMES.
              10 WS-DLT-TEL-T     PIC X(10).
              10 WS-DLT-PREVIO    PIC X(01).
              10 WS-DLT-IMAGEN-T  PIC X(205).

       01  WS-CNS-CAPT.
           05 WCC-POSTAL          PIC X(01).
           05 WCC-TELEFONO        PIC X(01).
           05 WCC-CORREO          PIC X(01).
           05 WCC-EXTERNO         PIC X(01).

       01  WS-CNS-IMAGEN.
           05 WCI-NOMBRES         PIC X(34).
           05 WCI-TEL             PIC X(10).
           05 WCI-DATOS           PIC X(45).
           05 FILLER              PIC X(116).

       01  WS-LINEA-CONSENT.
           05 WCR-TEL             PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-NOMBRE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-APEPAT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-APEMAT          PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCR-POSTAL          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-FEC-POSTAL      PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCR-TELEFONO        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-FEC-TELEFONO    PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCR-CORREO          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-FEC-CORREO      PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCR-EXTERNO         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCR-FEC-EXTERNO     PIC X(06).

       01  WS-LINEA-REPORTE.
           05 WSR-COL1            PIC X(12).
           05 WSR-COL2            PIC X(14).
              10 WS-APE-PATERNO   PIC A(12).
              10 WS-APE-MATERNO   PIC A(12).
              10 WS-NUM-CEL       PIC 9(10).
              10 WS-COD-EMPRESA   PIC X(03) VALUE SPACES.
              10 WS-CORREO        PIC A(40).
              10 WS-CATEGORIA     PIC X(01).
              10 WS-TEL2          PIC 9(10).
           05 WS-TAB-APE-PATERNO  PIC A(12).
           05 WS-TAB-APE-MATERNO  PIC A(12).
           05 WS-TAB-NUM-CEL      PIC 9(10).
           05 WS-TAB-COD-EMPRESA  PIC X(03).
           05 WS-TAB-CORREO       PIC A(40).
           05 WS-TAB-CATEGORIA    PIC X(01).
           05 WS-TAB-TEL2         PIC 9(10).
           05 LINE 10 COL 35 VALUE "E LISTAS ".
           05 LINE 10 COL 56 VALUE "F LADAS ".
           05 LINE 11 COL 10 VALUE "G ESTADISTICAS ".
           05 LINE 11 COL 35 VALUE "H CAMBIAR TEL ".
           05 LINE 11 COL 56 VALUE "I RECUPERAR ".
           05 LINE 12 COL 10 VALUE "J EMPRESAS ".
           05 LINE 12 COL 35 VALUE "K CALIDAD ".
           05 LINE 12 COL 56 VALUE "L CONSENTIMIENTO ".
           05 LINE 13 COL 10 VALUE
           "__________________________________________________________".
           05 LINE 23 COL 10 VALUE "OPCION: ".
           05 LINE 24 COL 10 VALUE
           05 LINE 06 COL 10 VALUE "1 AGREGAR NOTA ".
           05 LINE 06 COL 35 VALUE "2 VER HISTORIAL ".
           05 LINE 06 COL 56 VALUE "0 REGRESAR ".
           05 LINE 07 COL 10 VALUE "3 NUEVO SEGUIMIENTO ".
           05 LINE 07 COL 35 VALUE "4 CERRAR SEGUIMIENTO ".
           05 LINE 08 COL 10 VALUE
           "__________________________________________________________".
           05 LINE 22 COL 10 VALUE "OPCION: ".
           05 PIC X USING WS-OPCION-HIS LINE 22 COL 18.
           05 LINE 22 COL 10 VALUE "OPCION: ".
           05 PIC X USING WS-OPCION-LIS LINE 22 COL 18.

       01  SS-EMPRESAS
           FOREGROUND-COLOR IS 02 HIGHLIGHT.
           05 LINE 03 COL 10 VALUE
           "==========================================================".
           05 LINE 04 COL 25 VALUE "CATALOGO DE EMPRESAS".
           05 LINE 05 COL 10 VALUE
           "==========================================================".
           05 LINE 06 COL 10 VALUE "1 LISTAR ".
           05 LINE 06 COL 35 VALUE "2 AGREGAR ".
           05 LINE 06 COL 56 VALUE "3 MODIFICAR ".
           05 LINE 07 COL 10 VALUE "4 BORRAR ".
           05 LINE 07 COL 35 VALUE "5 VINCULAR CONTACTO ".
           05 LINE 07 COL 56 VALUE "6 PLANTILLA ".
           05 LINE 08 COL 10 VALUE "0 REGRESAR ".
           05 LINE 09 COL 10 VALUE
           "__________________________________________________________".
           05 LINE 22 COL 10 VALUE "OPCION: ".
           05 PIC X USING WS-OPCION-EMP LINE 22 COL 18.

       01  SS-CONSENT
           FOREGROUND-COLOR IS 02 HIGHLIGHT.
           05 LINE 03 COL 10 VALUE
           "==========================================================".
           05 LINE 04 COL 25 VALUE "CONSENTIMIENTOS DE CONTACTO".
           05 LINE 05 COL 10 VALUE
           "==========================================================".
           05 LINE 06 COL 10 VALUE "1 CONSULTAR ".
           05 LINE 06 COL 35 VALUE "2 MODIFICAR ".
           05 LINE 06 COL 56 VALUE "3 REPORTE ".
           05 LINE 07 COL 10 VALUE "0 REGRESAR ".
           05 LINE 08 COL 10 VALUE
           "__________________________________________________________".
           05 LINE 22 COL 10 VALUE "OPCION: ".
           05 PIC X USING WS-OPCION-CNS LINE 22 COL 18.

       01  SS-LADAS
           FOREGROUND-COLOR IS 02 HIGHLIGHT.
           05 LINE 03 COL 10 VALUE
           05 LINE 20 COL 30 VALUE
           "|F.ANIVERSARIO (AAAAMMDD):                      |".
           05 LINE 21 COL 30 VALUE
           "|EMPRESA (CLAVE):                               |".
           05 LINE 22 COL 30 VALUE
           "-------------------------------------------------".

       01  SS-FORMATO-RPT
           FOREGROUND-COLOR IS 02 HIGHLIGHT.
           05 LINE 22 COL 10 VALUE
           "FORMATO (R=REPORTE, E=ETIQUETAS, C=CARTAS): ".
           05 PIC X USING WS-FORMATO-RPT LINE 22 COL 55.

       01  SS-EXPORTAR
           FOREGROUND-COLOR IS 02 HIGHLIGHT.
       MAIN-PROCEDURE.
           PERFORM 050-INICIALIZAR-RUTA THRU 050-FIN.
           PERFORM 2205-CARGAR-LADAS THRU 2205-FIN.
           PERFORM 2805-CARGAR-EMPRESAS THRU 2805-FIN.
           PERFORM 055-VERIFICA-BATCH THRU 055-FIN.
           IF WS-MODO-BATCH = "S"
               IF WS-PARAMETRO = "CADENA" OR WS-PARAMETRO = "REANUDA"
                   PERFORM 3100-CADENA-NOCTURNA THRU 3100-FIN
               ELSE
                   PERFORM 1500-EJECUTA-BATCH THRU 1500-FIN
               END-IF
               GOBACK
           END-IF.
           PERFORM 060-FIRMA-OPERADOR THRU 060-FIN.
               END-IF
           ELSE IF WS-OPCION = "G" OR WS-OPCION = "g"
               PERFORM 2350-MENU-ESTADIS THRU 2350-FIN
           ELSE IF WS-OPCION = "H" OR WS-OPCION = "h"
               IF WS-OPERADOR-NIVEL < 2
                   PERFORM 090-SIN-PERMISO THRU 090-FIN
               ELSE
                   PERFORM 2500-CAMBIAR-TELEFONO THRU 2500-FIN
               END-IF
           ELSE IF WS-OPCION = "I" OR WS-OPCION = "i"
               IF WS-OPERADOR-NIVEL < 2
                   PERFORM 090-SIN-PERMISO THRU 090-FIN
               ELSE
                   PERFORM 2600-RECUPERAR-BASE THRU 2600-FIN
               END-IF
           ELSE IF WS-OPCION = "J" OR WS-OPCION = "j"
               PERFORM 2800-ADMIN-EMPRESAS THRU 2800-FIN
           ELSE IF WS-OPCION = "K" OR WS-OPCION = "k"
               IF WS-OPERADOR-NIVEL < 2
                   PERFORM 090-SIN-PERMISO THRU 090-FIN
               ELSE
                   PERFORM 3000-MENU-CALIDAD THRU 3000-FIN
               END-IF
           ELSE IF WS-OPCION = "L" OR WS-OPCION = "l"
               PERFORM 3200-ADMIN-CONSENT THRU 3200-FIN
           ELSE IF WS-OPCION NOT EQUAL TO '1' OR '2' OR '3' OR '4'
                                       OR '5' OR '6' OR '7' OR '8'
                                       OR '9' OR 'A' OR 'a'
                                       OR 'B' OR 'b' OR 'C' OR 'c'
                                       OR 'D' OR 'd' OR 'E' OR 'e'
                                       OR 'F' OR 'f' OR 'G' OR 'g'
                                       OR 'H' OR 'h' OR 'I' OR 'i'
                                       OR 'J' OR 'j' OR 'K' OR 'k'
                                       OR 'L' OR 'l'
               DISPLAY SS-OPCION-INVALIDA
               ACCEPT SS-OPCION-INVALIDA
               PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN
           ACCEPT WS-FECHA-NAC-ALFA  LINE 19 COL 57.
           MOVE SPACES TO WS-FECHA-ANIV-ALFA.
           ACCEPT WS-FECHA-ANIV-ALFA LINE 20 COL 58.
           MOVE SPACES TO WS-COD-EMPRESA.
           ACCEPT WS-COD-EMPRESA    LINE 21 COL 50.
           PERFORM 205-VALIDAR-CONTACTO THRU 205-FIN.
           IF WS-SW-VALIDO = "N"
               PERFORM 200-NUEVO-CONTACTO THRU 200-FIN
           ELSE
               MOVE WS-FECHA-TRAB TO WS-FECHA-ANIV
           END-IF.
           INSPECT WS-COD-EMPRESA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-COD-EMPRESA NOT = SPACES
               MOVE WS-COD-EMPRESA TO WS-EMP-COD-TRAB
               PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN
               IF WS-EMP-ENC = ZERO
                   MOVE "N" TO WS-SW-VALIDO
                   DISPLAY "EMPRESA NO REGISTRADA" LINE 24 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 24 COL 33
               END-IF
           END-IF.
       205-FIN. EXIT.

       207-VALIDAR-FECHA.
           MOVE WS-CP TO REG-CP.
           MOVE WS-FECHA-NAC TO REG-FECHA-NAC.
           MOVE WS-FECHA-ANIV TO REG-FECHA-ANIV.
           MOVE WS-COD-EMPRESA TO REG-COD-EMPRESA.
           REWRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR" LINE 22 COL 10
           CLOSE BASE.
           CLOSE BASE-RESPALDO.
           PERFORM UNTIL WS-CAT-CUENTA < 5
               MOVE 1 TO WS-IDX-PODA
               IF WS-CAT-CONSERVA NOT = SPACES
                   AND WS-CAT-ARCHIVO(1) = WS-CAT-CONSERVA
                   MOVE 2 TO WS-IDX-PODA
               END-IF
               MOVE WS-CAT-ARCHIVO(WS-IDX-PODA) TO WS-NOMBRE-BORRAR
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR
               PERFORM VARYING WS-IDX-CAT FROM WS-IDX-PODA BY 1
                       UNTIL WS-IDX-CAT >= WS-CAT-CUENTA
                   MOVE WS-CAT-ENT(WS-IDX-CAT + 1)
                     TO WS-CAT-ENT(WS-IDX-CAT)
                   MOVE WS-TAB-NUM-CEL(WS-BORRAR-NUM)
                     TO WS-HIS-TEL
                   PERFORM 2050-ARCHIVAR-HISTORIAL THRU 2050-FIN
                   PERFORM 2725-CANCELAR-SEGUIM THRU 2725-FIN
                   MOVE WS-TAB-NUM-CEL(WS-BORRAR-NUM)
                     TO WS-LIS-TEL
                   PERFORM 2160-QUITAR-DE-LISTAS THRU 2160-FIN
       890-ELEGIR-FORMATO.
           MOVE SPACE TO WS-FORMATO-RPT.
           DISPLAY SS-FORMATO-RPT.
           PERFORM UNTIL WS-FORMATO-RPT = "R" OR "E" OR "C"
               ACCEPT SS-FORMATO-RPT
               INSPECT WS-FORMATO-RPT CONVERTING "rec" TO "REC"
           END-PERFORM.
           IF WS-FORMATO-RPT = "R"
               PERFORM 900-GENERA-REPORTE THRU 900-FIN
           ELSE IF WS-FORMATO-RPT = "C"
               PERFORM 2180-ELEGIR-LISTA THRU 2180-FIN
               MOVE SPACE TO WS-CRT-CAT
               DISPLAY "CATEGORIA (C/P/E, VACIO=TODAS):" LINE 23 COL 10
               ACCEPT WS-CRT-CAT LINE 23 COL 42
               INSPECT WS-CRT-CAT CONVERTING "cpe" TO "CPE"
               MOVE SPACES TO WS-NOMBRE-CARTA
               DISPLAY "PLANTILLA (VACIO=CARTA.TPL):" LINE 24 COL 10
               ACCEPT WS-NOMBRE-CARTA LINE 24 COL 39
               PERFORM 2900-GENERA-CARTAS THRU 2900-FIN
           ELSE
               PERFORM 2180-ELEGIR-LISTA THRU 2180-FIN
               MOVE "N" TO WS-ETQ-EMPRESA
               DISPLAY "AGRUPAR POR EMPRESA (S/N):" LINE 23 COL 10
               ACCEPT WS-ETQ-EMPRESA LINE 23 COL 37
               INSPECT WS-ETQ-EMPRESA CONVERTING "s" TO "S"
               PERFORM 940-GENERA-ETIQUETAS THRU 940-FIN
           END-IF.
       890-FIN. EXIT.
       940-GENERA-ETIQUETAS.
           OPEN OUTPUT ETIQUETAS.
           MOVE ZERO TO WS-ETIQUETAS-CONT.
           MOVE ZERO TO WS-PLA-CUENTA.
           MOVE ZERO TO WS-PLA-EXCEDIDOS.
           MOVE SPACES TO WS-ETQ-EMP-NOMBRE.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE ZERO TO WS-CNS-SUPRIMIDOS.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                   NOT AT END
                       MOVE REG-NUM-CEL TO WS-LIS-TEL
                       PERFORM 2150-ES-MIEMBRO THRU 2150-FIN
                       MOVE "N" TO WCN-POSTAL
                       IF REG-CALLE NOT = SPACES
                           AND WS-SW-MIEMBRO = "S"
                           MOVE REG-NUM-CEL TO WS-CNS-TEL
                           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN
                       END-IF
                       IF WCN-POSTAL = "S"
                           ADD 1 TO WS-CNS-SUPRIMIDOS
                       END-IF
                       IF REG-CALLE NOT = SPACES
                           AND WS-SW-MIEMBRO = "S"
                           AND WCN-POSTAL NOT = "S"
                           IF WS-ETQ-EMPRESA = "S"
                               IF WS-PLA-CUENTA < 5000
                                   ADD 1 TO WS-PLA-CUENTA
                                   MOVE REG-CONTACTO
                                     TO WS-TABLA(WS-PLA-CUENTA)
                               ELSE
                                   ADD 1 TO WS-PLA-EXCEDIDOS
                               END-IF
                           ELSE
                               MOVE REG-CONTACTO TO WS-CONTACTO
                               PERFORM 950-ESCRIBIR-ETIQUETA
                                  THRU 950-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           IF WS-ETQ-EMPRESA = "S"
               PERFORM 945-ETIQUETAS-POR-EMPRESA THRU 945-FIN
           END-IF.
           CLOSE ETIQUETAS.
           IF WS-PLA-EXCEDIDOS > ZERO
               PERFORM 2865-AVISO-TABLA-LLENA THRU 2865-FIN
           END-IF.
           IF WS-MODO-BATCH NOT = "S"
               IF WS-PLA-EXCEDIDOS > ZERO
                   DISPLAY "TABLA LLENA - LISTADO PARCIAL"
                       LINE 19 COL 10
               END-IF
               DISPLAY "SUPRIMIDOS POR CONSENTIMIENTO: "
                   LINE 20 COL 10
               DISPLAY WS-CNS-SUPRIMIDOS LINE 20 COL 42
               DISPLAY "ETIQUETAS GENERADAS EN ETIQUETAS.TXT"
                   LINE 21 COL 10
               DISPLAY "ETIQUETAS EMITIDAS: " LINE 22 COL 10
           END-IF.
       940-FIN. EXIT.

       945-ETIQUETAS-POR-EMPRESA.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               MOVE WS-EMP-NOMBRE(WS-IDX-EMP) TO WS-ETQ-EMP-NOMBRE
               PERFORM VARYING WS-IDX-PLA FROM 1 BY 1
                       UNTIL WS-IDX-PLA > WS-PLA-CUENTA
                   IF WS-TAB-COD-EMPRESA(WS-IDX-PLA)
                        = WS-EMP-CODIGO(WS-IDX-EMP)
                       MOVE WS-TABLA(WS-IDX-PLA) TO WS-CONTACTO
                       PERFORM 950-ESCRIBIR-ETIQUETA THRU 950-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-ETQ-EMP-NOMBRE.
           PERFORM VARYING WS-IDX-PLA FROM 1 BY 1
                   UNTIL WS-IDX-PLA > WS-PLA-CUENTA
               MOVE WS-TAB-COD-EMPRESA(WS-IDX-PLA) TO WS-EMP-COD-TRAB
               PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN
               IF WS-EMP-ENC = ZERO
                   MOVE WS-TABLA(WS-IDX-PLA) TO WS-CONTACTO
                   PERFORM 950-ESCRIBIR-ETIQUETA THRU 950-FIN
               END-IF
           END-PERFORM.
       945-FIN. EXIT.

       950-ESCRIBIR-ETIQUETA.
           MOVE SPACES TO REG-ETIQUETA.
           STRING WS-NOMBRE DELIMITED BY SIZE
               INTO REG-ETIQUETA
           END-STRING.
           WRITE REG-ETIQUETA.
           IF WS-ETQ-EMP-NOMBRE NOT = SPACES
               MOVE WS-ETQ-EMP-NOMBRE TO REG-ETIQUETA
               WRITE REG-ETIQUETA
           END-IF.
           MOVE WS-CALLE TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE WS-COLONIA TO REG-ETIQUETA.
                         TO WS-HIS-TEL
                       PERFORM 2050-ARCHIVAR-HISTORIAL
                          THRU 2050-FIN
                       PERFORM 2725-CANCELAR-SEGUIM
                          THRU 2725-FIN
                       MOVE WS-TAB-NUM-CEL(WS-INDICE-TABLA)
                         TO WS-LIS-TEL
                       PERFORM 2160-QUITAR-DE-LISTAS
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE WS-NOMBRE-RESTAURA TO WS-AUD-ANTES.
           MOVE "N" TO WS-SW-YA-RESPALDADO.
           MOVE WS-NOMBRE-RESTAURA TO WS-CAT-CONSERVA.
           PERFORM 215-RESPALDAR-ARCHIVO THRU 215-RESPALDO-FIN.
           MOVE SPACES TO WS-CAT-CONSERVA.
           MOVE WS-NOMBRE-RESTAURA TO WS-NOMBRE-RESPALDO.
           PERFORM 1410-APLICAR-RESPALDO THRU 1410-FIN.
           IF WS-SW-REST-OK NOT = "S"
                   END-DELETE
                   IF WS-ESTADO-BASE = "00"
                       ADD 1 TO WS-REST-BAJAS
                       IF WS-SW-RECUPERA NOT = "S"
                           MOVE WS-CLAVE-BASE TO WS-LIS-TEL
                           PERFORM 2160-QUITAR-DE-LISTAS
                              THRU 2160-FIN
                       ELSE
                           IF WS-REC-BOR-CUENTA < 5000
                               ADD 1 TO WS-REC-BOR-CUENTA
                               MOVE WS-CLAVE-BASE
                                 TO WS-REC-BORRADO(WS-REC-BOR-CUENTA)
                           END-IF
                       END-IF
                   END-IF
                   IF WS-ESTADO-BASE = "51"
                       ADD 1 TO WS-BLOQUEADOS
           CLOSE BASE.
           CLOSE BASE-RESPALDO.
           IF WS-BLOQUEADOS > ZERO
               AND WS-MODO-BATCH NOT = "S"
               AND WS-SW-RECUPERA NOT = "S"
               DISPLAY "REGISTROS EN USO NO RESTAURADOS:"
                   LINE 20 COL 05
               DISPLAY WS-BLOQUEADOS LINE 20 COL 39
           CLOSE EXPORTA.
           DISPLAY "EXPORTACION GENERADA EN " LINE 21 COL 10.
           DISPLAY WS-NOMBRE-EXPORTA(1:13) LINE 21 COL 34.
           DISPLAY "SUPRIMIDOS POR CONSENTIMIENTO: " LINE 20 COL 10.
           DISPLAY WS-CNS-SUPRIMIDOS LINE 20 COL 42.
           DISPLAY "CONTACTOS EXPORTADOS: " LINE 22 COL 10.
           DISPLAY WS-EXPORTADOS LINE 22 COL 33.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 42.
               INTO REG-EXPORTA
           END-STRING.
           WRITE REG-EXPORTA.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE ZERO TO WS-CNS-SUPRIMIDOS.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                       MOVE REG-NUM-CEL TO WS-LIS-TEL
                       PERFORM 2150-ES-MIEMBRO THRU 2150-FIN
                       IF WS-SW-MIEMBRO = "S"
                           MOVE REG-NUM-CEL TO WS-CNS-TEL
                           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN
                           IF WCN-EXTERNO = "S"
                               ADD 1 TO WS-CNS-SUPRIMIDOS
                           ELSE
                               MOVE REG-CONTACTO TO WS-CONTACTO
                               PERFORM 1465-CSV-CONTACTO THRU 1465-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.
           MOVE SPACES TO REG-EXPORTA.
           MOVE 1 TO WS-PTR.
           IF WS-DLT-OPER NOT = SPACES
               STRING WS-DLT-OPER DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                   INTO REG-EXPORTA WITH POINTER WS-PTR
               END-STRING
           END-IF.
           MOVE WS-NOMBRE TO WS-CAMPO-TRIM.
           PERFORM 1490-AGREGAR-CAMPO THRU 1490-FIN.
           STRING "," DELIMITED BY SIZE
       1465-FIN. EXIT.

       1470-EXPORTAR-VCF.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE ZERO TO WS-CNS-SUPRIMIDOS.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                       MOVE REG-NUM-CEL TO WS-LIS-TEL
                       PERFORM 2150-ES-MIEMBRO THRU 2150-FIN
                       IF WS-SW-MIEMBRO = "S"
                           MOVE REG-NUM-CEL TO WS-CNS-TEL
                           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN
                           IF WCN-EXTERNO = "S"
                               ADD 1 TO WS-CNS-SUPRIMIDOS
                           ELSE
                               MOVE REG-CONTACTO TO WS-CONTACTO
                               PERFORM 1475-VCF-CONTACTO THRU 1475-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           ELSE IF WS-PARAMETRO = "ETIQUETAS"
               PERFORM 2190-LISTA-BATCH THRU 2190-FIN
               MOVE "N" TO WS-ETQ-EMPRESA
               ACCEPT WS-ETQ-EMPRESA
                   FROM ENVIRONMENT "AGENDA_ETIQ_EMPRESA"
               INSPECT WS-ETQ-EMPRESA CONVERTING "s" TO "S"
               IF WS-SW-LISTA-OK = "S"
                   PERFORM 940-GENERA-ETIQUETAS THRU 940-FIN
                   IF WS-ESTADO-BASE NOT = "00"
                       PERFORM 1530-ERROR-BASE THRU 1530-FIN
                   ELSE
                       MOVE WS-ETIQUETAS-CONT TO WS-BATCH-REGS
                       PERFORM 3260-BITACORA-SUPRIMIDOS THRU 3260-FIN
                       IF WS-PLA-EXCEDIDOS > ZERO
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "CSV"
                       PERFORM 1530-ERROR-BASE THRU 1530-FIN
                   ELSE
                       MOVE WS-EXPORTADOS TO WS-BATCH-REGS
                       PERFORM 3260-BITACORA-SUPRIMIDOS THRU 3260-FIN
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "VCF"
                       PERFORM 1530-ERROR-BASE THRU 1530-FIN
                   ELSE
                       MOVE WS-EXPORTADOS TO WS-BATCH-REGS
                       PERFORM 3260-BITACORA-SUPRIMIDOS THRU 3260-FIN
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "RESPALDO"
                           + WS-COMP-BAJAS + WS-COMP-CAMBIOS
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "RECUPERA"
               PERFORM 2650-RECUPERA-BATCH THRU 2650-FIN
           ELSE IF WS-PARAMETRO = "EMPRESAS"
               PERFORM 2850-PLANTILLA-EMPRESAS THRU 2850-FIN
               IF WS-ESTADO-BASE NOT = "00"
                   PERFORM 1530-ERROR-BASE THRU 1530-FIN
               ELSE
                   MOVE WS-EMP-LISTADOS TO WS-BATCH-REGS
                   IF WS-PLA-EXCEDIDOS > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "CARTAS"
               PERFORM 2190-LISTA-BATCH THRU 2190-FIN
               MOVE SPACES TO WS-NOMBRE-CARTA
               ACCEPT WS-NOMBRE-CARTA
                   FROM ENVIRONMENT "AGENDA_CARTA_PLANTILLA"
               MOVE SPACE TO WS-CRT-CAT
               ACCEPT WS-CRT-CAT FROM ENVIRONMENT "AGENDA_CATEGORIA"
               INSPECT WS-CRT-CAT CONVERTING "cpe" TO "CPE"
               IF WS-SW-LISTA-OK = "S"
                   PERFORM 2900-GENERA-CARTAS THRU 2900-FIN
                   IF WS-SW-CRT-OK NOT = "S"
                       MOVE SPACES TO WS-LINEA-BITACORA
                       STRING "PLANTILLA NO ENCONTRADA O VACIA "
                              DELIMITED BY SIZE
                              WS-NOMBRE-CARTA DELIMITED BY SPACE
                           INTO WS-LINEA-BITACORA
                       END-STRING
                       PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-ESTADO-BASE NOT = "00"
                           PERFORM 1530-ERROR-BASE THRU 1530-FIN
                       ELSE
                           MOVE WS-CRT-EMITIDAS TO WS-BATCH-REGS
                           MOVE SPACES TO WS-LINEA-BITACORA
                           STRING "CARTAS EMITIDAS " DELIMITED BY SIZE
                                  WS-CRT-EMITIDAS DELIMITED BY SIZE
                                  " SIN DIRECCION " DELIMITED BY SIZE
                                  WS-CRT-SIN-DIR DELIMITED BY SIZE
                               INTO WS-LINEA-BITACORA
                           END-STRING
                           PERFORM 1510-ESCRIBIR-BITACORA
                              THRU 1510-FIN
                           PERFORM 3260-BITACORA-SUPRIMIDOS
                              THRU 3260-FIN
                       END-IF
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "CAMBIOS"
               PERFORM 3300-EXTRAER-CAMBIOS THRU 3300-FIN
               IF WS-SW-DLT-OK = "S"
                   MOVE WS-EXPORTADOS TO WS-BATCH-REGS
                   IF WS-DLT-RESTAURA > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-SW-DLT-OK = "E"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1530-ERROR-BASE THRU 1530-FIN
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "CONSENT"
               PERFORM 3250-REPORTE-CONSENT THRU 3250-FIN
               IF WS-ESTADO-BASE NOT = "00"
                   PERFORM 1530-ERROR-BASE THRU 1530-FIN
               ELSE
                   MOVE WS-CNS-LISTADOS TO WS-BATCH-REGS
               END-IF
           ELSE IF WS-PARAMETRO = "CALIDAD"
               MOVE SPACES TO WS-CAL-MESES-TXT
               ACCEPT WS-CAL-MESES-TXT
                   FROM ENVIRONMENT "AGENDA_CALIDAD_MESES"
               PERFORM 3003-TOMAR-MESES THRU 3003-FIN
               MOVE "C" TO WS-CAL-ORDEN
               ACCEPT WS-CAL-ORDEN
                   FROM ENVIRONMENT "AGENDA_CALIDAD_ORDEN"
               INSPECT WS-CAL-ORDEN CONVERTING "oc" TO "OC"
               IF WS-CAL-ORDEN NOT = "O"
                   MOVE "C" TO WS-CAL-ORDEN
               END-IF
               PERFORM 3005-REVISION-CALIDAD THRU 3005-FIN
               IF WS-ESTADO-BASE NOT = "00"
                   PERFORM 1530-ERROR-BASE THRU 1530-FIN
               ELSE
                   MOVE WS-CAL-LISTADOS TO WS-BATCH-REGS
                   MOVE SPACES TO WS-LINEA-BITACORA
                   STRING "CALIDAD REVISADOS " DELIMITED BY SIZE
                          WS-CAL-CUENTA DELIMITED BY SIZE
                          " INCOMPLETOS " DELIMITED BY SIZE
                          WS-CAL-INCOMPLETOS DELIMITED BY SIZE
                          " INACTIVOS " DELIMITED BY SIZE
                          WS-CAL-INACTIVOS DELIMITED BY SIZE
                       INTO WS-LINEA-BITACORA
                   END-STRING
                   PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
                   IF WS-CAL-TOTAL > WS-CAL-CUENTA
                       MOVE "TABLA LLENA - LISTADO PARCIAL"
                         TO WS-LINEA-BITACORA
                       PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE IF WS-PARAMETRO = "SEGUIM"
               PERFORM 2750-AGENDA-SEGUIMIENTO THRU 2750-FIN
               IF WS-SW-SEG-OK NOT = "S"
                   PERFORM 1530-ERROR-BASE THRU 1530-FIN
               ELSE
                   MOVE WS-SEG-LISTADOS TO WS-BATCH-REGS
               END-IF
           ELSE IF WS-PARAMETRO = "VERIFICA"
               PERFORM 070-VERIFICA-BASE THRU 070-FIN
               IF WS-SW-VER-OK NOT = "S"
           PERFORM UNTIL WS-OPCION-HIS = "0"
               DISPLAY SS-LIMPIAR-PANTALLA
               DISPLAY SS-NOTAS
               DISPLAY WS-NOMBRE LINE 09 COL 10
               DISPLAY WS-APE-PATERNO LINE 09 COL 21
               DISPLAY WS-NUM-CEL LINE 09 COL 35
               MOVE SPACE TO WS-OPCION-HIS
               ACCEPT SS-NOTAS
               IF WS-OPCION-HIS = "1"
               IF WS-OPCION-HIS = "2"
                   PERFORM 2020-VER-HISTORIAL THRU 2020-FIN
               END-IF
               IF WS-OPCION-HIS = "3"
                   PERFORM 2700-NUEVO-SEGUIMIENTO THRU 2700-FIN
               END-IF
               IF WS-OPCION-HIS = "4"
                   PERFORM 2710-CERRAR-SEGUIMIENTO THRU 2710-FIN
               END-IF
           END-PERFORM.
       2000-SIGUE.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 36
               GO TO 2010-FIN
           END-IF.
           PERFORM 2015-GRABAR-NOTA THRU 2015-FIN.
           DISPLAY "NOTA GUARDADA" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 25.
       2010-FIN. EXIT.

       2015-GRABAR-NOTA.
           OPEN EXTEND HISTORIAL.
           IF WS-ESTADO-HIS = "35"
               OPEN OUTPUT HISTORIAL
           MOVE WS-NOTA-TXT TO HIS-NOTA.
           WRITE REG-HISTORIAL.
           CLOSE HISTORIAL.
       2015-FIN. EXIT.

       2020-VER-HISTORIAL.
           DISPLAY SS-LIMPIAR-PANTALLA.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2050-FIN. EXIT.

       2060-REASIGNAR-HISTORIAL.
           MOVE ZERO TO WS-HIS-REASIGNADAS.
           OPEN INPUT HISTORIAL.
           IF WS-ESTADO-HIS NOT = "00"
               GO TO 2060-FIN
           END-IF.
           OPEN OUTPUT HISTMP.
           MOVE SPACES TO WS-SW-HIS.
           PERFORM UNTIL WS-SW-HIS = "Y"
                      OR WS-ESTADO-HIS NOT = "00"
               READ HISTORIAL
                   AT END MOVE "Y" TO WS-SW-HIS
                   NOT AT END
                       IF HIS-NUM-CEL = WS-TEL-ANTERIOR
                           MOVE WS-TEL-NUEVO TO HIS-NUM-CEL
                           ADD 1 TO WS-HIS-REASIGNADAS
                       END-IF
                       WRITE REG-HISTMP FROM REG-HISTORIAL
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-HIS.
           CLOSE HISTORIAL.
           CLOSE HISTMP.
           IF WS-HIS-REASIGNADAS > ZERO
               OPEN OUTPUT HISTORIAL
               OPEN INPUT HISTMP
               MOVE SPACES TO WS-SW-HIS
               PERFORM UNTIL WS-SW-HIS = "Y"
                          OR WS-ESTADO-HTM NOT = "00"
                   READ HISTMP
                       AT END MOVE "Y" TO WS-SW-HIS
                       NOT AT END
                           WRITE REG-HISTORIAL FROM REG-HISTMP
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-HIS
               CLOSE HISTMP
               CLOSE HISTORIAL
           END-IF.
           MOVE "HISTORIAL.TMP" TO WS-NOMBRE-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2060-FIN. EXIT.

       2100-ADMIN-LISTAS.
           MOVE SPACE TO WS-OPCION-LIS.
           PERFORM UNTIL WS-OPCION-LIS = "0"
               DISPLAY SS-LIMPIAR-PANTALLA
               DISPLAY SS-LISTAS
               MOVE SPACE TO WS-OPCION-LIS
               ACCEPT SS-LISTAS
               IF WS-OPCION-LIS = "1"
                   PERFORM 2110-VER-LISTAS THRU 2110-FIN
               END-IF
               IF WS-OPCION-LIS = "2"
                   PERFORM 2120-CREAR-LISTA THRU 2120-FIN
               END-IF
               IF WS-OPCION-LIS = "3"
                   PERFORM 2130-AGREGAR-A-LISTA THRU 2130-FIN
               END-IF
               IF WS-OPCION-LIS = "4"
                   PERFORM 2140-QUITAR-DE-LISTA THRU 2140-FIN
               END-IF
           END-PERFORM.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       2100-FIN. EXIT.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2160-FIN. EXIT.

       2162-REASIGNAR-LISTAS.
           MOVE ZERO TO WS-LIS-REASIGNADAS.
           OPEN INPUT LISTAS.
           IF WS-ESTADO-LIS NOT = "00"
               GO TO 2162-FIN
           END-IF.
           OPEN OUTPUT LISTMP.
           MOVE SPACES TO WS-SW-LIS.
           PERFORM UNTIL WS-SW-LIS = "Y"
                      OR WS-ESTADO-LIS NOT = "00"
               READ LISTAS
                   AT END MOVE "Y" TO WS-SW-LIS
                   NOT AT END
                       IF LIS-NUM-CEL IS NUMERIC
                           AND LIS-NUM-CEL = WS-TEL-ANTERIOR
                           MOVE WS-TEL-NUEVO TO LIS-NUM-CEL
                           ADD 1 TO WS-LIS-REASIGNADAS
                       END-IF
                       WRITE REG-LISTMP FROM REG-LISTA
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-LIS.
           CLOSE LISTAS.
           CLOSE LISTMP.
           IF WS-LIS-REASIGNADAS > ZERO
               PERFORM 2165-REGRESAR-LISTAS THRU 2165-FIN
           END-IF.
           MOVE "LISTAS.TMP" TO WS-NOMBRE-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2162-FIN. EXIT.

       2165-REGRESAR-LISTAS.
           OPEN OUTPUT LISTAS.
           OPEN INPUT LISTMP.
           MOVE ZERO TO WS-EST-SIN-TEL2.
           MOVE ZERO TO WS-CIU-CUENTA.
           MOVE ZERO TO WS-ESTD-CUENTA.
           MOVE ZERO TO WS-EMP-SIN.
           MOVE ZERO TO WS-EMP-NOREG.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               MOVE ZERO TO WS-EMP-REGS(WS-IDX-EMP)
           END-PERFORM.
           MOVE ZERO TO WS-EST-SIN-NAC.
           MOVE ZERO TO WS-EST-PUNTAJES.
           PERFORM 2305-ARMAR-MESES THRU 2305-FIN.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           IF WS-ESTD-ENC NOT = ZERO
               ADD 1 TO WS-ESTD-REGS(WS-ESTD-ENC)
           END-IF.
           IF REG-COD-EMPRESA = SPACES
               ADD 1 TO WS-EMP-SIN
           ELSE
               MOVE REG-COD-EMPRESA TO WS-EMP-COD-TRAB
               PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN
               IF WS-EMP-ENC = ZERO
                   ADD 1 TO WS-EMP-NOREG
               ELSE
                   ADD 1 TO WS-EMP-REGS(WS-EMP-ENC)
               END-IF
           END-IF.
           MOVE REG-CONTACTO TO WS-CONTACTO.
           PERFORM 3050-CALIFICAR-CONTACTO THRU 3050-FIN.
           ADD 1 TO WS-EST-PUNT(WS-CAL-PUNTOS + 1).
           IF WS-CAL-FALTA(4:1) = "N"
               ADD 1 TO WS-EST-SIN-NAC
           END-IF.
       2310-FIN. EXIT.

       2315-ACUMULAR-MOVIMIENTOS.
               END-STRING
               WRITE REG-ESTADIS
           END-PERFORM.
           MOVE "POR EMPRESA" TO REG-ESTADIS.
           WRITE REG-ESTADIS.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               MOVE SPACES TO REG-ESTADIS
               STRING "  " DELIMITED BY SIZE
                      WS-EMP-CODIGO(WS-IDX-EMP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EMP-NOMBRE(WS-IDX-EMP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EMP-REGS(WS-IDX-EMP) DELIMITED BY SIZE
                   INTO REG-ESTADIS
               END-STRING
               WRITE REG-ESTADIS
           END-PERFORM.
           MOVE SPACES TO REG-ESTADIS.
           STRING "  SIN EMPRESA " DELIMITED BY SIZE
                  WS-EMP-SIN DELIMITED BY SIZE
                  " CLAVE NO REGISTRADA " DELIMITED BY SIZE
                  WS-EMP-NOREG DELIMITED BY SIZE
               INTO REG-ESTADIS
           END-STRING.
           WRITE REG-ESTADIS.
           MOVE "INTEGRIDAD DE DATOS" TO REG-ESTADIS.
           WRITE REG-ESTADIS.
           MOVE SPACES TO REG-ESTADIS.
                  WS-EST-SIN-DIR DELIMITED BY SIZE
                  " SIN TEL2 " DELIMITED BY SIZE
                  WS-EST-SIN-TEL2 DELIMITED BY SIZE
                  " SIN FECHA NAC " DELIMITED BY SIZE
                  WS-EST-SIN-NAC DELIMITED BY SIZE
               INTO REG-ESTADIS
           END-STRING.
           WRITE REG-ESTADIS.
           MOVE "COMPLETITUD (CORREO, TEL2, DOMICILIO/CP, FECHA NAC)"
             TO REG-ESTADIS.
           WRITE REG-ESTADIS.
           PERFORM VARYING WS-CAL-PUNTOS FROM 4 BY -1
                   UNTIL WS-CAL-PUNTOS < 1
               MOVE SPACES TO REG-ESTADIS
               STRING "  PUNTAJE " DELIMITED BY SIZE
                      WS-CAL-PUNTOS DELIMITED BY SIZE
                      "/4 " DELIMITED BY SIZE
                      WS-EST-PUNT(WS-CAL-PUNTOS + 1)
                          DELIMITED BY SIZE
                   INTO REG-ESTADIS
               END-STRING
               WRITE REG-ESTADIS
           END-PERFORM.
           MOVE SPACES TO REG-ESTADIS.
           STRING "  PUNTAJE 0/4 " DELIMITED BY SIZE
                  WS-EST-PUNT(1) DELIMITED BY SIZE
               INTO REG-ESTADIS
           END-STRING.
           WRITE REG-ESTADIS.
           MOVE ZERO            TO WS-FECHA-ANIV.
           WRITE REG-RESPALDO FROM WS-CONTACTO.
       2410-FIN. EXIT.

       2500-CAMBIAR-TELEFONO.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "CAMBIO DE TELEFONO PRINCIPAL" LINE 08 COL 10.
           DISPLAY "TELEFONO ACTUAL: " LINE 10 COL 10.
           DISPLAY "TELEFONO NUEVO:  " LINE 11 COL 10.
           MOVE SPACES TO WS-HIS-TEL-ALFA.
           ACCEPT WS-HIS-TEL-ALFA LINE 10 COL 28.
           IF WS-HIS-TEL-ALFA IS NOT NUMERIC
               OR WS-HIS-TEL-ALFA = ALL "0"
               DISPLAY "TELEFONO INVALIDO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 28
               GO TO 2500-SIGUE
           END-IF.
           MOVE WS-HIS-TEL-ALFA TO WS-TEL-ANTERIOR.
           MOVE SPACES TO WS-TEL-NUEVO-ALFA.
           ACCEPT WS-TEL-NUEVO-ALFA LINE 11 COL 28.
           IF WS-TEL-NUEVO-ALFA IS NOT NUMERIC
               OR WS-TEL-NUEVO-ALFA = ALL "0"
               DISPLAY "TELEFONO NUEVO INVALIDO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 34
               GO TO 2500-SIGUE
           END-IF.
           MOVE WS-TEL-NUEVO-ALFA TO WS-TEL-NUEVO.
           IF WS-TEL-NUEVO = WS-TEL-ANTERIOR
               DISPLAY "EL TELEFONO NUEVO ES IGUAL AL ACTUAL"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 47
               GO TO 2500-SIGUE
           END-IF.
           MOVE WS-TEL-NUEVO-ALFA TO WS-TEL-LADA.
           PERFORM 2250-VALIDAR-LADA THRU 2250-FIN.
           IF WS-SW-LADA = "N"
               DISPLAY "LADA DESCONOCIDA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 27
               GO TO 2500-SIGUE
           END-IF.
           IF WS-SW-LADA = "R"
               DISPLAY "LADA RETIRADA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 24
               GO TO 2500-SIGUE
           END-IF.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE WS-TEL-ANTERIOR TO REG-NUM-CEL.
           MOVE "N" TO WS-SW-CAMTEL.
           READ BASE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-CONTACTO TO WS-CONTACTO
                   MOVE "S" TO WS-SW-CAMTEL
           END-READ.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           IF WS-SW-CAMTEL NOT = "S"
               DISPLAY "CONTACTO NO ENCONTRADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 35
               GO TO 2500-SIGUE
           END-IF.
           DISPLAY WS-NOMBRE LINE 13 COL 10.
           DISPLAY WS-APE-PATERNO LINE 13 COL 21.
           DISPLAY WS-APE-MATERNO LINE 13 COL 34.
           DISPLAY "CONFIRMA CAMBIO DE TELEFONO? S/N: "
               LINE 15 COL 10.
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-OPCION LINE 15 COL 45.
           IF WS-OPCION NOT = "S" AND WS-OPCION NOT = "s"
               GO TO 2500-SIGUE
           END-IF.
           PERFORM 2510-APLICAR-CAMBIO-TEL THRU 2510-FIN.
           IF WS-SW-CAMTEL NOT = "S"
               GO TO 2500-SIGUE
           END-IF.
           DISPLAY "TELEFONO CAMBIADO." LINE 20 COL 10.
           DISPLAY "NOTAS MOVIDAS:" LINE 21 COL 10.
           DISPLAY WS-HIS-REASIGNADAS LINE 21 COL 25.
           DISPLAY "LISTAS:" LINE 21 COL 35.
           DISPLAY WS-LIS-REASIGNADAS LINE 21 COL 43.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 10.
       2500-SIGUE.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       2500-FIN. EXIT.

       2510-APLICAR-CAMBIO-TEL.
           MOVE "N" TO WS-SW-CAMTEL.
           PERFORM 210-ABRIR-ARCHIVO THRU 210-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "BASE INACCESIBLE" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 28
               GO TO 2510-FIN
           END-IF.
           MOVE WS-TEL-NUEVO TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "D" TO WS-SW-CAMTEL
           END-READ.
           IF WS-SW-CAMTEL = "D" OR WS-ESTADO-BASE = "51"
               MOVE "N" TO WS-SW-CAMTEL
               DISPLAY "EL TELEFONO NUEVO YA EXISTE EN LA BASE"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 50
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2510-FIN
           END-IF.
           MOVE WS-TEL-ANTERIOR TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "51"
               DISPLAY "REGISTRO EN USO POR OTRO OPERADOR"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 45
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2510-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "CONTACTO NO ENCONTRADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 35
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2510-FIN
           END-IF.
           MOVE REG-CONTACTO TO WS-CONTACTO.
           MOVE REG-CONTACTO TO WS-AUD-ANTES.
           MOVE WS-TEL-NUEVO TO WS-NUM-CEL.
           WRITE REG-CONTACTO FROM WS-CONTACTO
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR CONTACTO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 45
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2510-FIN
           END-IF.
           MOVE WS-TEL-ANTERIOR TO REG-NUM-CEL.
           DELETE BASE
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-ESTADO-BASE NOT = "00"
               MOVE WS-TEL-NUEVO TO REG-NUM-CEL
               DELETE BASE
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY "ERROR AL BORRAR EL TELEFONO ANTERIOR"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 48
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2510-FIN
           END-IF.
           MOVE "CAMTEL" TO WS-AUD-OPERACION.
           MOVE WS-CONTACTO TO WS-AUD-DESPUES.
           PERFORM 1100-ESCRIBIR-AUDITORIA THRU 1100-FIN.
           PERFORM 230-CERRA-ARCHIVO THRU 230-FIN.
           PERFORM 2060-REASIGNAR-HISTORIAL THRU 2060-FIN.
           PERFORM 2162-REASIGNAR-LISTAS THRU 2162-FIN.
           PERFORM 2720-REASIGNAR-SEGUIM THRU 2720-FIN.
           PERFORM 3240-REASIGNAR-CONSENT THRU 3240-FIN.
           MOVE WS-TEL-NUEVO TO WS-HIS-TEL.
           MOVE SPACES TO WS-NOTA-TXT.
           STRING "CAMBIO DE TELEFONO PRINCIPAL, ANTERIOR "
                  DELIMITED BY SIZE
                  WS-TEL-ANTERIOR DELIMITED BY SIZE
               INTO WS-NOTA-TXT
           END-STRING.
           PERFORM 2015-GRABAR-NOTA THRU 2015-FIN.
           MOVE "S" TO WS-SW-CAMTEL.
       2510-FIN. EXIT.

       2600-RECUPERAR-BASE.
           DISPLAY SS-LIMPIAR-PANTALLA.
           PERFORM 216-LEER-CATALOGO THRU 216-FIN.
           IF WS-CAT-CUENTA = ZERO
               DISPLAY "SIN RESPALDOS DISPONIBLES" LINE 12 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 12 COL 40
               GO TO 2600-SIGUE
           END-IF.
           DISPLAY "RECUPERACION A UN PUNTO EN EL TIEMPO"
               LINE 02 COL 05.
           DISPLAY "RESPALDOS DISPONIBLES:" LINE 03 COL 05.
           DISPLAY "NUM ARCHIVO" LINE 04 COL 05.
           DISPLAY "FECHA  HORA     REGS" LINE 04 COL 50.
           MOVE 5 TO WS-LINEA-CAT.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CAT-CUENTA
               DISPLAY WS-IDX-CAT
                   LINE WS-LINEA-CAT COL 05
               DISPLAY WS-CAT-ARCHIVO(WS-IDX-CAT)(1:40)
                   LINE WS-LINEA-CAT COL 09
               DISPLAY WS-CAT-FECHA(WS-IDX-CAT)
                   LINE WS-LINEA-CAT COL 50
               DISPLAY WS-CAT-HORA(WS-IDX-CAT)
                   LINE WS-LINEA-CAT COL 57
               DISPLAY WS-CAT-REGS(WS-IDX-CAT)
                   LINE WS-LINEA-CAT COL 66
               ADD 1 TO WS-LINEA-CAT
           END-PERFORM.
           DISPLAY "RESPALDO DE PARTIDA (0=CANCELA): "
               LINE 17 COL 05.
           MOVE ZERO TO WS-RESTAUR-NUM.
           ACCEPT WS-RESTAUR-NUM LINE 17 COL 39.
           IF WS-RESTAUR-NUM = ZERO
               OR WS-RESTAUR-NUM > WS-CAT-CUENTA
               GO TO 2600-SIGUE
           END-IF.
           MOVE WS-RESTAUR-NUM TO WS-REC-GEN.
           DISPLAY "RECUPERAR HASTA FECHA (AAMMDD): "
               LINE 18 COL 05.
           MOVE SPACES TO WS-REC-FECHA-TXT.
           ACCEPT WS-REC-FECHA-TXT LINE 18 COL 38.
           DISPLAY "HORA (HHMMSSCC, VACIO=FIN DEL DIA): "
               LINE 19 COL 05.
           MOVE SPACES TO WS-REC-HORA-TXT.
           ACCEPT WS-REC-HORA-TXT LINE 19 COL 42.
           PERFORM 2605-VALIDAR-LIMITE THRU 2605-FIN.
           IF WS-SW-REC-OK NOT = "S"
               DISPLAY WS-REC-MOTIVO LINE 22 COL 05
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 40
               GO TO 2600-SIGUE
           END-IF.
           DISPLAY "CONFIRMA RECUPERACION? S/N: " LINE 20 COL 05.
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-OPCION LINE 20 COL 34.
           IF WS-OPCION NOT = "S" AND WS-OPCION NOT = "s"
               GO TO 2600-SIGUE
           END-IF.
           PERFORM 2610-EJECUTAR-RECUPERACION THRU 2610-FIN.
           IF WS-SW-REC-OK NOT = "S"
               DISPLAY WS-REC-MOTIVO LINE 22 COL 05
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 40
               GO TO 2600-SIGUE
           END-IF.
           DISPLAY "RECUPERACION TERMINADA - VER RECUPERA.TXT"
               LINE 21 COL 05.
           DISPLAY "APLICADOS:" LINE 22 COL 05.
           DISPLAY WS-REC-APLICADOS LINE 22 COL 16.
           DISPLAY "OMITIDOS:" LINE 22 COL 23.
           DISPLAY WS-REC-OMITIDOS LINE 22 COL 33.
           DISPLAY "CONFLICTOS:" LINE 22 COL 40.
           DISPLAY WS-REC-CONFLICTOS LINE 22 COL 52.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 60.
       2600-SIGUE.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       2600-FIN. EXIT.

       2605-VALIDAR-LIMITE.
           MOVE "N" TO WS-SW-REC-OK.
           MOVE SPACES TO WS-REC-MOTIVO.
           IF WS-REC-FECHA-TXT IS NOT NUMERIC
               OR WS-REC-FECHA-TXT = "000000"
               MOVE "FECHA LIMITE INVALIDA" TO WS-REC-MOTIVO
               GO TO 2605-FIN
           END-IF.
           MOVE WS-REC-FECHA-TXT TO WS-REC-FECHA.
           IF WS-REC-HORA-TXT = SPACES
               MOVE 99999999 TO WS-REC-HORA
           ELSE
               IF WS-REC-HORA-TXT IS NOT NUMERIC
                   MOVE "HORA LIMITE INVALIDA" TO WS-REC-MOTIVO
                   GO TO 2605-FIN
               END-IF
               MOVE WS-REC-HORA-TXT TO WS-REC-HORA
           END-IF.
           MOVE WS-CAT-FECHA(WS-REC-GEN) TO WS-REC-DESDE-F.
           MOVE WS-CAT-HORA(WS-REC-GEN) TO WS-REC-DESDE-H.
           COMPUTE WS-REC-DESDE
               = WS-REC-DESDE-F * 100000000 + WS-REC-DESDE-H.
           COMPUTE WS-REC-HASTA
               = WS-REC-FECHA * 100000000 + WS-REC-HORA.
           IF WS-REC-HASTA <= WS-REC-DESDE
               MOVE "LIMITE ANTERIOR AL RESPALDO" TO WS-REC-MOTIVO
               GO TO 2605-FIN
           END-IF.
           MOVE "S" TO WS-SW-REC-OK.
       2605-FIN. EXIT.

       2610-EJECUTAR-RECUPERACION.
           MOVE "N" TO WS-SW-REC-OK.
           MOVE ZERO TO WS-REC-LEIDOS.
           MOVE ZERO TO WS-REC-APLICADOS.
           MOVE ZERO TO WS-REC-OMITIDOS.
           MOVE ZERO TO WS-REC-CONFLICTOS.
           MOVE ZERO TO WS-REC-BOR-CUENTA.
           MOVE ZERO TO WS-REC-LIS-QUITADOS.
           MOVE WS-CAT-ARCHIVO(WS-REC-GEN) TO WS-NOMBRE-RESTAURA.
           MOVE "N" TO WS-SW-YA-RESPALDADO.
           MOVE WS-NOMBRE-RESTAURA TO WS-CAT-CONSERVA.
           PERFORM 215-RESPALDAR-ARCHIVO THRU 215-RESPALDO-FIN.
           MOVE SPACES TO WS-CAT-CONSERVA.
           MOVE WS-NOMBRE-RESTAURA TO WS-NOMBRE-RESPALDO.
           MOVE "S" TO WS-SW-RECUPERA.
           PERFORM 1410-APLICAR-RESPALDO THRU 1410-FIN.
           MOVE "N" TO WS-SW-RECUPERA.
           IF WS-SW-REST-OK NOT = "S"
               MOVE "RESPALDO NO ENCONTRADO" TO WS-REC-MOTIVO
               GO TO 2610-FIN
           END-IF.
           OPEN OUTPUT RECUPREP.
           MOVE "RECUPERACION A UN PUNTO EN EL TIEMPO"
             TO REG-RECUPREP.
           WRITE REG-RECUPREP.
           MOVE SPACES TO REG-RECUPREP.
           STRING "RESPALDO: " DELIMITED BY SIZE
                  WS-NOMBRE-RESTAURA DELIMITED BY SPACE
               INTO REG-RECUPREP
           END-STRING.
           WRITE REG-RECUPREP.
           MOVE SPACES TO REG-RECUPREP.
           STRING "DESDE " DELIMITED BY SIZE
                  WS-REC-DESDE-F DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-DESDE-H DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  WS-REC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-HORA DELIMITED BY SIZE
               INTO REG-RECUPREP
           END-STRING.
           WRITE REG-RECUPREP.
           IF WS-BLOQUEADOS > ZERO
               MOVE SPACES TO REG-RECUPREP
               STRING "REGISTROS EN USO NO RESTAURADOS: "
                      DELIMITED BY SIZE
                      WS-BLOQUEADOS DELIMITED BY SIZE
                   INTO REG-RECUPREP
               END-STRING
               WRITE REG-RECUPREP
               ADD WS-BLOQUEADOS TO WS-REC-CONFLICTOS
           END-IF.
           MOVE SPACES TO REG-RECUPREP.
           STRING "FECHA  HORA     OPER   OPERADOR TELEFONO   "
                  DELIMITED BY SIZE
                  "RESULTADO MOTIVO" DELIMITED BY SIZE
               INTO REG-RECUPREP
           END-STRING.
           WRITE REG-RECUPREP.
           OPEN I-O BASE.
           IF WS-ESTADO-BASE NOT = "00"
               MOVE "BASE INACCESIBLE" TO REG-RECUPREP
               WRITE REG-RECUPREP
               CLOSE RECUPREP
               MOVE "BASE INACCESIBLE" TO WS-REC-MOTIVO
               GO TO 2610-FIN
           END-IF.
           MOVE WS-REC-DESDE-F(1:4) TO WS-CON-MES.
           MOVE WS-REC-FECHA(1:4) TO WS-CON-MES-FIN.
           MOVE ZERO TO WS-ARC-VUELTAS.
           PERFORM UNTIL WS-CON-MES > WS-CON-MES-FIN
                      OR WS-ARC-VUELTAS >= 120
               ADD 1 TO WS-ARC-VUELTAS
               MOVE WS-CON-MES TO WS-MES-REG
               PERFORM 1240-NOMBRE-ARCHIVO-MES THRU 1240-FIN
               OPEN INPUT AUDARC
               IF WS-ESTADO-ARC = "00"
                   MOVE SPACES TO WS-SW-ARC
                   PERFORM UNTIL WS-SW-ARC = "Y"
                              OR WS-ESTADO-ARC NOT = "00"
                       READ AUDARC
                           AT END MOVE "Y" TO WS-SW-ARC
                           NOT AT END
                               MOVE REG-AUDARC TO REG-AUDITORIA
                               PERFORM 2620-REPLICAR-ENTRADA
                                  THRU 2620-FIN
                       END-READ
                   END-PERFORM
                   MOVE SPACE TO WS-SW-ARC
                   CLOSE AUDARC
               END-IF
               MOVE WS-CON-MES(1:2) TO WS-CON-AA
               MOVE WS-CON-MES(3:2) TO WS-CON-MM
               IF WS-CON-MM < 12
                   ADD 1 TO WS-CON-MM
               ELSE
                   MOVE 1 TO WS-CON-MM
                   IF WS-CON-AA < 99
                       ADD 1 TO WS-CON-AA
                   ELSE
                       MOVE ZERO TO WS-CON-AA
                   END-IF
               END-IF
               COMPUTE WS-CON-MES = WS-CON-AA * 100 + WS-CON-MM
           END-PERFORM.
           OPEN INPUT AUDITORIA.
           IF WS-ESTADO-AUD = "00"
               MOVE SPACES TO WS-SW-AUD
               PERFORM UNTIL WS-SW-AUD = "Y"
                          OR WS-ESTADO-AUD NOT = "00"
                   READ AUDITORIA
                       AT END MOVE "Y" TO WS-SW-AUD
                       NOT AT END
                           PERFORM 2620-REPLICAR-ENTRADA
                              THRU 2620-FIN
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-AUD
               CLOSE AUDITORIA
           END-IF.
           CLOSE BASE.
           PERFORM 2655-DEPURAR-LISTAS-REC THRU 2655-FIN.
           IF WS-REC-LIS-QUITADOS > ZERO
               MOVE SPACES TO REG-RECUPREP
               STRING "MIEMBROS DE LISTA QUITADOS: " DELIMITED BY SIZE
                      WS-REC-LIS-QUITADOS DELIMITED BY SIZE
                   INTO REG-RECUPREP
               END-STRING
               WRITE REG-RECUPREP
           END-IF.
           MOVE SPACES TO REG-RECUPREP.
           STRING "ENTRADAS " DELIMITED BY SIZE
                  WS-REC-LEIDOS DELIMITED BY SIZE
                  " APLICADAS " DELIMITED BY SIZE
                  WS-REC-APLICADOS DELIMITED BY SIZE
                  " OMITIDAS " DELIMITED BY SIZE
                  WS-REC-OMITIDOS DELIMITED BY SIZE
                  " CONFLICTOS " DELIMITED BY SIZE
                  WS-REC-CONFLICTOS DELIMITED BY SIZE
               INTO REG-RECUPREP
           END-STRING.
           WRITE REG-RECUPREP.
           CLOSE RECUPREP.
           MOVE "RECUPE" TO WS-AUD-OPERACION.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE WS-NOMBRE-RESTAURA TO WS-AUD-ANTES.
           MOVE SPACES TO WS-AUD-DESPUES.
           STRING "HASTA " DELIMITED BY SIZE
                  WS-REC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-HORA DELIMITED BY SIZE
                  " APLICADOS " DELIMITED BY SIZE
                  WS-REC-APLICADOS DELIMITED BY SIZE
                  " OMITIDOS " DELIMITED BY SIZE
                  WS-REC-OMITIDOS DELIMITED BY SIZE
                  " CONFLICTOS " DELIMITED BY SIZE
                  WS-REC-CONFLICTOS DELIMITED BY SIZE
               INTO WS-AUD-DESPUES
           END-STRING.
           PERFORM 1100-ESCRIBIR-AUDITORIA THRU 1100-FIN.
           MOVE "S" TO WS-SW-REC-OK.
       2610-FIN. EXIT.

       2620-REPLICAR-ENTRADA.
           IF AUD-FECHA IS NOT NUMERIC
               OR AUD-HORA IS NOT NUMERIC
               GO TO 2620-FIN
           END-IF.
           COMPUTE WS-REC-MARCA = AUD-FECHA * 100000000 + AUD-HORA.
           IF WS-REC-MARCA <= WS-REC-DESDE
               OR WS-REC-MARCA > WS-REC-HASTA
               GO TO 2620-FIN
           END-IF.
           ADD 1 TO WS-REC-LEIDOS.
           PERFORM 1205-NORMALIZAR-AUD THRU 1205-FIN.
           MOVE SPACES TO WS-REC-RESULTADO.
           MOVE SPACES TO WS-REC-MOTIVO.
           MOVE SPACES TO WS-REC-TEL-TXT.
           IF AUD-OPERACION = "ALTA"
               PERFORM 2625-REPLICAR-ALTA THRU 2625-FIN
           ELSE IF AUD-OPERACION = "CAMBIO"
               PERFORM 2630-REPLICAR-CAMBIO THRU 2630-FIN
           ELSE IF AUD-OPERACION = "BAJA"
               PERFORM 2635-REPLICAR-BAJA THRU 2635-FIN
           ELSE IF AUD-OPERACION = "CAMTEL"
               PERFORM 2640-REPLICAR-CAMTEL THRU 2640-FIN
           ELSE IF AUD-OPERACION = "RESTAU"
                OR AUD-OPERACION = "RECUPE"
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "RESTAURACION INTERMEDIA" TO WS-REC-MOTIVO
           ELSE
               MOVE "OMITIDO" TO WS-REC-RESULTADO
               MOVE "SIN CAMBIO EN LA BASE" TO WS-REC-MOTIVO
           END-IF.
           IF WS-REC-RESULTADO = "APLICADO"
               ADD 1 TO WS-REC-APLICADOS
           END-IF.
           IF WS-REC-RESULTADO = "OMITIDO"
               ADD 1 TO WS-REC-OMITIDOS
           END-IF.
           IF WS-REC-RESULTADO = "CONFLICTO"
               ADD 1 TO WS-REC-CONFLICTOS
           END-IF.
           MOVE SPACES TO WS-LINEA-RECUP.
           MOVE AUD-FECHA TO WRC-FECHA.
           MOVE AUD-HORA TO WRC-HORA.
           MOVE AUD-OPERACION TO WRC-OPERACION.
           MOVE AUD-OPERADOR TO WRC-OPERADOR.
           MOVE WS-REC-TEL-TXT TO WRC-TEL.
           MOVE WS-REC-RESULTADO TO WRC-RESULTADO.
           MOVE WS-REC-MOTIVO TO WRC-MOTIVO.
           WRITE REG-RECUPREP FROM WS-LINEA-RECUP.
       2620-FIN. EXIT.

       2625-REPLICAR-ALTA.
           MOVE AUD-DESPUES(35:10) TO WS-REC-TEL-TXT.
           IF WS-REC-TEL-TXT IS NOT NUMERIC
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "IMAGEN SIN TELEFONO VALIDO" TO WS-REC-MOTIVO
               GO TO 2625-FIN
           END-IF.
           MOVE WS-REC-TEL-TXT TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "00"
               IF REG-CONTACTO = AUD-DESPUES
                   MOVE "OMITIDO" TO WS-REC-RESULTADO
                   MOVE "YA PRESENTE EN LA BASE" TO WS-REC-MOTIVO
               ELSE
                   MOVE "CONFLICTO" TO WS-REC-RESULTADO
                   MOVE "EXISTE CON OTROS DATOS" TO WS-REC-MOTIVO
               END-IF
               GO TO 2625-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "23"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2625-FIN
           END-IF.
           WRITE REG-CONTACTO FROM AUD-DESPUES
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-ESTADO-BASE = "00"
               MOVE "APLICADO" TO WS-REC-RESULTADO
           ELSE
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
           END-IF.
       2625-FIN. EXIT.

       2630-REPLICAR-CAMBIO.
           MOVE AUD-DESPUES(35:10) TO WS-REC-TEL-TXT.
           IF WS-REC-TEL-TXT IS NOT NUMERIC
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "IMAGEN SIN TELEFONO VALIDO" TO WS-REC-MOTIVO
               GO TO 2630-FIN
           END-IF.
           MOVE WS-REC-TEL-TXT TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "23"
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "CONTACTO NO EXISTE EN LA BASE" TO WS-REC-MOTIVO
               GO TO 2630-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "00"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2630-FIN
           END-IF.
           IF REG-CONTACTO = AUD-DESPUES
               MOVE "OMITIDO" TO WS-REC-RESULTADO
               MOVE "CAMBIO YA PRESENTE" TO WS-REC-MOTIVO
               GO TO 2630-FIN
           END-IF.
           IF REG-CONTACTO NOT = AUD-ANTES
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "DATOS PREVIOS NO COINCIDEN" TO WS-REC-MOTIVO
               GO TO 2630-FIN
           END-IF.
           REWRITE REG-CONTACTO FROM AUD-DESPUES
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-ESTADO-BASE = "00"
               MOVE "APLICADO" TO WS-REC-RESULTADO
           ELSE
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
           END-IF.
       2630-FIN. EXIT.

       2635-REPLICAR-BAJA.
           MOVE AUD-ANTES(35:10) TO WS-REC-TEL-TXT.
           IF WS-REC-TEL-TXT IS NOT NUMERIC
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "IMAGEN SIN TELEFONO VALIDO" TO WS-REC-MOTIVO
               GO TO 2635-FIN
           END-IF.
           MOVE WS-REC-TEL-TXT TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "23"
               MOVE "OMITIDO" TO WS-REC-RESULTADO
               MOVE "CONTACTO YA NO EXISTE" TO WS-REC-MOTIVO
               GO TO 2635-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "00"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2635-FIN
           END-IF.
           IF REG-CONTACTO NOT = AUD-ANTES
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "DATOS PREVIOS NO COINCIDEN" TO WS-REC-MOTIVO
               GO TO 2635-FIN
           END-IF.
           DELETE BASE
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-ESTADO-BASE = "00"
               MOVE "APLICADO" TO WS-REC-RESULTADO
           ELSE
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
           END-IF.
       2635-FIN. EXIT.

       2640-REPLICAR-CAMTEL.
           MOVE AUD-DESPUES(35:10) TO WS-REC-TEL-TXT.
           MOVE AUD-ANTES(35:10) TO WS-REC-TEL-ANT.
           IF WS-REC-TEL-TXT IS NOT NUMERIC
               OR WS-REC-TEL-ANT IS NOT NUMERIC
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "IMAGEN SIN TELEFONO VALIDO" TO WS-REC-MOTIVO
               GO TO 2640-FIN
           END-IF.
           MOVE WS-REC-TEL-TXT TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "00"
               IF REG-CONTACTO = AUD-DESPUES
                   MOVE "OMITIDO" TO WS-REC-RESULTADO
                   MOVE "CAMBIO YA PRESENTE" TO WS-REC-MOTIVO
               ELSE
                   MOVE "CONFLICTO" TO WS-REC-RESULTADO
                   MOVE "EL TELEFONO NUEVO YA EXISTE" TO WS-REC-MOTIVO
               END-IF
               GO TO 2640-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "23"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2640-FIN
           END-IF.
           MOVE WS-REC-TEL-ANT TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "23"
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "CONTACTO NO EXISTE EN LA BASE" TO WS-REC-MOTIVO
               GO TO 2640-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "00"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2640-FIN
           END-IF.
           IF REG-CONTACTO NOT = AUD-ANTES
               MOVE "CONFLICTO" TO WS-REC-RESULTADO
               MOVE "DATOS PREVIOS NO COINCIDEN" TO WS-REC-MOTIVO
               GO TO 2640-FIN
           END-IF.
           WRITE REG-CONTACTO FROM AUD-DESPUES
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-ESTADO-BASE NOT = "00"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               GO TO 2640-FIN
           END-IF.
           MOVE WS-REC-TEL-ANT TO REG-NUM-CEL.
           DELETE BASE
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-ESTADO-BASE NOT = "00"
               PERFORM 2645-MOTIVO-ESTADO THRU 2645-FIN
               MOVE WS-REC-TEL-TXT TO REG-NUM-CEL
               DELETE BASE
                   INVALID KEY CONTINUE
               END-DELETE
               GO TO 2640-FIN
           END-IF.
           MOVE "APLICADO" TO WS-REC-RESULTADO.
       2640-FIN. EXIT.

       2645-MOTIVO-ESTADO.
           MOVE "CONFLICTO" TO WS-REC-RESULTADO.
           MOVE SPACES TO WS-REC-MOTIVO.
           IF WS-ESTADO-BASE = "51"
               MOVE "REGISTRO EN USO" TO WS-REC-MOTIVO
           ELSE
               STRING "ERROR DE BASE ESTADO " DELIMITED BY SIZE
                      WS-ESTADO-BASE DELIMITED BY SIZE
                   INTO WS-REC-MOTIVO
               END-STRING
           END-IF.
       2645-FIN. EXIT.

       2650-RECUPERA-BATCH.
           PERFORM 216-LEER-CATALOGO THRU 216-FIN.
           IF WS-CAT-CUENTA = ZERO
               MOVE "SIN RESPALDOS PARA RECUPERAR"
                 TO WS-LINEA-BITACORA
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               MOVE 8 TO RETURN-CODE
               GO TO 2650-FIN
           END-IF.
           MOVE WS-CAT-CUENTA TO WS-REC-GEN.
           MOVE SPACES TO WS-REC-GEN-TXT.
           ACCEPT WS-REC-GEN-TXT FROM ENVIRONMENT "AGENDA_RECUP_GEN".
           IF WS-REC-GEN-TXT(1:1) >= "1"
               AND WS-REC-GEN-TXT(1:1) <= "9"
               MOVE WS-REC-GEN-TXT(1:1) TO WS-REC-GEN
           END-IF.
           IF WS-REC-GEN > WS-CAT-CUENTA
               MOVE WS-CAT-CUENTA TO WS-REC-GEN
           END-IF.
           MOVE SPACES TO WS-REC-FECHA-TXT.
           ACCEPT WS-REC-FECHA-TXT
               FROM ENVIRONMENT "AGENDA_RECUP_FECHA".
           MOVE SPACES TO WS-REC-HORA-TXT.
           ACCEPT WS-REC-HORA-TXT
               FROM ENVIRONMENT "AGENDA_RECUP_HORA".
           PERFORM 2605-VALIDAR-LIMITE THRU 2605-FIN.
           IF WS-SW-REC-OK = "S"
               PERFORM 2610-EJECUTAR-RECUPERACION THRU 2610-FIN
           END-IF.
           IF WS-SW-REC-OK NOT = "S"
               MOVE SPACES TO WS-LINEA-BITACORA
               STRING "RECUPERACION NO COMPLETADA: " DELIMITED BY SIZE
                      WS-REC-MOTIVO DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               MOVE 8 TO RETURN-CODE
               GO TO 2650-FIN
           END-IF.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "RECUPERACION HASTA " DELIMITED BY SIZE
                  WS-REC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-HORA DELIMITED BY SIZE
                  " APLICADOS " DELIMITED BY SIZE
                  WS-REC-APLICADOS DELIMITED BY SIZE
                  " OMITIDOS " DELIMITED BY SIZE
                  WS-REC-OMITIDOS DELIMITED BY SIZE
                  " CONFLICTOS " DELIMITED BY SIZE
                  WS-REC-CONFLICTOS DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           MOVE WS-REC-APLICADOS TO WS-BATCH-REGS.
           IF WS-REC-CONFLICTOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       2650-FIN. EXIT.

       2655-DEPURAR-LISTAS-REC.
           IF WS-REC-BOR-CUENTA = ZERO
               GO TO 2655-FIN
           END-IF.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               GO TO 2655-FIN
           END-IF.
           PERFORM VARYING WS-IDX-REC-BOR FROM 1 BY 1
                   UNTIL WS-IDX-REC-BOR > WS-REC-BOR-CUENTA
               MOVE WS-REC-BORRADO(WS-IDX-REC-BOR) TO REG-NUM-CEL
               READ BASE
                   INVALID KEY
                       MOVE WS-REC-BORRADO(WS-IDX-REC-BOR)
                         TO WS-LIS-TEL
                       PERFORM 2160-QUITAR-DE-LISTAS THRU 2160-FIN
                       ADD WS-QUITADOS TO WS-REC-LIS-QUITADOS
               END-READ
           END-PERFORM.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
       2655-FIN. EXIT.

       2700-NUEVO-SEGUIMIENTO.
           DISPLAY "VENCE (AAMMDD):" LINE 10 COL 10.
           MOVE SPACES TO WS-SEG-VENCE-TXT.
           ACCEPT WS-SEG-VENCE-TXT LINE 10 COL 27.
           IF WS-SEG-VENCE-TXT IS NOT NUMERIC
               OR WS-SEG-VENCE-TXT(3:2) < "01"
               OR WS-SEG-VENCE-TXT(3:2) > "12"
               OR WS-SEG-VENCE-TXT(5:2) < "01"
               OR WS-SEG-VENCE-TXT(5:2) > "31"
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 26
               GO TO 2700-FIN
           END-IF.
           MOVE WS-SEG-VENCE-TXT TO WS-SEG-VENCE.
           DISPLAY "OPERADOR (ENTER = USTED):" LINE 11 COL 10.
           MOVE SPACES TO WS-SEG-OPER.
           ACCEPT WS-SEG-OPER LINE 11 COL 37.
           IF WS-SEG-OPER = SPACES
               MOVE WS-OPERADOR-CLAVE TO WS-SEG-OPER
           ELSE
               PERFORM 1710-CARGAR-OPERADORES THRU 1710-FIN
               MOVE WS-SEG-OPER TO WS-CLAVE-TRAB
               PERFORM 1770-BUSCAR-OPERADOR THRU 1770-FIN
               IF WS-OPE-ENC = ZERO
                   DISPLAY "OPERADOR NO REGISTRADO" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 34
                   GO TO 2700-FIN
               END-IF
               IF WS-OPE-NIVEL(WS-OPE-ENC) = ZERO
                   DISPLAY "OPERADOR DESACTIVADO" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 32
                   GO TO 2700-FIN
               END-IF
           END-IF.
           DISPLAY "DESCRIPCION:" LINE 12 COL 10.
           MOVE SPACES TO WS-SEG-DESCR.
           ACCEPT WS-SEG-DESCR LINE 12 COL 23.
           IF WS-SEG-DESCR = SPACES
               DISPLAY "DESCRIPCION VACIA - NO GUARDADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 43
               GO TO 2700-FIN
           END-IF.
           PERFORM 2705-SIGUIENTE-FOLIO THRU 2705-FIN.
           OPEN EXTEND SEGUIM.
           IF WS-ESTADO-SEG = "35"
               OPEN OUTPUT SEGUIM
           END-IF.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE SPACES TO REG-SEGUIM.
           MOVE WS-SEG-FOLIO TO SEG-FOLIO.
           MOVE WS-HIS-TEL TO SEG-NUM-CEL.
           MOVE WS-SEG-VENCE TO SEG-VENCE.
           MOVE WS-SEG-OPER TO SEG-OPERADOR.
           MOVE "A" TO SEG-ESTATUS.
           MOVE WS-FECHA-RPT TO SEG-ALTA.
           MOVE ZERO TO SEG-CIERRE.
           MOVE WS-SEG-DESCR TO SEG-DESCR.
           WRITE REG-SEGUIM.
           CLOSE SEGUIM.
           DISPLAY "SEGUIMIENTO REGISTRADO, FOLIO" LINE 22 COL 10.
           DISPLAY WS-SEG-FOLIO LINE 22 COL 40.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 48.
       2700-FIN. EXIT.

       2705-SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-SEG-FOLIO.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG NOT = "00"
               MOVE 1 TO WS-SEG-FOLIO
               GO TO 2705-FIN
           END-IF.
           MOVE SPACES TO WS-SW-SEG.
           PERFORM UNTIL WS-SW-SEG = "Y"
                      OR WS-ESTADO-SEG NOT = "00"
               READ SEGUIM
                   AT END MOVE "Y" TO WS-SW-SEG
                   NOT AT END
                       IF SEG-FOLIO IS NUMERIC
                           AND SEG-FOLIO > WS-SEG-FOLIO
                           MOVE SEG-FOLIO TO WS-SEG-FOLIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-SEG.
           CLOSE SEGUIM.
           ADD 1 TO WS-SEG-FOLIO.
       2705-FIN. EXIT.

       2710-CERRAR-SEGUIMIENTO.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "SEGUIMIENTOS ABIERTOS DEL CONTACTO" LINE 03 COL 10.
           DISPLAY "FOLIO  VENCE  OPERADOR DESCRIPCION" LINE 04 COL 05.
           MOVE ZERO TO WS-SEG-ABIERTOS.
           MOVE 5 TO WS-LINEA-SEG.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG NOT = "00"
               DISPLAY "SIN SEGUIMIENTOS REGISTRADOS" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 40
               GO TO 2710-FIN
           END-IF.
           MOVE SPACES TO WS-SW-SEG.
           PERFORM UNTIL WS-SW-SEG = "Y"
                      OR WS-ESTADO-SEG NOT = "00"
               READ SEGUIM
                   AT END MOVE "Y" TO WS-SW-SEG
                   NOT AT END
                       IF SEG-NUM-CEL = WS-HIS-TEL
                           AND SEG-ESTATUS = "A"
                           ADD 1 TO WS-SEG-ABIERTOS
                           IF WS-LINEA-SEG <= 19
                               DISPLAY SEG-FOLIO
                                   LINE WS-LINEA-SEG COL 05
                               DISPLAY SEG-VENCE
                                   LINE WS-LINEA-SEG COL 12
                               DISPLAY SEG-OPERADOR
                                   LINE WS-LINEA-SEG COL 19
                               DISPLAY SEG-DESCR(1:50)
                                   LINE WS-LINEA-SEG COL 28
                               ADD 1 TO WS-LINEA-SEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-SEG.
           CLOSE SEGUIM.
           IF WS-SEG-ABIERTOS = ZERO
               DISPLAY "SIN SEGUIMIENTOS ABIERTOS" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 37
               GO TO 2710-FIN
           END-IF.
           DISPLAY "FOLIO A CERRAR:" LINE 20 COL 10.
           MOVE ZERO TO WS-SEG-FOLIO.
           ACCEPT WS-SEG-FOLIO LINE 20 COL 26.
           DISPLAY "H=HECHO  C=CANCELADO:" LINE 21 COL 10.
           MOVE SPACE TO WS-SEG-ESTATUS.
           ACCEPT WS-SEG-ESTATUS LINE 21 COL 32.
           INSPECT WS-SEG-ESTATUS CONVERTING "hc" TO "HC".
           IF WS-SEG-ESTATUS NOT = "H" AND WS-SEG-ESTATUS NOT = "C"
               DISPLAY "OPCION INVALIDA - SIN CAMBIOS" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 41
               GO TO 2710-FIN
           END-IF.
           PERFORM 2715-ACTUALIZAR-SEGUIM THRU 2715-FIN.
           IF WS-SEG-ENC NOT = "S"
               DISPLAY "FOLIO NO ENCONTRADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 31
               GO TO 2710-FIN
           END-IF.
           MOVE SPACES TO WS-NOTA-TXT.
           IF WS-SEG-ESTATUS = "H"
               STRING "SEGUIMIENTO " DELIMITED BY SIZE
                      WS-SEG-FOLIO DELIMITED BY SIZE
                      " HECHO: " DELIMITED BY SIZE
                      WS-SEG-DESCR DELIMITED BY SIZE
                   INTO WS-NOTA-TXT
               END-STRING
           ELSE
               STRING "SEGUIMIENTO " DELIMITED BY SIZE
                      WS-SEG-FOLIO DELIMITED BY SIZE
                      " CANCELADO: " DELIMITED BY SIZE
                      WS-SEG-DESCR DELIMITED BY SIZE
                   INTO WS-NOTA-TXT
               END-STRING
           END-IF.
           PERFORM 2015-GRABAR-NOTA THRU 2015-FIN.
           DISPLAY "SEGUIMIENTO CERRADO" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 31.
       2710-FIN. EXIT.

       2715-ACTUALIZAR-SEGUIM.
           MOVE "N" TO WS-SEG-ENC.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG NOT = "00"
               GO TO 2715-FIN
           END-IF.
           OPEN OUTPUT SEGTMP.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE SPACES TO WS-SW-SEG.
           PERFORM UNTIL WS-SW-SEG = "Y"
                      OR WS-ESTADO-SEG NOT = "00"
               READ SEGUIM
                   AT END MOVE "Y" TO WS-SW-SEG
                   NOT AT END
                       IF SEG-FOLIO = WS-SEG-FOLIO
                           AND SEG-NUM-CEL = WS-HIS-TEL
                           AND SEG-ESTATUS = "A"
                           MOVE WS-SEG-ESTATUS TO SEG-ESTATUS
                           MOVE WS-FECHA-RPT TO SEG-CIERRE
                           MOVE SEG-DESCR TO WS-SEG-DESCR
                           MOVE "S" TO WS-SEG-ENC
                       END-IF
                       WRITE REG-SEGTMP FROM REG-SEGUIM
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-SEG.
           CLOSE SEGUIM.
           CLOSE SEGTMP.
           IF WS-SEG-ENC = "S"
               OPEN OUTPUT SEGUIM
               OPEN INPUT SEGTMP
               MOVE SPACES TO WS-SW-SEG
               PERFORM UNTIL WS-SW-SEG = "Y"
                          OR WS-ESTADO-STM NOT = "00"
                   READ SEGTMP
                       AT END MOVE "Y" TO WS-SW-SEG
                       NOT AT END
                           WRITE REG-SEGUIM FROM REG-SEGTMP
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-SEG
               CLOSE SEGTMP
               CLOSE SEGUIM
           END-IF.
           MOVE "SEGUIM.TMP" TO WS-NOMBRE-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2715-FIN. EXIT.

       2720-REASIGNAR-SEGUIM.
           MOVE ZERO TO WS-SEG-REASIGNADOS.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG NOT = "00"
               GO TO 2720-FIN
           END-IF.
           OPEN OUTPUT SEGTMP.
           MOVE SPACES TO WS-SW-SEG.
           PERFORM UNTIL WS-SW-SEG = "Y"
                      OR WS-ESTADO-SEG NOT = "00"
               READ SEGUIM
                   AT END MOVE "Y" TO WS-SW-SEG
                   NOT AT END
                       IF SEG-NUM-CEL = WS-TEL-ANTERIOR
                           MOVE WS-TEL-NUEVO TO SEG-NUM-CEL
                           ADD 1 TO WS-SEG-REASIGNADOS
                       END-IF
                       WRITE REG-SEGTMP FROM REG-SEGUIM
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-SEG.
           CLOSE SEGUIM.
           CLOSE SEGTMP.
           IF WS-SEG-REASIGNADOS > ZERO
               OPEN OUTPUT SEGUIM
               OPEN INPUT SEGTMP
               MOVE SPACES TO WS-SW-SEG
               PERFORM UNTIL WS-SW-SEG = "Y"
                          OR WS-ESTADO-STM NOT = "00"
                   READ SEGTMP
                       AT END MOVE "Y" TO WS-SW-SEG
                       NOT AT END
                           WRITE REG-SEGUIM FROM REG-SEGTMP
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-SEG
               CLOSE SEGTMP
               CLOSE SEGUIM
           END-IF.
           MOVE "SEGUIM.TMP" TO WS-NOMBRE-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2720-FIN. EXIT.

       2725-CANCELAR-SEGUIM.
           MOVE ZERO TO WS-SEG-REASIGNADOS.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG NOT = "00"
               GO TO 2725-FIN
           END-IF.
           ACCEPT WS-FECHA-RPT FROM DATE.
           OPEN OUTPUT SEGTMP.
           MOVE SPACES TO WS-SW-SEG.
           PERFORM UNTIL WS-SW-SEG = "Y"
                      OR WS-ESTADO-SEG NOT = "00"
               READ SEGUIM
                   AT END MOVE "Y" TO WS-SW-SEG
                   NOT AT END
                       IF SEG-NUM-CEL = WS-HIS-TEL
                           AND SEG-ESTATUS = "A"
                           MOVE "C" TO SEG-ESTATUS
                           MOVE WS-FECHA-RPT TO SEG-CIERRE
                           ADD 1 TO WS-SEG-REASIGNADOS
                       END-IF
                       WRITE REG-SEGTMP FROM REG-SEGUIM
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-SEG.
           CLOSE SEGUIM.
           CLOSE SEGTMP.
           IF WS-SEG-REASIGNADOS > ZERO
               OPEN OUTPUT SEGUIM
               OPEN INPUT SEGTMP
               MOVE SPACES TO WS-SW-SEG
               PERFORM UNTIL WS-SW-SEG = "Y"
                          OR WS-ESTADO-STM NOT = "00"
                   READ SEGTMP
                       AT END MOVE "Y" TO WS-SW-SEG
                       NOT AT END
                           WRITE REG-SEGUIM FROM REG-SEGTMP
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-SEG
               CLOSE SEGTMP
               CLOSE SEGUIM
           END-IF.
           MOVE "SEGUIM.TMP" TO WS-NOMBRE-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
       2725-FIN. EXIT.

       2750-AGENDA-SEGUIMIENTO.
           MOVE "S" TO WS-SW-SEG-OK.
           MOVE ZERO TO WS-SEG-CUENTA.
           MOVE ZERO TO WS-SOP-CUENTA.
           MOVE ZERO TO WS-SEG-LISTADOS.
           MOVE ZERO TO WS-SEG-VENCIDOS.
           MOVE ZERO TO WS-SEG-HOY.
           ACCEPT WS-FECHA-RPT FROM DATE.
           OPEN INPUT SEGUIM.
           IF WS-ESTADO-SEG = "00"
               PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN
               IF WS-ESTADO-BASE NOT = "00"
                   MOVE "N" TO WS-SW-SEG-OK
                   CLOSE SEGUIM
                   GO TO 2750-FIN
               END-IF
               MOVE SPACES TO WS-SW-SEG
               PERFORM UNTIL WS-SW-SEG = "Y"
                          OR WS-ESTADO-SEG NOT = "00"
                   READ SEGUIM
                       AT END MOVE "Y" TO WS-SW-SEG
                       NOT AT END
                           PERFORM 2755-FILTRAR-SEGUIM THRU 2755-FIN
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-SEG
               PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN
               CLOSE SEGUIM
           END-IF.
           OPEN OUTPUT SEGREP.
           MOVE SPACES TO REG-SEGREP.
           STRING "SEGUIMIENTOS PENDIENTES AL " DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
               INTO REG-SEGREP
           END-STRING.
           WRITE REG-SEGREP.
           PERFORM VARYING WS-IDX-SOP FROM 1 BY 1
                   UNTIL WS-IDX-SOP > WS-SOP-CUENTA
               PERFORM 2760-ESCRIBIR-OPERADOR THRU 2760-FIN
           END-PERFORM.
           MOVE SPACES TO REG-SEGREP.
           WRITE REG-SEGREP.
           IF WS-SOP-CUENTA = ZERO
               MOVE "SIN SEGUIMIENTOS PENDIENTES" TO REG-SEGREP
               WRITE REG-SEGREP
           END-IF.
           MOVE SPACES TO REG-SEGREP.
           STRING "TOTAL VENCIDOS " DELIMITED BY SIZE
                  WS-SEG-VENCIDOS DELIMITED BY SIZE
                  "  PARA HOY " DELIMITED BY SIZE
                  WS-SEG-HOY DELIMITED BY SIZE
               INTO REG-SEGREP
           END-STRING.
           WRITE REG-SEGREP.
           CLOSE SEGREP.
       2750-FIN. EXIT.

       2755-FILTRAR-SEGUIM.
           IF SEG-ESTATUS NOT = "A"
               OR SEG-VENCE IS NOT NUMERIC
               OR SEG-VENCE > WS-FECHA-RPT
               GO TO 2755-FIN
           END-IF.
           IF WS-SEG-CUENTA >= 2000
               GO TO 2755-FIN
           END-IF.
           MOVE ZERO TO WS-SOP-ENC.
           PERFORM VARYING WS-IDX-SOP FROM 1 BY 1
                   UNTIL WS-IDX-SOP > WS-SOP-CUENTA
                      OR WS-SOP-ENC NOT = ZERO
               IF WS-SOP-OPER(WS-IDX-SOP) = SEG-OPERADOR
                   MOVE WS-IDX-SOP TO WS-SOP-ENC
               END-IF
           END-PERFORM.
           IF WS-SOP-ENC = ZERO
               IF WS-SOP-CUENTA >= 50
                   GO TO 2755-FIN
               END-IF
               ADD 1 TO WS-SOP-CUENTA
               MOVE WS-SOP-CUENTA TO WS-SOP-ENC
               MOVE SEG-OPERADOR TO WS-SOP-OPER(WS-SOP-ENC)
               MOVE ZERO TO WS-SOP-VENCIDOS(WS-SOP-ENC)
               MOVE ZERO TO WS-SOP-HOY(WS-SOP-ENC)
           END-IF.
           MOVE SPACES TO WS-LINEA-SEGUIM.
           MOVE SEG-FOLIO TO WSG-FOLIO.
           MOVE SEG-VENCE TO WSG-VENCE.
           MOVE SEG-NUM-CEL TO WSG-TEL.
           MOVE SEG-DESCR TO WSG-DESCR.
           IF SEG-VENCE < WS-FECHA-RPT
               MOVE "VENCIDO" TO WSG-SITUACION
               ADD 1 TO WS-SEG-VENCIDOS
               ADD 1 TO WS-SOP-VENCIDOS(WS-SOP-ENC)
           ELSE
               MOVE "HOY" TO WSG-SITUACION
               ADD 1 TO WS-SEG-HOY
               ADD 1 TO WS-SOP-HOY(WS-SOP-ENC)
           END-IF.
           MOVE SEG-NUM-CEL TO REG-NUM-CEL.
           READ BASE
               INVALID KEY
                   MOVE "(BAJA)" TO WSG-NOMBRE
               NOT INVALID KEY
                   MOVE REG-NOMBRE TO WSG-NOMBRE
                   MOVE REG-APE-PATERNO TO WSG-APEPAT
           END-READ.
           ADD 1 TO WS-SEG-CUENTA.
           MOVE SEG-OPERADOR TO WS-SEG-T-OPER(WS-SEG-CUENTA).
           MOVE WS-LINEA-SEGUIM TO WS-SEG-T-LINEA(WS-SEG-CUENTA).
       2755-FIN. EXIT.

       2760-ESCRIBIR-OPERADOR.
           MOVE SPACES TO REG-SEGREP.
           WRITE REG-SEGREP.
           MOVE SPACES TO REG-SEGREP.
           STRING "OPERADOR " DELIMITED BY SIZE
                  WS-SOP-OPER(WS-IDX-SOP) DELIMITED BY SIZE
                  "  VENCIDOS " DELIMITED BY SIZE
                  WS-SOP-VENCIDOS(WS-IDX-SOP) DELIMITED BY SIZE
                  "  PARA HOY " DELIMITED BY SIZE
                  WS-SOP-HOY(WS-IDX-SOP) DELIMITED BY SIZE
               INTO REG-SEGREP
           END-STRING.
           WRITE REG-SEGREP.
           MOVE "FOLIO  VENCE  SITUAC. TELEFONO   NOMBRE     APELLIDO"
             TO REG-SEGREP.
           WRITE REG-SEGREP.
           MOVE "VENCIDO" TO WS-SEG-PASO.
           PERFORM 2765-ESCRIBIR-PASO THRU 2765-FIN.
           MOVE "HOY" TO WS-SEG-PASO.
           PERFORM 2765-ESCRIBIR-PASO THRU 2765-FIN.
       2760-FIN. EXIT.

       2765-ESCRIBIR-PASO.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-SEG-CUENTA
               IF WS-SEG-T-OPER(WS-IDX-SEG) = WS-SOP-OPER(WS-IDX-SOP)
                   MOVE WS-SEG-T-LINEA(WS-IDX-SEG) TO WS-LINEA-SEGUIM
                   IF WSG-SITUACION = WS-SEG-PASO
                       MOVE WS-LINEA-SEGUIM TO REG-SEGREP
                       WRITE REG-SEGREP
                       ADD 1 TO WS-SEG-LISTADOS
                   END-IF
               END-IF
           END-PERFORM.
       2765-FIN. EXIT.

       2800-ADMIN-EMPRESAS.
           MOVE SPACE TO WS-OPCION-EMP.
           PERFORM UNTIL WS-OPCION-EMP = "0"
               DISPLAY SS-LIMPIAR-PANTALLA
               DISPLAY SS-EMPRESAS
               MOVE SPACE TO WS-OPCION-EMP
               ACCEPT SS-EMPRESAS
               IF WS-OPCION-EMP = "1"
                   PERFORM 2815-LISTAR-EMPRESAS THRU 2815-FIN
               END-IF
               IF WS-OPCION-EMP = "2" OR WS-OPCION-EMP = "3"
                                      OR WS-OPCION-EMP = "4"
                   IF WS-OPERADOR-NIVEL < 2
                       DISPLAY "OPCION RESERVADA A SUPERVISOR"
                           LINE 22 COL 10
                       ACCEPT  WS-PAUSAR-SC LINE 22 COL 41
                   ELSE
                       IF WS-OPCION-EMP = "2"
                           PERFORM 2820-AGREGAR-EMPRESA THRU 2820-FIN
                       END-IF
                       IF WS-OPCION-EMP = "3"
                           PERFORM 2825-MODIFICAR-EMPRESA
                              THRU 2825-FIN
                       END-IF
                       IF WS-OPCION-EMP = "4"
                           PERFORM 2830-BORRAR-EMPRESA THRU 2830-FIN
                       END-IF
                   END-IF
               END-IF
               IF WS-OPCION-EMP = "5"
                   PERFORM 2845-VINCULAR-CONTACTO THRU 2845-FIN
               END-IF
               IF WS-OPCION-EMP = "6"
                   DISPLAY SS-LIMPIAR-PANTALLA
                   PERFORM 2850-PLANTILLA-EMPRESAS THRU 2850-FIN
                   IF WS-PLA-EXCEDIDOS > ZERO
                       DISPLAY "TABLA LLENA - LISTADO PARCIAL"
                           LINE 20 COL 10
                   END-IF
                   DISPLAY "PLANTILLA GENERADA EN EMPRESAS.TXT"
                       LINE 21 COL 10
                   DISPLAY "CONTACTOS LISTADOS: " LINE 22 COL 10
                   DISPLAY WS-EMP-LISTADOS LINE 22 COL 31
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 40
               END-IF
           END-PERFORM.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       2800-FIN. EXIT.

       2805-CARGAR-EMPRESAS.
           MOVE ZERO TO WS-EMP-CUENTA.
           OPEN INPUT EMPRESAS.
           IF WS-ESTADO-EMP NOT = "00"
               GO TO 2805-FIN
           END-IF.
           MOVE SPACES TO WS-SW-EMP.
           PERFORM UNTIL WS-SW-EMP = "Y"
                      OR WS-ESTADO-EMP NOT = "00"
               READ EMPRESAS
                   AT END MOVE "Y" TO WS-SW-EMP
                   NOT AT END
                       IF WS-EMP-CUENTA < 500
                           ADD 1 TO WS-EMP-CUENTA
                           MOVE REG-EMPRESA
                             TO WS-EMP-DATOS(WS-EMP-CUENTA)
                           MOVE ZERO TO WS-EMP-REGS(WS-EMP-CUENTA)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-EMP.
           CLOSE EMPRESAS.
       2805-FIN. EXIT.

       2810-GUARDAR-EMPRESAS.
           OPEN OUTPUT EMPRESAS.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               MOVE WS-EMP-DATOS(WS-IDX-EMP) TO REG-EMPRESA
               WRITE REG-EMPRESA
           END-PERFORM.
           CLOSE EMPRESAS.
       2810-FIN. EXIT.

       2815-LISTAR-EMPRESAS.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "CLAVE NOMBRE" LINE 04 COL 05.
           DISPLAY "TELEFONO   GIRO" LINE 04 COL 42.
           MOVE 5 TO WS-LINEA-EMP.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               DISPLAY WS-EMP-CODIGO(WS-IDX-EMP)
                   LINE WS-LINEA-EMP COL 05
               DISPLAY WS-EMP-NOMBRE(WS-IDX-EMP)
                   LINE WS-LINEA-EMP COL 11
               DISPLAY WS-EMP-TELEFONO(WS-IDX-EMP)
                   LINE WS-LINEA-EMP COL 42
               DISPLAY WS-EMP-GIRO(WS-IDX-EMP)
                   LINE WS-LINEA-EMP COL 53
               ADD 1 TO WS-LINEA-EMP
               IF WS-LINEA-EMP > 21
                   ACCEPT WS-PAUSAR-SC LINE 22 COL 10
                   DISPLAY SS-LIMPIAR-PANTALLA
                   DISPLAY "CLAVE NOMBRE" LINE 04 COL 05
                   DISPLAY "TELEFONO   GIRO" LINE 04 COL 42
                   MOVE 5 TO WS-LINEA-EMP
               END-IF
           END-PERFORM.
           IF WS-EMP-CUENTA = ZERO
               DISPLAY "CATALOGO DE EMPRESAS VACIO" LINE 22 COL 10
           END-IF.
           ACCEPT WS-PAUSAR-SC LINE 22 COL 38.
       2815-FIN. EXIT.

       2820-AGREGAR-EMPRESA.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "ALTA DE EMPRESA" LINE 08 COL 10.
           DISPLAY "CLAVE (3 CARACTERES):" LINE 10 COL 10.
           MOVE SPACES TO WS-EMP-COD-TRAB.
           ACCEPT WS-EMP-COD-TRAB LINE 10 COL 33.
           INSPECT WS-EMP-COD-TRAB
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-EMP-COD-TRAB = SPACES
               OR WS-EMP-COD-TRAB(1:1) = SPACE
               DISPLAY "CLAVE INVALIDA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 26
               GO TO 2820-FIN
           END-IF.
           PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN.
           IF WS-EMP-ENC NOT = ZERO
               DISPLAY "LA EMPRESA YA EXISTE" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 32
               GO TO 2820-FIN
           END-IF.
           IF WS-EMP-CUENTA >= 500
               DISPLAY "CATALOGO DE EMPRESAS LLENO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 38
               GO TO 2820-FIN
           END-IF.
           MOVE SPACES TO WS-EMPRESA-TRAB.
           MOVE WS-EMP-COD-TRAB TO WS-EMT-CODIGO.
           PERFORM 2835-CAPTURAR-EMPRESA THRU 2835-FIN.
           IF WS-SW-VALIDO = "N"
               GO TO 2820-FIN
           END-IF.
           ADD 1 TO WS-EMP-CUENTA.
           MOVE WS-EMPRESA-TRAB TO WS-EMP-DATOS(WS-EMP-CUENTA).
           MOVE ZERO TO WS-EMP-REGS(WS-EMP-CUENTA).
           PERFORM 2810-GUARDAR-EMPRESAS THRU 2810-FIN.
           DISPLAY "EMPRESA AGREGADA" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 28.
       2820-FIN. EXIT.

       2825-MODIFICAR-EMPRESA.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "MODIFICAR EMPRESA (ENTER = SIN CAMBIO)"
               LINE 08 COL 10.
           DISPLAY "CLAVE:" LINE 10 COL 10.
           MOVE SPACES TO WS-EMP-COD-TRAB.
           ACCEPT WS-EMP-COD-TRAB LINE 10 COL 33.
           INSPECT WS-EMP-COD-TRAB
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN.
           IF WS-EMP-ENC = ZERO
               DISPLAY "EMPRESA NO ENCONTRADA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 33
               GO TO 2825-FIN
           END-IF.
           MOVE WS-EMP-DATOS(WS-EMP-ENC) TO WS-EMPRESA-TRAB.
           PERFORM 2835-CAPTURAR-EMPRESA THRU 2835-FIN.
           IF WS-SW-VALIDO = "N"
               GO TO 2825-FIN
           END-IF.
           MOVE WS-EMPRESA-TRAB TO WS-EMP-DATOS(WS-EMP-ENC).
           PERFORM 2810-GUARDAR-EMPRESAS THRU 2810-FIN.
           DISPLAY "EMPRESA ACTUALIZADA" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 31.
       2825-FIN. EXIT.

       2830-BORRAR-EMPRESA.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "EMPRESA A BORRAR:" LINE 10 COL 10.
           MOVE SPACES TO WS-EMP-COD-TRAB.
           ACCEPT WS-EMP-COD-TRAB LINE 10 COL 29.
           INSPECT WS-EMP-COD-TRAB
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN.
           IF WS-EMP-ENC = ZERO
               DISPLAY "EMPRESA NO ENCONTRADA" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 33
               GO TO 2830-FIN
           END-IF.
           MOVE ZERO TO WS-EMP-VINC.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "BASE INACCESIBLE - EMPRESA NO BORRADA"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 48
               GO TO 2830-FIN
           END-IF.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                      OR WS-ESTADO-BASE NOT = "00"
               READ BASE NEXT RECORD
                   AT END MOVE "Y" TO WS-SW
                   NOT AT END
                       IF REG-COD-EMPRESA = WS-EMP-COD-TRAB
                           ADD 1 TO WS-EMP-VINC
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SW NOT = "Y"
               MOVE SPACE TO WS-SW
               PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN
               DISPLAY "BASE INACCESIBLE - EMPRESA NO BORRADA"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 48
               GO TO 2830-FIN
           END-IF.
           MOVE SPACE TO WS-SW.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           IF WS-EMP-VINC > ZERO
               DISPLAY "EMPRESA CON CONTACTOS VINCULADOS:"
                   LINE 22 COL 10
               DISPLAY WS-EMP-VINC LINE 22 COL 44
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 51
               GO TO 2830-FIN
           END-IF.
           PERFORM VARYING WS-IDX-EMP FROM WS-EMP-ENC BY 1
                   UNTIL WS-IDX-EMP >= WS-EMP-CUENTA
               MOVE WS-EMP-ENT(WS-IDX-EMP + 1)
                 TO WS-EMP-ENT(WS-IDX-EMP)
           END-PERFORM.
           SUBTRACT 1 FROM WS-EMP-CUENTA.
           PERFORM 2810-GUARDAR-EMPRESAS THRU 2810-FIN.
           DISPLAY "EMPRESA BORRADA" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 27.
       2830-FIN. EXIT.

       2835-CAPTURAR-EMPRESA.
           MOVE "S" TO WS-SW-VALIDO.
           DISPLAY "NOMBRE:"             LINE 11 COL 10.
           DISPLAY "TELEFONO PRINCIPAL:" LINE 12 COL 10.
           DISPLAY "CALLE Y NUMERO:"     LINE 13 COL 10.
           DISPLAY "COLONIA:"            LINE 14 COL 10.
           DISPLAY "CIUDAD:"             LINE 15 COL 10.
           DISPLAY "ESTADO:"             LINE 16 COL 10.
           DISPLAY "CODIGO POSTAL:"      LINE 17 COL 10.
           DISPLAY "GIRO:"               LINE 18 COL 10.
           DISPLAY WS-EMT-NOMBRE   LINE 11 COL 33.
           DISPLAY WS-EMT-TELEFONO LINE 12 COL 33.
           DISPLAY WS-EMT-CALLE    LINE 13 COL 33.
           DISPLAY WS-EMT-COLONIA  LINE 14 COL 33.
           DISPLAY WS-EMT-CIUDAD   LINE 15 COL 33.
           DISPLAY WS-EMT-ESTADO   LINE 16 COL 33.
           DISPLAY WS-EMT-CP       LINE 17 COL 33.
           DISPLAY WS-EMT-GIRO     LINE 18 COL 33.
           MOVE SPACES TO WS-EMPRESA-CAPT.
           ACCEPT WS-EMC-NOMBRE   LINE 11 COL 33.
           ACCEPT WS-EMC-TELEFONO LINE 12 COL 33.
           ACCEPT WS-EMC-CALLE    LINE 13 COL 33.
           ACCEPT WS-EMC-COLONIA  LINE 14 COL 33.
           ACCEPT WS-EMC-CIUDAD   LINE 15 COL 33.
           ACCEPT WS-EMC-ESTADO   LINE 16 COL 33.
           ACCEPT WS-EMC-CP       LINE 17 COL 33.
           ACCEPT WS-EMC-GIRO     LINE 18 COL 33.
           IF WS-EMC-NOMBRE NOT = SPACES
               MOVE WS-EMC-NOMBRE TO WS-EMT-NOMBRE
           END-IF.
           IF WS-EMC-TELEFONO NOT = SPACES
               MOVE WS-EMC-TELEFONO TO WS-EMT-TELEFONO
           END-IF.
           IF WS-EMC-CALLE NOT = SPACES
               MOVE WS-EMC-CALLE TO WS-EMT-CALLE
           END-IF.
           IF WS-EMC-COLONIA NOT = SPACES
               MOVE WS-EMC-COLONIA TO WS-EMT-COLONIA
           END-IF.
           IF WS-EMC-CIUDAD NOT = SPACES
               MOVE WS-EMC-CIUDAD TO WS-EMT-CIUDAD
           END-IF.
           IF WS-EMC-ESTADO NOT = SPACES
               MOVE WS-EMC-ESTADO TO WS-EMT-ESTADO
           END-IF.
           IF WS-EMC-CP NOT = SPACES
               MOVE WS-EMC-CP TO WS-EMT-CP
           END-IF.
           IF WS-EMC-GIRO NOT = SPACES
               MOVE WS-EMC-GIRO TO WS-EMT-GIRO
           END-IF.
           IF WS-EMT-NOMBRE = SPACES
               MOVE "N" TO WS-SW-VALIDO
               DISPLAY "NOMBRE OBLIGATORIO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 30
               GO TO 2835-FIN
           END-IF.
           IF WS-EMT-TELEFONO NOT = SPACES
               IF WS-EMT-TELEFONO IS NOT NUMERIC
                   OR WS-EMT-TELEFONO = ALL "0"
                   MOVE "N" TO WS-SW-VALIDO
                   DISPLAY "TELEFONO INVALIDO" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 28
                   GO TO 2835-FIN
               END-IF
               MOVE WS-EMT-TELEFONO TO WS-TEL-LADA
               PERFORM 2250-VALIDAR-LADA THRU 2250-FIN
               IF WS-SW-LADA NOT = "S"
                   MOVE "N" TO WS-SW-VALIDO
                   DISPLAY "LADA INVALIDA" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 25
               END-IF
           END-IF.
       2835-FIN. EXIT.

       2840-BUSCAR-EMPRESA.
           MOVE ZERO TO WS-EMP-ENC.
           IF WS-EMP-COD-TRAB = SPACES
               GO TO 2840-FIN
           END-IF.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
                      OR WS-EMP-ENC NOT = ZERO
               IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-EMP-COD-TRAB
                   MOVE WS-IDX-EMP TO WS-EMP-ENC
               END-IF
           END-PERFORM.
       2840-FIN. EXIT.

       2845-VINCULAR-CONTACTO.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "VINCULAR CONTACTO A EMPRESA" LINE 08 COL 10.
           DISPLAY "TELEFONO DEL CONTACTO:" LINE 10 COL 10.
           DISPLAY "CLAVE EMPRESA (ENTER = DESVINCULAR):"
               LINE 11 COL 10.
           MOVE SPACES TO WS-HIS-TEL-ALFA.
           ACCEPT WS-HIS-TEL-ALFA LINE 10 COL 48.
           IF WS-HIS-TEL-ALFA IS NOT NUMERIC
               OR WS-HIS-TEL-ALFA = ALL "0"
               DISPLAY "TELEFONO INVALIDO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 28
               GO TO 2845-FIN
           END-IF.
           MOVE SPACES TO WS-EMP-COD-TRAB.
           ACCEPT WS-EMP-COD-TRAB LINE 11 COL 48.
           INSPECT WS-EMP-COD-TRAB
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-EMP-COD-TRAB NOT = SPACES
               PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN
               IF WS-EMP-ENC = ZERO
                   DISPLAY "EMPRESA NO REGISTRADA" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 33
                   GO TO 2845-FIN
               END-IF
           END-IF.
           MOVE WS-HIS-TEL-ALFA TO WS-HIS-TEL.
           PERFORM 210-ABRIR-ARCHIVO THRU 210-FIN.
           MOVE WS-HIS-TEL TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE = "51"
               DISPLAY "REGISTRO EN USO POR OTRO OPERADOR"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 45
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2845-FIN
           END-IF.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "CONTACTO NO ENCONTRADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 35
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2845-FIN
           END-IF.
           DISPLAY REG-NOMBRE LINE 13 COL 10.
           DISPLAY REG-APE-PATERNO LINE 13 COL 21.
           DISPLAY REG-APE-MATERNO LINE 13 COL 34.
           IF REG-COD-EMPRESA = WS-EMP-COD-TRAB
               DISPLAY "SIN CAMBIO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 22
               PERFORM 230-CERRA-ARCHIVO THRU 230-FIN
               GO TO 2845-FIN
           END-IF.
           MOVE REG-CONTACTO TO WS-AUD-ANTES.
           MOVE WS-EMP-COD-TRAB TO REG-COD-EMPRESA.
           REWRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 35
               NOT INVALID KEY
                   MOVE "CAMBIO" TO WS-AUD-OPERACION
                   MOVE REG-CONTACTO TO WS-AUD-DESPUES
                   PERFORM 1100-ESCRIBIR-AUDITORIA THRU 1100-FIN
                   DISPLAY "CONTACTO ACTUALIZADO" LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 32
           END-REWRITE.
           PERFORM 230-CERRA-ARCHIVO THRU 230-FIN.
       2845-FIN. EXIT.

       2850-PLANTILLA-EMPRESAS.
           MOVE ZERO TO WS-PLA-CUENTA.
           MOVE ZERO TO WS-PLA-EXCEDIDOS.
           MOVE ZERO TO WS-EMP-LISTADOS.
           MOVE ZERO TO WS-EMP-NOREG.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                      OR WS-ESTADO-BASE NOT = "00"
               READ BASE NEXT RECORD
                   AT END MOVE "Y" TO WS-SW
                   NOT AT END
                       IF REG-COD-EMPRESA NOT = SPACES
                           IF WS-PLA-CUENTA < 5000
                               ADD 1 TO WS-PLA-CUENTA
                               MOVE REG-CONTACTO
                                 TO WS-TABLA(WS-PLA-CUENTA)
                           ELSE
                               ADD 1 TO WS-PLA-EXCEDIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           OPEN OUTPUT EMPREP.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE SPACES TO REG-EMPREP.
           STRING "PLANTILLA DE CONTACTOS POR EMPRESA - FECHA "
                  DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-EMP-CUENTA
               PERFORM 2855-ESCRIBIR-EMPRESA THRU 2855-FIN
           END-PERFORM.
           MOVE ZERO TO WS-EMP-SECCION.
           PERFORM VARYING WS-IDX-PLA FROM 1 BY 1
                   UNTIL WS-IDX-PLA > WS-PLA-CUENTA
               MOVE WS-TAB-COD-EMPRESA(WS-IDX-PLA) TO WS-EMP-COD-TRAB
               PERFORM 2840-BUSCAR-EMPRESA THRU 2840-FIN
               IF WS-EMP-ENC = ZERO
                   IF WS-EMP-SECCION = ZERO
                       MOVE SPACES TO REG-EMPREP
                       WRITE REG-EMPREP
                       MOVE "CLAVES DE EMPRESA NO REGISTRADAS"
                         TO REG-EMPREP
                       WRITE REG-EMPREP
                   END-IF
                   ADD 1 TO WS-EMP-SECCION
                   ADD 1 TO WS-EMP-NOREG
                   PERFORM 2860-ESCRIBIR-INTEGRANTE THRU 2860-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-EMPREP.
           WRITE REG-EMPREP.
           MOVE SPACES TO REG-EMPREP.
           STRING "EMPRESAS " DELIMITED BY SIZE
                  WS-EMP-CUENTA DELIMITED BY SIZE
                  "  CONTACTOS VINCULADOS " DELIMITED BY SIZE
                  WS-EMP-LISTADOS DELIMITED BY SIZE
                  "  CLAVE NO REGISTRADA " DELIMITED BY SIZE
                  WS-EMP-NOREG DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           IF WS-PLA-EXCEDIDOS > ZERO
               MOVE SPACES TO REG-EMPREP
               STRING "TABLA LLENA - LISTADO PARCIAL, OMITIDOS "
                      DELIMITED BY SIZE
                      WS-PLA-EXCEDIDOS DELIMITED BY SIZE
                   INTO REG-EMPREP
               END-STRING
               WRITE REG-EMPREP
               PERFORM 2865-AVISO-TABLA-LLENA THRU 2865-FIN
           END-IF.
           CLOSE EMPREP.
       2850-FIN. EXIT.

       2855-ESCRIBIR-EMPRESA.
           MOVE SPACES TO REG-EMPREP.
           WRITE REG-EMPREP.
           MOVE SPACES TO REG-EMPREP.
           STRING WS-EMP-CODIGO(WS-IDX-EMP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-NOMBRE(WS-IDX-EMP) DELIMITED BY SIZE
                  " TEL " DELIMITED BY SIZE
                  WS-EMP-TELEFONO(WS-IDX-EMP) DELIMITED BY SIZE
                  " GIRO " DELIMITED BY SIZE
                  WS-EMP-GIRO(WS-IDX-EMP) DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           MOVE SPACES TO REG-EMPREP.
           STRING "    " DELIMITED BY SIZE
                  WS-EMP-CALLE(WS-IDX-EMP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-COLONIA(WS-IDX-EMP) DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           MOVE SPACES TO REG-EMPREP.
           STRING "    " DELIMITED BY SIZE
                  WS-EMP-CIUDAD(WS-IDX-EMP) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-EMP-ESTADO(WS-IDX-EMP) DELIMITED BY SIZE
                  "  CP " DELIMITED BY SIZE
                  WS-EMP-CP(WS-IDX-EMP) DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           MOVE ZERO TO WS-EMP-SECCION.
           PERFORM VARYING WS-IDX-PLA FROM 1 BY 1
                   UNTIL WS-IDX-PLA > WS-PLA-CUENTA
               IF WS-TAB-COD-EMPRESA(WS-IDX-PLA)
                    = WS-EMP-CODIGO(WS-IDX-EMP)
                   ADD 1 TO WS-EMP-SECCION
                   PERFORM 2860-ESCRIBIR-INTEGRANTE THRU 2860-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-EMPREP.
           STRING "    CONTACTOS: " DELIMITED BY SIZE
                  WS-EMP-SECCION DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
       2855-FIN. EXIT.

       2860-ESCRIBIR-INTEGRANTE.
           MOVE WS-TAB-NOMBRE(WS-IDX-PLA)      TO WPL-NOMBRE.
           MOVE WS-TAB-APE-PATERNO(WS-IDX-PLA) TO WPL-APEPAT.
           MOVE WS-TAB-APE-MATERNO(WS-IDX-PLA) TO WPL-APEMAT.
           MOVE WS-TAB-NUM-CEL(WS-IDX-PLA)     TO WPL-TEL.
           MOVE WS-TAB-CATEGORIA(WS-IDX-PLA)   TO WPL-CAT.
           MOVE WS-TAB-CORREO(WS-IDX-PLA)      TO WPL-CORREO.
           MOVE SPACES TO REG-EMPREP.
           STRING "    " DELIMITED BY SIZE
                  WS-LINEA-PLANTILLA DELIMITED BY SIZE
               INTO REG-EMPREP
           END-STRING.
           WRITE REG-EMPREP.
           ADD 1 TO WS-EMP-LISTADOS.
       2860-FIN. EXIT.

       2865-AVISO-TABLA-LLENA.
           IF WS-MODO-BATCH = "S"
               MOVE SPACES TO WS-LINEA-BITACORA
               STRING "TABLA LLENA - LISTADO PARCIAL, OMITIDOS "
                      DELIMITED BY SIZE
                      WS-PLA-EXCEDIDOS DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
           END-IF.
       2865-FIN. EXIT.

       2900-GENERA-CARTAS.
           MOVE "S" TO WS-SW-CRT-OK.
           MOVE ZERO TO WS-CRT-EMITIDAS.
           MOVE ZERO TO WS-CRT-SIN-DIR.
           IF WS-NOMBRE-CARTA = SPACES
               MOVE "CARTA.TPL" TO WS-NOMBRE-CARTA
           END-IF.
           PERFORM 2905-CARGAR-PLANTILLA THRU 2905-FIN.
           IF WS-CPL-CUENTA = ZERO
               MOVE "N" TO WS-SW-CRT-OK
           ELSE
               PERFORM 2910-EMITIR-CARTAS THRU 2910-FIN
           END-IF.
           IF WS-MODO-BATCH NOT = "S"
               IF WS-SW-CRT-OK NOT = "S"
                   DISPLAY "PLANTILLA NO ENCONTRADA O VACIA"
                       LINE 22 COL 10
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 43
               ELSE
                   DISPLAY "SUPRIMIDOS POR CONSENTIMIENTO: "
                       LINE 20 COL 10
                   DISPLAY WS-CNS-SUPRIMIDOS LINE 20 COL 42
                   DISPLAY "CARTAS GENERADAS EN CARTAS.TXT"
                       LINE 21 COL 10
                   DISPLAY "CARTAS EMITIDAS: " LINE 22 COL 10
                   DISPLAY WS-CRT-EMITIDAS LINE 22 COL 28
                   DISPLAY "SIN DIRECCION: " LINE 22 COL 36
                   DISPLAY WS-CRT-SIN-DIR LINE 22 COL 51
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 58
               END-IF
               PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN
           END-IF.
       2900-FIN. EXIT.

       2905-CARGAR-PLANTILLA.
           MOVE ZERO TO WS-CPL-CUENTA.
           OPEN INPUT CARTAPLT.
           IF WS-ESTADO-CPL NOT = "00"
               GO TO 2905-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CPL.
           PERFORM UNTIL WS-SW-CPL = "Y"
                      OR WS-ESTADO-CPL NOT = "00"
               READ CARTAPLT
                   AT END MOVE "Y" TO WS-SW-CPL
                   NOT AT END
                       IF WS-CPL-CUENTA < 200
                           ADD 1 TO WS-CPL-CUENTA
                           MOVE REG-CARTAPLT
                             TO WS-CPL-LINEA(WS-CPL-CUENTA)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-CPL.
           CLOSE CARTAPLT.
       2905-FIN. EXIT.

       2910-EMITIR-CARTAS.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE ZERO TO WS-CNS-SUPRIMIDOS.
           OPEN OUTPUT CARTAS.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                      OR WS-ESTADO-BASE NOT = "00"
               READ BASE NEXT RECORD
                   AT END MOVE "Y" TO WS-SW
                   NOT AT END
                       MOVE REG-NUM-CEL TO WS-LIS-TEL
                       PERFORM 2150-ES-MIEMBRO THRU 2150-FIN
                       IF WS-SW-MIEMBRO = "S"
                           AND (WS-CRT-CAT = SPACE
                                OR REG-CATEGORIA = WS-CRT-CAT)
                           MOVE REG-NUM-CEL TO WS-CNS-TEL
                           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN
                           IF WCN-POSTAL = "S"
                               ADD 1 TO WS-CNS-SUPRIMIDOS
                           ELSE
                               IF REG-CALLE = SPACES
                                   ADD 1 TO WS-CRT-SIN-DIR
                               ELSE
                                   MOVE REG-CONTACTO TO WS-CONTACTO
                                   PERFORM 2915-ESCRIBIR-CARTA
                                      THRU 2915-FIN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           CLOSE CARTAS.
       2910-FIN. EXIT.

       2915-ESCRIBIR-CARTA.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-CPL-CUENTA
               PERFORM 2920-COMBINAR-LINEA THRU 2920-FIN
               IF WS-IDX-CPL = 1 AND WS-CRT-EMITIDAS > ZERO
                   WRITE REG-CARTA AFTER ADVANCING PAGE
               ELSE
                   WRITE REG-CARTA
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CRT-EMITIDAS.
           MOVE WS-NUM-CEL TO WS-HIS-TEL.
           MOVE SPACES TO WS-NOTA-TXT.
           IF WS-USA-LISTA = "S"
               STRING "CARTA " DELIMITED BY SIZE
                      WS-NOMBRE-CARTA DELIMITED BY SPACE
                      " LISTA " DELIMITED BY SIZE
                      WS-LISTA-SEL DELIMITED BY SIZE
                   INTO WS-NOTA-TXT
               END-STRING
           ELSE
               STRING "CARTA " DELIMITED BY SIZE
                      WS-NOMBRE-CARTA DELIMITED BY SPACE
                   INTO WS-NOTA-TXT
               END-STRING
           END-IF.
           PERFORM 2015-GRABAR-NOTA THRU 2015-FIN.
       2915-FIN. EXIT.

       2920-COMBINAR-LINEA.
           MOVE SPACES TO REG-CARTA.
           PERFORM VARYING WS-CRT-LON FROM 100 BY -1
                   UNTIL WS-CRT-LON < 1
                      OR WS-CPL-LINEA(WS-IDX-CPL)(WS-CRT-LON:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE 1 TO WS-CRT-PTR.
           MOVE 1 TO WS-CRT-I.
           PERFORM UNTIL WS-CRT-I > WS-CRT-LON
                      OR WS-CRT-PTR > 132
               IF WS-CPL-LINEA(WS-IDX-CPL)(WS-CRT-I:1) = "{"
                   PERFORM 2925-SUSTITUIR-MARCA THRU 2925-FIN
               ELSE
                   STRING WS-CPL-LINEA(WS-IDX-CPL)(WS-CRT-I:1)
                          DELIMITED BY SIZE
                       INTO REG-CARTA WITH POINTER WS-CRT-PTR
                   END-STRING
                   ADD 1 TO WS-CRT-I
               END-IF
           END-PERFORM.
       2920-FIN. EXIT.

       2925-SUSTITUIR-MARCA.
           MOVE ZERO TO WS-CRT-J.
           PERFORM VARYING WS-CRT-K FROM WS-CRT-I BY 1
                   UNTIL WS-CRT-K > WS-CRT-LON
                      OR WS-CRT-K > WS-CRT-I + 13
                      OR WS-CRT-J NOT = ZERO
               IF WS-CPL-LINEA(WS-IDX-CPL)(WS-CRT-K:1) = "}"
                   MOVE WS-CRT-K TO WS-CRT-J
               END-IF
           END-PERFORM.
           IF WS-CRT-J < WS-CRT-I + 2
               STRING "{" DELIMITED BY SIZE
                   INTO REG-CARTA WITH POINTER WS-CRT-PTR
               END-STRING
               ADD 1 TO WS-CRT-I
               GO TO 2925-FIN
           END-IF.
           MOVE SPACES TO WS-CRT-TOKEN.
           MOVE WS-CPL-LINEA(WS-IDX-CPL)
                   (WS-CRT-I + 1:WS-CRT-J - WS-CRT-I - 1)
             TO WS-CRT-TOKEN.
           INSPECT WS-CRT-TOKEN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CRT-TOKEN = "NOMBRE"
               MOVE WS-NOMBRE TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "APELLIDOS"
               MOVE WS-APE-PATERNO TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
               IF WS-APE-MATERNO NOT = SPACES
                   STRING " " DELIMITED BY SIZE
                       INTO REG-CARTA WITH POINTER WS-CRT-PTR
                   END-STRING
                   MOVE WS-APE-MATERNO TO WS-CRT-VALOR
                   PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
               END-IF
           ELSE IF WS-CRT-TOKEN = "DIRECCION"
               MOVE WS-CALLE TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
               IF WS-COLONIA NOT = SPACES
                   STRING ", " DELIMITED BY SIZE
                       INTO REG-CARTA WITH POINTER WS-CRT-PTR
                   END-STRING
                   MOVE WS-COLONIA TO WS-CRT-VALOR
                   PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
               END-IF
           ELSE IF WS-CRT-TOKEN = "CALLE"
               MOVE WS-CALLE TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "COLONIA"
               MOVE WS-COLONIA TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "CIUDAD"
               MOVE WS-CIUDAD TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "ESTADO"
               MOVE WS-ESTADO TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "CP"
               MOVE WS-CP TO WS-CRT-VALOR
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE IF WS-CRT-TOKEN = "CUMPLE"
               MOVE SPACES TO WS-CRT-VALOR
               IF WS-FECHA-NAC IS NUMERIC
                   AND WS-FECHA-NAC NOT = ZERO
                   STRING WS-FECHA-NAC(7:2) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-FECHA-NAC(5:2) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-FECHA-NAC(1:4) DELIMITED BY SIZE
                       INTO WS-CRT-VALOR
                   END-STRING
               END-IF
               PERFORM 2930-AGREGAR-VALOR THRU 2930-FIN
           ELSE
               STRING WS-CPL-LINEA(WS-IDX-CPL)
                       (WS-CRT-I:WS-CRT-J - WS-CRT-I + 1)
                      DELIMITED BY SIZE
                   INTO REG-CARTA WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF.
           COMPUTE WS-CRT-I = WS-CRT-J + 1.
       2925-FIN. EXIT.

       2930-AGREGAR-VALOR.
           PERFORM VARYING WS-LON-TRIM FROM 60 BY -1
                   UNTIL WS-LON-TRIM < 1
                      OR WS-CRT-VALOR(WS-LON-TRIM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-LON-TRIM > ZERO
               STRING WS-CRT-VALOR(1:WS-LON-TRIM)
                      DELIMITED BY SIZE
                   INTO REG-CARTA WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF.
       2930-FIN. EXIT.

       3000-MENU-CALIDAD.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "REVISION DE CALIDAD DE DATOS" LINE 08 COL 10.
           DISPLAY "MESES SIN ACTIVIDAD (VACIO=12):" LINE 10 COL 10.
           DISPLAY "ORDEN (O=OPERADOR, C=CATEGORIA):" LINE 11 COL 10.
           MOVE SPACES TO WS-CAL-MESES-TXT.
           ACCEPT WS-CAL-MESES-TXT LINE 10 COL 43.
           PERFORM 3003-TOMAR-MESES THRU 3003-FIN.
           MOVE "C" TO WS-CAL-ORDEN.
           ACCEPT WS-CAL-ORDEN LINE 11 COL 43.
           INSPECT WS-CAL-ORDEN CONVERTING "oc" TO "OC".
           IF WS-CAL-ORDEN NOT = "O"
               MOVE "C" TO WS-CAL-ORDEN
           END-IF.
           DISPLAY "GENERANDO LISTA DE REVISION..." LINE 13 COL 10.
           PERFORM 3005-REVISION-CALIDAD THRU 3005-FIN.
           DISPLAY "LISTA GENERADA EN CALIDAD.TXT" LINE 15 COL 10.
           DISPLAY "CONTACTOS REVISADOS:" LINE 16 COL 10.
           DISPLAY WS-CAL-CUENTA LINE 16 COL 33.
           DISPLAY "INCOMPLETOS:" LINE 17 COL 10.
           DISPLAY WS-CAL-INCOMPLETOS LINE 17 COL 33.
           DISPLAY "INACTIVOS:" LINE 18 COL 10.
           DISPLAY WS-CAL-INACTIVOS LINE 18 COL 33.
           DISPLAY "EN LISTA DE REVISION:" LINE 19 COL 10.
           DISPLAY WS-CAL-LISTADOS LINE 19 COL 33.
           IF WS-CAL-TOTAL > WS-CAL-CUENTA
               DISPLAY "TABLA LLENA - LISTADO PARCIAL" LINE 20 COL 10
           END-IF.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 10.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       3000-FIN. EXIT.

       3003-TOMAR-MESES.
           MOVE 12 TO WS-CAL-MESES.
           IF WS-CAL-MESES-TXT(2:1) = SPACE
               MOVE WS-CAL-MESES-TXT(1:1) TO WS-CAL-MESES-TXT(2:1)
               MOVE "0" TO WS-CAL-MESES-TXT(1:1)
           END-IF.
           IF WS-CAL-MESES-TXT IS NUMERIC
               AND WS-CAL-MESES-TXT NOT = "00"
               MOVE WS-CAL-MESES-TXT TO WS-CAL-MESES
           END-IF.
       3003-FIN. EXIT.

       3005-REVISION-CALIDAD.
           MOVE ZERO TO WS-CAL-LISTADOS.
           MOVE ZERO TO WS-CAL-INCOMPLETOS.
           MOVE ZERO TO WS-CAL-INACTIVOS.
           MOVE ZERO TO WS-CGR-CUENTA.
           MOVE ZERO TO WS-CAL-NO-LLAMAR.
           MOVE ZERO TO WS-CAL-TOTAL.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           PERFORM 3010-FECHA-CORTE THRU 3010-FIN.
           MOVE ZERO TO WS-CAL-CUENTA.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE SPACES TO WS-SW.
           PERFORM UNTIL WS-SW = "Y"
                      OR WS-ESTADO-BASE NOT = "00"
               READ BASE NEXT RECORD
                   AT END MOVE "Y" TO WS-SW
                   NOT AT END
                       ADD 1 TO WS-CAL-TOTAL
                       IF WS-CAL-CUENTA < 5000
                           ADD 1 TO WS-CAL-CUENTA
                           MOVE REG-CONTACTO TO WS-TABLA(WS-CAL-CUENTA)
                           MOVE ZERO TO WS-CAL-ULT(WS-CAL-CUENTA)
                           MOVE SPACES TO WS-CAL-OPER(WS-CAL-CUENTA)
                           MOVE ZERO TO WS-CAL-FEC-OPE(WS-CAL-CUENTA)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               GO TO 3005-FIN
           END-IF.
           PERFORM 3015-ACTIVIDAD-AUDITORIA THRU 3015-FIN.
           PERFORM 3035-ACTIVIDAD-HISTORIAL THRU 3035-FIN.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-CAL-CUENTA
               PERFORM 3040-CLASIFICAR-CONTACTO THRU 3040-FIN
           END-PERFORM.
           PERFORM 3045-ESCRIBIR-REVISION THRU 3045-FIN.
       3005-FIN. EXIT.

       3010-FECHA-CORTE.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE WS-FECHA-RPT(1:2) TO WS-CAL-AA.
           MOVE WS-FECHA-RPT(3:2) TO WS-CAL-MM.
           MOVE WS-FECHA-RPT(5:2) TO WS-CAL-DD.
           COMPUTE WS-CAL-MESES-ABS
               = WS-CAL-AA * 12 + WS-CAL-MM - 1 + 1200 - WS-CAL-MESES.
           DIVIDE WS-CAL-MESES-ABS BY 12 GIVING WS-CAL-N
               REMAINDER WS-CAL-MM.
           ADD 1 TO WS-CAL-MM.
           DIVIDE WS-CAL-N BY 100 GIVING WS-CAL-N
               REMAINDER WS-CAL-AA.
           IF WS-CAL-DD > 28
               MOVE 28 TO WS-CAL-DD
           END-IF.
           COMPUTE WS-CAL-CORTE
               = WS-CAL-AA * 10000 + WS-CAL-MM * 100 + WS-CAL-DD.
       3010-FIN. EXIT.

       3015-ACTIVIDAD-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF WS-ESTADO-AUD = "00"
               MOVE SPACES TO WS-SW-AUD
               PERFORM UNTIL WS-SW-AUD = "Y"
                          OR WS-ESTADO-AUD NOT = "00"
                   READ AUDITORIA
                       AT END MOVE "Y" TO WS-SW-AUD
                       NOT AT END
                           PERFORM 1205-NORMALIZAR-AUD THRU 1205-FIN
                           PERFORM 3020-REGISTRAR-AUD THRU 3020-FIN
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-AUD
               CLOSE AUDITORIA
           END-IF.
           PERFORM VARYING WS-CAL-N FROM ZERO BY 1
                   UNTIL WS-CAL-N > WS-CAL-MESES
               COMPUTE WS-MES-REG = WS-CAL-AA * 100 + WS-CAL-MM
               PERFORM 1240-NOMBRE-ARCHIVO-MES THRU 1240-FIN
               OPEN INPUT AUDARC
               IF WS-ESTADO-ARC = "00"
                   MOVE SPACES TO WS-SW-ARC
                   PERFORM UNTIL WS-SW-ARC = "Y"
                              OR WS-ESTADO-ARC NOT = "00"
                       READ AUDARC
                           AT END MOVE "Y" TO WS-SW-ARC
                           NOT AT END
                               MOVE REG-AUDARC TO REG-AUDITORIA
                               PERFORM 1205-NORMALIZAR-AUD
                                  THRU 1205-FIN
                               PERFORM 3020-REGISTRAR-AUD
                                  THRU 3020-FIN
                       END-READ
                   END-PERFORM
                   MOVE SPACE TO WS-SW-ARC
                   CLOSE AUDARC
               END-IF
               IF WS-CAL-MM < 12
                   ADD 1 TO WS-CAL-MM
               ELSE
                   MOVE 1 TO WS-CAL-MM
                   IF WS-CAL-AA < 99
                       ADD 1 TO WS-CAL-AA
                   ELSE
                       MOVE ZERO TO WS-CAL-AA
                   END-IF
               END-IF
           END-PERFORM.
       3015-FIN. EXIT.

       3020-REGISTRAR-AUD.
           IF AUD-FECHA IS NOT NUMERIC
               GO TO 3020-FIN
           END-IF.
           IF AUD-DESPUES(35:10) IS NUMERIC
               AND AUD-DESPUES(35:10) NOT = ALL "0"
               MOVE AUD-DESPUES(35:10) TO WS-CAL-TEL
           ELSE
               IF AUD-ANTES(35:10) IS NUMERIC
                   MOVE AUD-ANTES(35:10) TO WS-CAL-TEL
               ELSE
                   GO TO 3020-FIN
               END-IF
           END-IF.
           MOVE AUD-FECHA TO WS-CAL-FECHA.
           MOVE AUD-OPERADOR TO WS-CAL-OPE.
           PERFORM 3025-ANOTAR-ACTIVIDAD THRU 3025-FIN.
       3020-FIN. EXIT.

       3025-ANOTAR-ACTIVIDAD.
           PERFORM 3030-BUSCAR-TELEFONO THRU 3030-FIN.
           IF WS-CAL-ENC = ZERO
               GO TO 3025-FIN
           END-IF.
           IF WS-CAL-FECHA > WS-CAL-ULT(WS-CAL-ENC)
               MOVE WS-CAL-FECHA TO WS-CAL-ULT(WS-CAL-ENC)
           END-IF.
           IF WS-CAL-OPE NOT = SPACES
               AND WS-CAL-OPE NOT = "BATCH"
               AND WS-CAL-OPE NOT = "IMPORTA"
               AND WS-CAL-FECHA NOT < WS-CAL-FEC-OPE(WS-CAL-ENC)
               MOVE WS-CAL-OPE TO WS-CAL-OPER(WS-CAL-ENC)
               MOVE WS-CAL-FECHA TO WS-CAL-FEC-OPE(WS-CAL-ENC)
           END-IF.
       3025-FIN. EXIT.

       3030-BUSCAR-TELEFONO.
           MOVE ZERO TO WS-CAL-ENC.
           MOVE 1 TO WS-CAL-BAJO.
           MOVE WS-CAL-CUENTA TO WS-CAL-ALTO.
           PERFORM UNTIL WS-CAL-BAJO > WS-CAL-ALTO
                      OR WS-CAL-ENC NOT = ZERO
               COMPUTE WS-CAL-MEDIO = (WS-CAL-BAJO + WS-CAL-ALTO) / 2
               IF WS-TAB-NUM-CEL(WS-CAL-MEDIO) = WS-CAL-TEL
                   MOVE WS-CAL-MEDIO TO WS-CAL-ENC
               ELSE
                   IF WS-TAB-NUM-CEL(WS-CAL-MEDIO) < WS-CAL-TEL
                       COMPUTE WS-CAL-BAJO = WS-CAL-MEDIO + 1
                   ELSE
                       IF WS-CAL-MEDIO = 1
                           MOVE ZERO TO WS-CAL-ALTO
                       ELSE
                           COMPUTE WS-CAL-ALTO = WS-CAL-MEDIO - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3030-FIN. EXIT.

       3035-ACTIVIDAD-HISTORIAL.
           OPEN INPUT HISTORIAL.
           IF WS-ESTADO-HIS NOT = "00"
               GO TO 3035-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CAL.
           PERFORM UNTIL WS-SW-CAL = "Y"
                      OR WS-ESTADO-HIS NOT = "00"
               READ HISTORIAL
                   AT END MOVE "Y" TO WS-SW-CAL
                   NOT AT END
                       IF HIS-FECHA IS NUMERIC
                           AND HIS-NUM-CEL IS NUMERIC
                           MOVE HIS-NUM-CEL TO WS-CAL-TEL
                           MOVE HIS-FECHA TO WS-CAL-FECHA
                           MOVE HIS-OPERADOR TO WS-CAL-OPE
                           PERFORM 3025-ANOTAR-ACTIVIDAD
                              THRU 3025-FIN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-CAL.
           CLOSE HISTORIAL.
       3035-FIN. EXIT.

       3040-CLASIFICAR-CONTACTO.
           MOVE "N" TO WS-CAL-LISTA(WS-IDX-CAL).
           MOVE WS-TABLA(WS-IDX-CAL) TO WS-CONTACTO.
           PERFORM 3050-CALIFICAR-CONTACTO THRU 3050-FIN.
           MOVE WS-CAL-PUNTOS TO WS-CAL-PUNT(WS-IDX-CAL).
           MOVE WS-CAL-FALTA TO WS-CAL-FALTAN(WS-IDX-CAL).
           IF WS-CAL-PUNTOS < 4
               ADD 1 TO WS-CAL-INCOMPLETOS
               MOVE "S" TO WS-CAL-LISTA(WS-IDX-CAL)
           END-IF.
           IF WS-CAL-ULT(WS-IDX-CAL) < WS-CAL-CORTE
               ADD 1 TO WS-CAL-INACTIVOS
               MOVE "S" TO WS-CAL-LISTA(WS-IDX-CAL)
           END-IF.
           IF WS-CAL-LISTA(WS-IDX-CAL) NOT = "S"
               GO TO 3040-FIN
           END-IF.
           MOVE WS-NUM-CEL TO WS-CNS-TEL.
           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN.
           IF WCN-TELEFONO = "S"
               MOVE "N" TO WS-CAL-LISTA(WS-IDX-CAL)
               ADD 1 TO WS-CAL-NO-LLAMAR
               GO TO 3040-FIN
           END-IF.
           IF WS-CAL-ORDEN = "O"
               MOVE WS-CAL-OPER(WS-IDX-CAL) TO WS-CGR-CLAVE
           ELSE
               MOVE WS-CATEGORIA TO WS-CGR-CLAVE
           END-IF.
           MOVE WS-CGR-CLAVE TO WS-CAL-GRUPO(WS-IDX-CAL).
           MOVE ZERO TO WS-CGR-ENC.
           PERFORM VARYING WS-IDX-CGR FROM 1 BY 1
                   UNTIL WS-IDX-CGR > WS-CGR-CUENTA
                      OR WS-CGR-ENC NOT = ZERO
               IF WS-CGR-CLAVE-T(WS-IDX-CGR) = WS-CGR-CLAVE
                   MOVE WS-IDX-CGR TO WS-CGR-ENC
               END-IF
           END-PERFORM.
           IF WS-CGR-ENC = ZERO
               AND WS-CGR-CUENTA < 200
               MOVE WS-CGR-CUENTA TO WS-IDX-CGR
               PERFORM UNTIL WS-IDX-CGR = ZERO
                   IF WS-CGR-CLAVE-T(WS-IDX-CGR) > WS-CGR-CLAVE
                       MOVE WS-CGR-ENT(WS-IDX-CGR)
                         TO WS-CGR-ENT(WS-IDX-CGR + 1)
                       SUBTRACT 1 FROM WS-IDX-CGR
                   ELSE
                       MOVE WS-IDX-CGR TO WS-CGR-ENC
                       MOVE ZERO TO WS-IDX-CGR
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CGR-ENC
               ADD 1 TO WS-CGR-CUENTA
               MOVE WS-CGR-CLAVE TO WS-CGR-CLAVE-T(WS-CGR-ENC)
               MOVE ZERO TO WS-CGR-REGS(WS-CGR-ENC)
           END-IF.
           IF WS-CGR-ENC NOT = ZERO
               ADD 1 TO WS-CGR-REGS(WS-CGR-ENC)
           END-IF.
       3040-FIN. EXIT.

       3045-ESCRIBIR-REVISION.
           OPEN OUTPUT CALIDAD.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE SPACES TO REG-CALIDAD.
           STRING "LISTA DE REVISION DE CONTACTOS - FECHA "
                  DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
                  "  SIN ACTIVIDAD DESDE " DELIMITED BY SIZE
                  WS-CAL-CORTE DELIMITED BY SIZE
               INTO REG-CALIDAD
           END-STRING.
           WRITE REG-CALIDAD.
           MOVE "FALTA: E=CORREO T=TEL2 D=DOMICILIO/CP N=FECHA NAC"
             TO REG-CALIDAD.
           WRITE REG-CALIDAD.
           PERFORM VARYING WS-IDX-CGR FROM 1 BY 1
                   UNTIL WS-IDX-CGR > WS-CGR-CUENTA
               MOVE WS-CGR-CLAVE-T(WS-IDX-CGR) TO WS-CGR-CLAVE
               PERFORM 3048-ESCRIBIR-GRUPO THRU 3048-FIN
           END-PERFORM.
           MOVE SPACES TO REG-CALIDAD.
           WRITE REG-CALIDAD.
           MOVE SPACES TO REG-CALIDAD.
           STRING "REVISADOS " DELIMITED BY SIZE
                  WS-CAL-CUENTA DELIMITED BY SIZE
                  "  INCOMPLETOS " DELIMITED BY SIZE
                  WS-CAL-INCOMPLETOS DELIMITED BY SIZE
                  "  INACTIVOS " DELIMITED BY SIZE
                  WS-CAL-INACTIVOS DELIMITED BY SIZE
                  "  EN LISTA " DELIMITED BY SIZE
                  WS-CAL-LISTADOS DELIMITED BY SIZE
                  "  NO LLAMAR " DELIMITED BY SIZE
                  WS-CAL-NO-LLAMAR DELIMITED BY SIZE
               INTO REG-CALIDAD
           END-STRING.
           WRITE REG-CALIDAD.
           IF WS-CAL-TOTAL > WS-CAL-CUENTA
               MOVE SPACES TO REG-CALIDAD
               STRING "TABLA LLENA - LISTADO PARCIAL, CONTACTOS EN BASE"
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAL-TOTAL DELIMITED BY SIZE
                   INTO REG-CALIDAD
               END-STRING
               WRITE REG-CALIDAD
           END-IF.
           CLOSE CALIDAD.
       3045-FIN. EXIT.

       3048-ESCRIBIR-GRUPO.
           IF WS-CAL-ORDEN = "O"
               IF WS-CGR-CLAVE = SPACES
                   MOVE "SIN ASIGNAR" TO WS-CGR-NOMBRE
               ELSE
                   MOVE WS-CGR-CLAVE TO WS-CGR-NOMBRE
               END-IF
           ELSE
               MOVE "SIN CATEGORIA" TO WS-CGR-NOMBRE
               IF WS-CGR-CLAVE = "C"
                   MOVE "CLIENTES" TO WS-CGR-NOMBRE
               END-IF
               IF WS-CGR-CLAVE = "P"
                   MOVE "PROVEEDORES" TO WS-CGR-NOMBRE
               END-IF
               IF WS-CGR-CLAVE = "E"
                   MOVE "PERSONAL" TO WS-CGR-NOMBRE
               END-IF
           END-IF.
           MOVE SPACES TO REG-CALIDAD.
           WRITE REG-CALIDAD.
           MOVE SPACES TO REG-CALIDAD.
           IF WS-CAL-ORDEN = "O"
               STRING "OPERADOR: " DELIMITED BY SIZE
                      WS-CGR-NOMBRE DELIMITED BY SIZE
                   INTO REG-CALIDAD
               END-STRING
           ELSE
               STRING "CATEGORIA: " DELIMITED BY SIZE
                      WS-CGR-NOMBRE DELIMITED BY SIZE
                   INTO REG-CALIDAD
               END-STRING
           END-IF.
           WRITE REG-CALIDAD.
           MOVE SPACES      TO REG-CALIDAD.
           MOVE "TELEFONO"  TO REG-CALIDAD(1:8).
           MOVE "NOMBRE"    TO REG-CALIDAD(12:6).
           MOVE "A.PATERNO" TO REG-CALIDAD(23:9).
           MOVE "A.MATERNO" TO REG-CALIDAD(36:9).
           MOVE "C"         TO REG-CALIDAD(49:1).
           MOVE "PUNT"      TO REG-CALIDAD(51:4).
           MOVE "FALTA"     TO REG-CALIDAD(56:5).
           MOVE "ULTIMA"    TO REG-CALIDAD(62:6).
           MOVE "ESTADO"    TO REG-CALIDAD(69:6).
           MOVE "OPERADOR"  TO REG-CALIDAD(78:8).
           WRITE REG-CALIDAD.
           MOVE ZERO TO WS-CAL-SECCION.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-CAL-CUENTA
               IF WS-CAL-LISTA(WS-IDX-CAL) = "S"
                   AND WS-CAL-GRUPO(WS-IDX-CAL) = WS-CGR-CLAVE
                   PERFORM 3049-ESCRIBIR-RENGLON THRU 3049-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-CALIDAD.
           STRING "  SUBTOTAL " DELIMITED BY SIZE
                  WS-CAL-SECCION DELIMITED BY SIZE
               INTO REG-CALIDAD
           END-STRING.
           WRITE REG-CALIDAD.
       3048-FIN. EXIT.

       3049-ESCRIBIR-RENGLON.
           MOVE WS-TAB-NUM-CEL(WS-IDX-CAL)     TO WCA-TEL.
           MOVE WS-TAB-NOMBRE(WS-IDX-CAL)      TO WCA-NOMBRE.
           MOVE WS-TAB-APE-PATERNO(WS-IDX-CAL) TO WCA-APEPAT.
           MOVE WS-TAB-APE-MATERNO(WS-IDX-CAL) TO WCA-APEMAT.
           MOVE WS-TAB-CATEGORIA(WS-IDX-CAL)   TO WCA-CAT.
           MOVE WS-CAL-PUNT(WS-IDX-CAL)        TO WCA-PUNTOS.
           MOVE WS-CAL-FALTAN(WS-IDX-CAL)      TO WCA-FALTA.
           MOVE WS-CAL-OPER(WS-IDX-CAL)        TO WCA-OPER.
           IF WS-CAL-ULT(WS-IDX-CAL) = ZERO
               MOVE "------" TO WCA-ULT
           ELSE
               MOVE WS-CAL-ULT(WS-IDX-CAL) TO WCA-ULT
           END-IF.
           IF WS-CAL-ULT(WS-IDX-CAL) < WS-CAL-CORTE
               MOVE "INACTIVO" TO WCA-INACTIVO
           ELSE
               MOVE SPACES TO WCA-INACTIVO
           END-IF.
           MOVE WS-LINEA-CALIDAD TO REG-CALIDAD.
           WRITE REG-CALIDAD.
           ADD 1 TO WS-CAL-SECCION.
           ADD 1 TO WS-CAL-LISTADOS.
       3049-FIN. EXIT.

       3050-CALIFICAR-CONTACTO.
           MOVE ZERO TO WS-CAL-PUNTOS.
           MOVE "----" TO WS-CAL-FALTA.
           IF WS-CORREO = SPACES
               MOVE "E" TO WS-CAL-FALTA(1:1)
           ELSE
               ADD 1 TO WS-CAL-PUNTOS
           END-IF.
           IF WS-TEL2 IS NUMERIC
               AND WS-TEL2 NOT = ZERO
               ADD 1 TO WS-CAL-PUNTOS
           ELSE
               MOVE "T" TO WS-CAL-FALTA(2:1)
           END-IF.
           IF WS-CALLE = SPACES
               OR WS-CP = SPACES
               MOVE "D" TO WS-CAL-FALTA(3:1)
           ELSE
               ADD 1 TO WS-CAL-PUNTOS
           END-IF.
           IF WS-FECHA-NAC IS NUMERIC
               AND WS-FECHA-NAC NOT = ZERO
               ADD 1 TO WS-CAL-PUNTOS
           ELSE
               MOVE "N" TO WS-CAL-FALTA(4:1)
           END-IF.
       3050-FIN. EXIT.

       3100-CADENA-NOCTURNA.
           MOVE WS-PARAMETRO TO WS-CAD-MODO.
           MOVE ZERO TO WS-CAD-RC-PREV.
           MOVE "N" TO WS-SW-CAD-ALTO.
           ACCEPT WS-FECHA-RPT FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "INICIO CADENA " DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  " MODO " DELIMITED BY SIZE
                  WS-CAD-MODO DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           PERFORM 3105-CARGAR-CADENA THRU 3105-FIN.
           IF WS-CAD-CUENTA = ZERO
               MOVE "CONTROL DE CADENA NO ENCONTRADO O VACIO"
                 TO WS-LINEA-BITACORA
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               MOVE 8 TO WS-CAD-RC-FINAL
               GO TO 3100-RESUMEN
           END-IF.
           IF WS-CAD-MODO = "REANUDA"
               PERFORM 3110-CARGAR-REINICIO THRU 3110-FIN
               IF WS-SW-CAD-ALTO = "S"
                   MOVE 8 TO WS-CAD-RC-FINAL
                   GO TO 3100-RESUMEN
               END-IF
           END-IF.
           PERFORM 3115-GRABAR-REINICIO THRU 3115-FIN.
           PERFORM VARYING WS-IDX-CAD FROM 1 BY 1
                   UNTIL WS-IDX-CAD > WS-CAD-CUENTA
               PERFORM 3120-EJECUTAR-PASO THRU 3120-FIN
           END-PERFORM.
           MOVE WS-CAD-RC-PREV TO WS-CAD-RC-FINAL.
           MOVE "N" TO WS-SW-CAD-PEND.
           PERFORM VARYING WS-IDX-CAD FROM 1 BY 1
                   UNTIL WS-IDX-CAD > WS-CAD-CUENTA
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "F"
                   OR WS-CAD-ESTADO(WS-IDX-CAD) = "D"
                   OR WS-CAD-ESTADO(WS-IDX-CAD) = "N"
                   MOVE "S" TO WS-SW-CAD-PEND
               END-IF
           END-PERFORM.
           IF WS-SW-CAD-PEND = "N"
               MOVE "CADENA.CHK" TO WS-NOMBRE-BORRAR
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR
           ELSE
               IF WS-CAD-RC-FINAL < 8
                   MOVE 8 TO WS-CAD-RC-FINAL
               END-IF
           END-IF.
       3100-RESUMEN.
           PERFORM 3130-RESUMEN-CADENA THRU 3130-FIN.
           MOVE WS-CAD-MODO TO WS-PARAMETRO.
           MOVE WS-CAD-RC-FINAL TO RETURN-CODE.
       3100-FIN. EXIT.

       3105-CARGAR-CADENA.
           MOVE ZERO TO WS-CAD-CUENTA.
           OPEN INPUT CADENA.
           IF WS-ESTADO-CAD NOT = "00"
               GO TO 3105-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CAD.
           PERFORM UNTIL WS-SW-CAD = "Y"
                      OR WS-ESTADO-CAD NOT = "00"
               READ CADENA
                   AT END MOVE "Y" TO WS-SW-CAD
                   NOT AT END
                       IF CAD-FUNCION NOT = SPACES
                           AND CAD-FUNCION(1:1) NOT = "*"
                           AND WS-CAD-CUENTA < 30
                           PERFORM 3107-AGREGAR-PASO THRU 3107-FIN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-CAD.
           CLOSE CADENA.
       3105-FIN. EXIT.

       3107-AGREGAR-PASO.
           ADD 1 TO WS-CAD-CUENTA.
           INSPECT CAD-FUNCION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CAD-ACCION CONVERTING "od" TO "OD".
           MOVE CAD-FUNCION TO WS-CAD-FUNCION(WS-CAD-CUENTA).
           IF CAD-RC-MAX = SPACES
               MOVE 99 TO WS-CAD-RC-MAX(WS-CAD-CUENTA)
           ELSE
               IF CAD-RC-MAX(2:1) = SPACE
                   MOVE CAD-RC-MAX(1:1) TO CAD-RC-MAX(2:1)
                   MOVE "0" TO CAD-RC-MAX(1:1)
               END-IF
               IF CAD-RC-MAX IS NUMERIC
                   MOVE CAD-RC-MAX TO WS-CAD-RC-MAX(WS-CAD-CUENTA)
               ELSE
                   MOVE ZERO TO WS-CAD-RC-MAX(WS-CAD-CUENTA)
               END-IF
           END-IF.
           IF CAD-ACCION = "O"
               MOVE "O" TO WS-CAD-ACCION(WS-CAD-CUENTA)
           ELSE
               MOVE "D" TO WS-CAD-ACCION(WS-CAD-CUENTA)
           END-IF.
           MOVE ZERO TO WS-CAD-RC(WS-CAD-CUENTA).
           MOVE ZERO TO WS-CAD-REGS(WS-CAD-CUENTA).
           MOVE SPACE TO WS-CAD-ESTADO(WS-CAD-CUENTA).
       3107-FIN. EXIT.

       3110-CARGAR-REINICIO.
           OPEN INPUT CADCHK.
           IF WS-ESTADO-CCK NOT = "00"
               MOVE "SIN PUNTO DE REINICIO - SE EJECUTA LA CADENA"
                 TO WS-LINEA-BITACORA
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               GO TO 3110-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CAD.
           PERFORM UNTIL WS-SW-CAD = "Y"
                      OR WS-ESTADO-CCK NOT = "00"
               READ CADCHK
                   AT END MOVE "Y" TO WS-SW-CAD
                   NOT AT END
                       IF CCK-PASO IS NOT NUMERIC
                           OR CCK-PASO = ZERO
                           OR CCK-PASO > WS-CAD-CUENTA
                           MOVE "S" TO WS-SW-CAD-ALTO
                       ELSE
                           IF CCK-FUNCION
                                NOT = WS-CAD-FUNCION(CCK-PASO)
                               MOVE "S" TO WS-SW-CAD-ALTO
                           ELSE
                               IF CCK-ESTADO = "E" OR CCK-ESTADO = "P"
                                   MOVE "P" TO WS-CAD-ESTADO(CCK-PASO)
                                   MOVE CCK-RC TO WS-CAD-RC(CCK-PASO)
                                   MOVE CCK-REGS
                                     TO WS-CAD-REGS(CCK-PASO)
                                   IF CCK-RC > WS-CAD-RC-PREV
                                       MOVE CCK-RC TO WS-CAD-RC-PREV
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-CAD.
           CLOSE CADCHK.
           IF WS-SW-CAD-ALTO = "S"
               MOVE "PUNTO DE REINICIO NO CORRESPONDE A CADENA.DAT"
                 TO WS-LINEA-BITACORA
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
           END-IF.
       3110-FIN. EXIT.

       3115-GRABAR-REINICIO.
           OPEN OUTPUT CADCHK.
           PERFORM VARYING WS-IDX-CAD FROM 1 BY 1
                   UNTIL WS-IDX-CAD > WS-CAD-CUENTA
               MOVE SPACES TO REG-CADCHK
               MOVE WS-IDX-CAD TO CCK-PASO
               MOVE WS-CAD-FUNCION(WS-IDX-CAD) TO CCK-FUNCION
               MOVE WS-CAD-RC(WS-IDX-CAD) TO CCK-RC
               MOVE WS-CAD-REGS(WS-IDX-CAD) TO CCK-REGS
               MOVE WS-CAD-ESTADO(WS-IDX-CAD) TO CCK-ESTADO
               WRITE REG-CADCHK
           END-PERFORM.
           CLOSE CADCHK.
       3115-FIN. EXIT.

       3120-EJECUTAR-PASO.
           IF WS-CAD-ESTADO(WS-IDX-CAD) = "P"
               GO TO 3120-FIN
           END-IF.
           IF WS-SW-CAD-ALTO = "S"
               MOVE "N" TO WS-CAD-ESTADO(WS-IDX-CAD)
               GO TO 3120-FIN
           END-IF.
           IF WS-CAD-RC-PREV > WS-CAD-RC-MAX(WS-IDX-CAD)
               IF WS-CAD-ACCION(WS-IDX-CAD) = "O"
                   MOVE "O" TO WS-CAD-ESTADO(WS-IDX-CAD)
               ELSE
                   MOVE "D" TO WS-CAD-ESTADO(WS-IDX-CAD)
                   MOVE "S" TO WS-SW-CAD-ALTO
               END-IF
               PERFORM 3115-GRABAR-REINICIO THRU 3115-FIN
               GO TO 3120-FIN
           END-IF.
           IF WS-CAD-FUNCION(WS-IDX-CAD) = "CADENA"
               OR WS-CAD-FUNCION(WS-IDX-CAD) = "REANUDA"
               MOVE SPACES TO WS-LINEA-BITACORA
               STRING "PASO NO PERMITIDO EN LA CADENA "
                      DELIMITED BY SIZE
                      WS-CAD-FUNCION(WS-IDX-CAD) DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO WS-BATCH-REGS
           ELSE
               MOVE WS-CAD-FUNCION(WS-IDX-CAD) TO WS-PARAMETRO
               PERFORM 1500-EJECUTA-BATCH THRU 1500-FIN
           END-IF.
           MOVE RETURN-CODE TO WS-CAD-RC(WS-IDX-CAD).
           MOVE WS-BATCH-REGS TO WS-CAD-REGS(WS-IDX-CAD).
           IF WS-CAD-RC(WS-IDX-CAD) < 8
               MOVE "E" TO WS-CAD-ESTADO(WS-IDX-CAD)
           ELSE
               MOVE "F" TO WS-CAD-ESTADO(WS-IDX-CAD)
           END-IF.
           IF WS-CAD-RC(WS-IDX-CAD) > WS-CAD-RC-PREV
               MOVE WS-CAD-RC(WS-IDX-CAD) TO WS-CAD-RC-PREV
           END-IF.
           PERFORM 3115-GRABAR-REINICIO THRU 3115-FIN.
       3120-FIN. EXIT.

       3130-RESUMEN-CADENA.
           ACCEPT WS-FECHA-RPT FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "RESUMEN CADENA " DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  " MODO " DELIMITED BY SIZE
                  WS-CAD-MODO DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           PERFORM VARYING WS-IDX-CAD FROM 1 BY 1
                   UNTIL WS-IDX-CAD > WS-CAD-CUENTA
               MOVE "PENDIENTE" TO WS-CAD-RESULTADO
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "E"
                   MOVE "EJECUTADO" TO WS-CAD-RESULTADO
               END-IF
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "F"
                   MOVE "FALLIDO" TO WS-CAD-RESULTADO
               END-IF
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "O"
                   MOVE "OMITIDO" TO WS-CAD-RESULTADO
               END-IF
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "D"
                   MOVE "DETENIDO" TO WS-CAD-RESULTADO
               END-IF
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "N"
                   MOVE "NO EJECUTA" TO WS-CAD-RESULTADO
               END-IF
               IF WS-CAD-ESTADO(WS-IDX-CAD) = "P"
                   MOVE "PREVIO" TO WS-CAD-RESULTADO
               END-IF
               MOVE SPACES TO WS-LINEA-BITACORA
               STRING "  PASO " DELIMITED BY SIZE
                      WS-IDX-CAD DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAD-FUNCION(WS-IDX-CAD) DELIMITED BY SIZE
                      " REGISTROS " DELIMITED BY SIZE
                      WS-CAD-REGS(WS-IDX-CAD) DELIMITED BY SIZE
                      " RC " DELIMITED BY SIZE
                      WS-CAD-RC(WS-IDX-CAD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAD-RESULTADO DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
           END-PERFORM.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "FIN CADENA PASOS " DELIMITED BY SIZE
                  WS-CAD-CUENTA DELIMITED BY SIZE
                  " RESULTADO " DELIMITED BY SIZE
                  WS-CAD-RC-FINAL DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
       3130-FIN. EXIT.

       3200-ADMIN-CONSENT.
           MOVE SPACE TO WS-OPCION-CNS.
           PERFORM UNTIL WS-OPCION-CNS = "0"
               DISPLAY SS-LIMPIAR-PANTALLA
               DISPLAY SS-CONSENT
               MOVE SPACE TO WS-OPCION-CNS
               ACCEPT SS-CONSENT
               IF WS-OPCION-CNS = "1"
                   PERFORM 3220-CONSULTAR-CONSENT THRU 3220-FIN
               END-IF
               IF WS-OPCION-CNS = "2"
                   IF WS-OPERADOR-NIVEL < 2
                       DISPLAY "OPCION RESERVADA A SUPERVISOR"
                           LINE 22 COL 10
                       ACCEPT  WS-PAUSAR-SC LINE 22 COL 41
                   ELSE
                       PERFORM 3225-MODIFICAR-CONSENT THRU 3225-FIN
                   END-IF
               END-IF
               IF WS-OPCION-CNS = "3"
                   DISPLAY SS-LIMPIAR-PANTALLA
                   PERFORM 3250-REPORTE-CONSENT THRU 3250-FIN
                   DISPLAY "REPORTE GENERADO EN CONSENT.TXT"
                       LINE 21 COL 10
                   DISPLAY "CONTACTOS CON RESTRICCION: " LINE 22 COL 10
                   DISPLAY WS-CNS-LISTADOS LINE 22 COL 38
                   ACCEPT  WS-PAUSAR-SC LINE 22 COL 45
               END-IF
           END-PERFORM.
           PERFORM 100-MUESTRA-PANTALLA-INICIAL THRU 100-FIN.
       3200-FIN. EXIT.

       3205-CARGAR-CONSENT.
           MOVE ZERO TO WS-CNS-CUENTA.
           OPEN INPUT CONSENT.
           IF WS-ESTADO-CNS NOT = "00"
               GO TO 3205-FIN
           END-IF.
           MOVE SPACES TO WS-SW-CNS.
           PERFORM UNTIL WS-SW-CNS = "Y"
                      OR WS-ESTADO-CNS NOT = "00"
               READ CONSENT
                   AT END MOVE "Y" TO WS-SW-CNS
                   NOT AT END
                       IF WS-CNS-CUENTA < 5000
                           ADD 1 TO WS-CNS-CUENTA
                           MOVE REG-CONSENT
                             TO WS-CNS-DATOS(WS-CNS-CUENTA)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-SW-CNS.
           CLOSE CONSENT.
       3205-FIN. EXIT.

       3208-GUARDAR-CONSENT.
           OPEN OUTPUT CONSENT.
           PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
                   UNTIL WS-IDX-CNS > WS-CNS-CUENTA
               MOVE WS-CNS-DATOS(WS-IDX-CNS) TO REG-CONSENT
               WRITE REG-CONSENT
           END-PERFORM.
           CLOSE CONSENT.
       3208-FIN. EXIT.

       3210-BUSCAR-CONSENT.
           MOVE ZERO TO WS-CNS-ENC.
           MOVE 1 TO WS-CNS-BAJO.
           MOVE WS-CNS-CUENTA TO WS-CNS-ALTO.
           PERFORM UNTIL WS-CNS-BAJO > WS-CNS-ALTO
                      OR WS-CNS-ENC NOT = ZERO
               COMPUTE WS-CNS-MEDIO = (WS-CNS-BAJO + WS-CNS-ALTO) / 2
               IF WS-CNS-DATOS(WS-CNS-MEDIO)(1:10) = WS-CNS-TEL
                   MOVE WS-CNS-MEDIO TO WS-CNS-ENC
               ELSE
                   IF WS-CNS-DATOS(WS-CNS-MEDIO)(1:10) < WS-CNS-TEL
                       COMPUTE WS-CNS-BAJO = WS-CNS-MEDIO + 1
                   ELSE
                       IF WS-CNS-MEDIO = 1
                           MOVE ZERO TO WS-CNS-ALTO
                       ELSE
                           COMPUTE WS-CNS-ALTO = WS-CNS-MEDIO - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3210-FIN. EXIT.

       3215-CONSENT-CONTACTO.
           PERFORM 3210-BUSCAR-CONSENT THRU 3210-FIN.
           IF WS-CNS-ENC NOT = ZERO
               MOVE WS-CNS-DATOS(WS-CNS-ENC) TO WS-CONSENT-TRAB
           ELSE
               MOVE SPACES TO WS-CONSENT-TRAB
               MOVE WS-CNS-TEL TO WCN-NUM-CEL
               MOVE "N" TO WCN-POSTAL
               MOVE "N" TO WCN-TELEFONO
               MOVE "N" TO WCN-CORREO
               MOVE "N" TO WCN-EXTERNO
               MOVE ZERO TO WCN-FEC-POSTAL
               MOVE ZERO TO WCN-FEC-TELEFONO
               MOVE ZERO TO WCN-FEC-CORREO
               MOVE ZERO TO WCN-FEC-EXTERNO
           END-IF.
       3215-FIN. EXIT.

       3218-LEER-CONTACTO.
           DISPLAY "TELEFONO DEL CONTACTO:" LINE 08 COL 10.
           MOVE SPACES TO WS-HIS-TEL-ALFA.
           ACCEPT WS-HIS-TEL-ALFA LINE 08 COL 33.
           IF WS-HIS-TEL-ALFA IS NOT NUMERIC
               OR WS-HIS-TEL-ALFA = ALL "0"
               DISPLAY "TELEFONO INVALIDO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 28
               MOVE "N" TO WS-SW-CNS
               GO TO 3218-FIN
           END-IF.
           MOVE WS-HIS-TEL-ALFA TO WS-HIS-TEL.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           MOVE WS-HIS-TEL TO REG-NUM-CEL.
           READ BASE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ESTADO-BASE NOT = "00"
               DISPLAY "CONTACTO NO ENCONTRADO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 35
               PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN
               MOVE "N" TO WS-SW-CNS
               GO TO 3218-FIN
           END-IF.
           MOVE REG-CONTACTO TO WS-CONTACTO.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
           DISPLAY WS-NOMBRE LINE 09 COL 10.
           DISPLAY WS-APE-PATERNO LINE 09 COL 21.
           DISPLAY WS-APE-MATERNO LINE 09 COL 34.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE WS-HIS-TEL-ALFA TO WS-CNS-TEL.
           PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN.
           PERFORM 3230-MOSTRAR-CONSENT THRU 3230-FIN.
           MOVE "S" TO WS-SW-CNS.
       3218-FIN. EXIT.

       3220-CONSULTAR-CONSENT.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "CONSULTAR CONSENTIMIENTOS" LINE 06 COL 10.
           PERFORM 3218-LEER-CONTACTO THRU 3218-FIN.
           IF WS-SW-CNS = "S"
               ACCEPT WS-PAUSAR-SC LINE 22 COL 10
           END-IF.
           MOVE SPACE TO WS-SW-CNS.
       3220-FIN. EXIT.

       3225-MODIFICAR-CONSENT.
           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "MODIFICAR CONSENTIMIENTOS" LINE 06 COL 10.
           PERFORM 3218-LEER-CONTACTO THRU 3218-FIN.
           IF WS-SW-CNS NOT = "S"
               MOVE SPACE TO WS-SW-CNS
               GO TO 3225-FIN
           END-IF.
           MOVE SPACE TO WS-SW-CNS.
           DISPLAY "NUEVO (S=NO CONTACTAR, N=PERMITIDO, ENTER=IGUAL)"
               LINE 17 COL 10.
           MOVE SPACES TO WS-CNS-CAPT.
           ACCEPT WCC-POSTAL   LINE 12 COL 60.
           ACCEPT WCC-TELEFONO LINE 13 COL 60.
           ACCEPT WCC-CORREO   LINE 14 COL 60.
           ACCEPT WCC-EXTERNO  LINE 15 COL 60.
           INSPECT WS-CNS-CAPT CONVERTING "sn" TO "SN".
           IF (WCC-POSTAL NOT = SPACE AND NOT = "S" AND NOT = "N")
              OR (WCC-TELEFONO NOT = SPACE AND NOT = "S"
                                           AND NOT = "N")
              OR (WCC-CORREO NOT = SPACE AND NOT = "S" AND NOT = "N")
              OR (WCC-EXTERNO NOT = SPACE AND NOT = "S"
                                          AND NOT = "N")
               DISPLAY "CAPTURE S, N O DEJE EN BLANCO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 41
               GO TO 3225-FIN
           END-IF.
           MOVE WS-CONSENT-TRAB TO WS-CNS-ANTES.
           MOVE ZERO TO WS-CNS-CAMBIOS.
           ACCEPT WS-FECHA-RPT FROM DATE.
           IF WCC-POSTAL NOT = SPACE AND WCC-POSTAL NOT = WCN-POSTAL
               MOVE WCC-POSTAL TO WCN-POSTAL
               MOVE WS-FECHA-RPT TO WCN-FEC-POSTAL
               ADD 1 TO WS-CNS-CAMBIOS
           END-IF.
           IF WCC-TELEFONO NOT = SPACE
              AND WCC-TELEFONO NOT = WCN-TELEFONO
               MOVE WCC-TELEFONO TO WCN-TELEFONO
               MOVE WS-FECHA-RPT TO WCN-FEC-TELEFONO
               ADD 1 TO WS-CNS-CAMBIOS
           END-IF.
           IF WCC-CORREO NOT = SPACE AND WCC-CORREO NOT = WCN-CORREO
               MOVE WCC-CORREO TO WCN-CORREO
               MOVE WS-FECHA-RPT TO WCN-FEC-CORREO
               ADD 1 TO WS-CNS-CAMBIOS
           END-IF.
           IF WCC-EXTERNO NOT = SPACE
              AND WCC-EXTERNO NOT = WCN-EXTERNO
               MOVE WCC-EXTERNO TO WCN-EXTERNO
               MOVE WS-FECHA-RPT TO WCN-FEC-EXTERNO
               ADD 1 TO WS-CNS-CAMBIOS
           END-IF.
           IF WS-CNS-CAMBIOS = ZERO
               DISPLAY "SIN CAMBIO" LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 22
               GO TO 3225-FIN
           END-IF.
           IF WS-CNS-ENC = ZERO AND WS-CNS-CUENTA NOT < 5000
               DISPLAY "ARCHIVO DE CONSENTIMIENTOS LLENO"
                   LINE 22 COL 10
               ACCEPT  WS-PAUSAR-SC LINE 22 COL 44
               GO TO 3225-FIN
           END-IF.
           MOVE WS-OPERADOR-CLAVE TO WCN-OPERADOR.
           PERFORM 3235-ACTUALIZAR-TABLA THRU 3235-FIN.
           PERFORM 3208-GUARDAR-CONSENT THRU 3208-FIN.
           MOVE SPACES TO WS-CNS-IMAGEN.
           MOVE WS-CONTACTO(1:34) TO WCI-NOMBRES.
           MOVE WCN-NUM-CEL TO WCI-TEL.
           MOVE WS-CNS-ANTES(11:45) TO WCI-DATOS.
           MOVE WS-CNS-IMAGEN TO WS-AUD-ANTES.
           MOVE WS-CONSENT-TRAB(11:45) TO WCI-DATOS.
           MOVE WS-CNS-IMAGEN TO WS-AUD-DESPUES.
           MOVE "CONSEN" TO WS-AUD-OPERACION.
           PERFORM 1100-ESCRIBIR-AUDITORIA THRU 1100-FIN.
           PERFORM 3230-MOSTRAR-CONSENT THRU 3230-FIN.
           DISPLAY "CONSENTIMIENTO ACTUALIZADO" LINE 22 COL 10.
           ACCEPT  WS-PAUSAR-SC LINE 22 COL 38.
       3225-FIN. EXIT.

       3230-MOSTRAR-CONSENT.
           DISPLAY "MEDIO" LINE 11 COL 10.
           DISPLAY "NO CONTACTAR  FECHA" LINE 11 COL 30.
           DISPLAY "NUEVO" LINE 11 COL 58.
           DISPLAY "CORREO POSTAL" LINE 12 COL 10.
           DISPLAY WCN-POSTAL LINE 12 COL 35.
           DISPLAY WCN-FEC-POSTAL LINE 12 COL 43.
           DISPLAY "TELEFONO" LINE 13 COL 10.
           DISPLAY WCN-TELEFONO LINE 13 COL 35.
           DISPLAY WCN-FEC-TELEFONO LINE 13 COL 43.
           DISPLAY "CORREO ELECTRONICO" LINE 14 COL 10.
           DISPLAY WCN-CORREO LINE 14 COL 35.
           DISPLAY WCN-FEC-CORREO LINE 14 COL 43.
           DISPLAY "COMPARTIR CON TERCEROS" LINE 15 COL 10.
           DISPLAY WCN-EXTERNO LINE 15 COL 35.
           DISPLAY WCN-FEC-EXTERNO LINE 15 COL 43.
       3230-FIN. EXIT.

       3235-ACTUALIZAR-TABLA.
           IF WS-CNS-ENC NOT = ZERO
               MOVE WS-CONSENT-TRAB TO WS-CNS-DATOS(WS-CNS-ENC)
               GO TO 3235-FIN
           END-IF.
           MOVE WS-CNS-CUENTA TO WS-CNS-POS.
           PERFORM UNTIL WS-CNS-POS < WS-CNS-BAJO
               MOVE WS-CNS-DATOS(WS-CNS-POS)
                 TO WS-CNS-DATOS(WS-CNS-POS + 1)
               SUBTRACT 1 FROM WS-CNS-POS
           END-PERFORM.
           MOVE WS-CONSENT-TRAB TO WS-CNS-DATOS(WS-CNS-BAJO).
           ADD 1 TO WS-CNS-CUENTA.
       3235-FIN. EXIT.

       3240-REASIGNAR-CONSENT.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           MOVE WS-TEL-ANTERIOR TO WS-CNS-TEL.
           PERFORM 3210-BUSCAR-CONSENT THRU 3210-FIN.
           IF WS-CNS-ENC = ZERO
               GO TO 3240-FIN
           END-IF.
           MOVE WS-CNS-DATOS(WS-CNS-ENC) TO WS-CONSENT-TRAB.
           MOVE WS-CNS-ENC TO WS-CNS-POS.
           PERFORM UNTIL WS-CNS-POS NOT < WS-CNS-CUENTA
               MOVE WS-CNS-DATOS(WS-CNS-POS + 1)
                 TO WS-CNS-DATOS(WS-CNS-POS)
               ADD 1 TO WS-CNS-POS
           END-PERFORM.
           SUBTRACT 1 FROM WS-CNS-CUENTA.
           MOVE WS-TEL-NUEVO TO WS-CNS-TEL.
           MOVE WS-CNS-TEL TO WCN-NUM-CEL.
           PERFORM 3210-BUSCAR-CONSENT THRU 3210-FIN.
           PERFORM 3235-ACTUALIZAR-TABLA THRU 3235-FIN.
           PERFORM 3208-GUARDAR-CONSENT THRU 3208-FIN.
       3240-FIN. EXIT.

       3250-REPORTE-CONSENT.
           MOVE ZERO TO WS-CNS-LISTADOS.
           MOVE ZERO TO WS-CNS-BAJAS.
           MOVE ZERO TO WS-CNS-TOT-POSTAL.
           MOVE ZERO TO WS-CNS-TOT-TELEFONO.
           MOVE ZERO TO WS-CNS-TOT-CORREO.
           MOVE ZERO TO WS-CNS-TOT-EXTERNO.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               GO TO 3250-FIN
           END-IF.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           OPEN OUTPUT CNSREP.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE SPACES TO REG-CNSREP.
           STRING "CONTACTOS CON RESTRICCION DE CONTACTO - FECHA "
                  DELIMITED BY SIZE
                  WS-FECHA-RPT DELIMITED BY SIZE
               INTO REG-CNSREP
           END-STRING.
           WRITE REG-CNSREP.
           MOVE SPACES TO REG-CNSREP.
           WRITE REG-CNSREP.
           MOVE "TELEFONO   NOMBRE" TO REG-CNSREP.
           MOVE "POSTAL    TELEF.    CORREO    EXTERNO"
             TO REG-CNSREP(52:37).
           WRITE REG-CNSREP.
           PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
                   UNTIL WS-IDX-CNS > WS-CNS-CUENTA
               MOVE WS-CNS-DATOS(WS-IDX-CNS) TO WS-CONSENT-TRAB
               IF WCN-POSTAL = "S" OR WCN-TELEFONO = "S"
                  OR WCN-CORREO = "S" OR WCN-EXTERNO = "S"
                   PERFORM 3255-RENGLON-CONSENT THRU 3255-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-CNSREP.
           WRITE REG-CNSREP.
           MOVE SPACES TO REG-CNSREP.
           STRING "CONTACTOS " DELIMITED BY SIZE
                  WS-CNS-LISTADOS DELIMITED BY SIZE
                  "  POSTAL " DELIMITED BY SIZE
                  WS-CNS-TOT-POSTAL DELIMITED BY SIZE
                  "  TELEFONO " DELIMITED BY SIZE
                  WS-CNS-TOT-TELEFONO DELIMITED BY SIZE
                  "  CORREO " DELIMITED BY SIZE
                  WS-CNS-TOT-CORREO DELIMITED BY SIZE
                  "  EXTERNO " DELIMITED BY SIZE
                  WS-CNS-TOT-EXTERNO DELIMITED BY SIZE
               INTO REG-CNSREP
           END-STRING.
           WRITE REG-CNSREP.
           MOVE SPACES TO REG-CNSREP.
           STRING "DADOS DE BAJA DE LA BASE " DELIMITED BY SIZE
                  WS-CNS-BAJAS DELIMITED BY SIZE
               INTO REG-CNSREP
           END-STRING.
           WRITE REG-CNSREP.
           CLOSE CNSREP.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
       3250-FIN. EXIT.

       3255-RENGLON-CONSENT.
           ADD 1 TO WS-CNS-LISTADOS.
           MOVE SPACES TO WS-LINEA-CONSENT.
           MOVE WCN-NUM-CEL TO WCR-TEL.
           MOVE WCN-NUM-CEL TO REG-NUM-CEL.
           READ BASE
               INVALID KEY
                   MOVE "(BAJA)" TO WCR-NOMBRE
                   ADD 1 TO WS-CNS-BAJAS
               NOT INVALID KEY
                   MOVE REG-NOMBRE TO WCR-NOMBRE
                   MOVE REG-APE-PATERNO TO WCR-APEPAT
                   MOVE REG-APE-MATERNO TO WCR-APEMAT
           END-READ.
           MOVE WCN-POSTAL TO WCR-POSTAL.
           MOVE WCN-TELEFONO TO WCR-TELEFONO.
           MOVE WCN-CORREO TO WCR-CORREO.
           MOVE WCN-EXTERNO TO WCR-EXTERNO.
           IF WCN-POSTAL = "S"
               MOVE WCN-FEC-POSTAL TO WCR-FEC-POSTAL
               ADD 1 TO WS-CNS-TOT-POSTAL
           END-IF.
           IF WCN-TELEFONO = "S"
               MOVE WCN-FEC-TELEFONO TO WCR-FEC-TELEFONO
               ADD 1 TO WS-CNS-TOT-TELEFONO
           END-IF.
           IF WCN-CORREO = "S"
               MOVE WCN-FEC-CORREO TO WCR-FEC-CORREO
               ADD 1 TO WS-CNS-TOT-CORREO
           END-IF.
           IF WCN-EXTERNO = "S"
               MOVE WCN-FEC-EXTERNO TO WCR-FEC-EXTERNO
               ADD 1 TO WS-CNS-TOT-EXTERNO
           END-IF.
           MOVE WS-LINEA-CONSENT TO REG-CNSREP.
           WRITE REG-CNSREP.
       3255-FIN. EXIT.

       3260-BITACORA-SUPRIMIDOS.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "SUPRIMIDOS POR CONSENTIMIENTO " DELIMITED BY SIZE
                  WS-CNS-SUPRIMIDOS DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
       3260-FIN. EXIT.

       3300-EXTRAER-CAMBIOS.
           MOVE "N" TO WS-SW-DLT-OK.
           MOVE ZERO TO WS-DLT-CUENTA.
           MOVE ZERO TO WS-DLT-LEIDOS.
           MOVE ZERO TO WS-DLT-ALTAS.
           MOVE ZERO TO WS-DLT-CAMBIOS.
           MOVE ZERO TO WS-DLT-BAJAS.
           MOVE ZERO TO WS-DLT-OMITIDOS.
           MOVE ZERO TO WS-DLT-RESTAURA.
           MOVE ZERO TO WS-DLT-CLAVE-ANT.
           MOVE ZERO TO WS-DLT-SEC.
           MOVE ZERO TO WS-DLT-ULT-FECHA.
           MOVE ZERO TO WS-DLT-ULT-HORA.
           MOVE ZERO TO WS-DLT-ULT-SEC.
           MOVE ZERO TO WS-EXPORTADOS.
           PERFORM 3305-TOMAR-RANGO THRU 3305-FIN.
           IF WS-SW-DLT-OK = "E"
               GO TO 3300-FIN
           END-IF.
           MOVE SPACES TO WS-LINEA-BITACORA.
           IF WS-DLT-MODO = "R"
               STRING "CAMBIOS REENVIO DEL " DELIMITED BY SIZE
                      WS-DLT-DESDE DELIMITED BY SIZE
                      " AL " DELIMITED BY SIZE
                      WS-DLT-HASTA DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
           ELSE
               STRING "CAMBIOS DESDE MARCA " DELIMITED BY SIZE
                      WS-DLT-MRC-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DLT-MRC-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DLT-MRC-SEC DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
           END-IF.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           PERFORM 3310-LEER-DIARIO THRU 3310-FIN.
           IF WS-SW-DLT-OK = "E"
               MOVE "MAS DE 5000 CONTACTOS CON CAMBIOS - SIN EXTRACCION"
                 TO WS-LINEA-BITACORA
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
               GO TO 3300-FIN
           END-IF.
           MOVE "CAMBIOS.CSV" TO WS-NOMBRE-EXPORTA.
           OPEN OUTPUT EXPORTA.
           MOVE SPACES TO REG-EXPORTA.
           STRING "OPERACION,NOMBRE,APELLIDO_PATERNO,APELLIDO_MATERNO,"
                  DELIMITED BY SIZE
                  "TELEFONO,CORREO,CATEGORIA,TELEFONO2,TIPO_TEL2"
                  DELIMITED BY SIZE
               INTO REG-EXPORTA
           END-STRING.
           WRITE REG-EXPORTA.
           PERFORM 3330-EMITIR-CAMBIOS THRU 3330-FIN.
           MOVE SPACES TO WS-DLT-OPER.
           CLOSE EXPORTA.
           IF WS-ESTADO-BASE NOT = "00"
               GO TO 3300-FIN
           END-IF.
           MOVE "S" TO WS-SW-DLT-OK.
           PERFORM 3340-GRABAR-MARCA THRU 3340-FIN.
           PERFORM 3345-BITACORA-CAMBIOS THRU 3345-FIN.
       3300-FIN. EXIT.

       3305-TOMAR-RANGO.
           ACCEPT WS-FECHA-RPT FROM DATE.
           MOVE WS-FECHA-RPT(1:2) TO WS-DLT-AA-FIN.
           MOVE WS-FECHA-RPT(3:2) TO WS-DLT-MM-FIN.
           MOVE ZERO TO WS-DLT-MRC-FECHA.
           MOVE ZERO TO WS-DLT-MRC-HORA.
           MOVE ZERO TO WS-DLT-MRC-SEC.
           MOVE SPACES TO WS-DLT-DESDE-TXT.
           MOVE SPACES TO WS-DLT-HASTA-TXT.
           ACCEPT WS-DLT-DESDE-TXT
               FROM ENVIRONMENT "AGENDA_CAMBIOS_DESDE".
           ACCEPT WS-DLT-HASTA-TXT
               FROM ENVIRONMENT "AGENDA_CAMBIOS_HASTA".
           IF WS-DLT-DESDE-TXT = SPACES
               MOVE "N" TO WS-DLT-MODO
               PERFORM 3308-LEER-MARCA THRU 3308-FIN
           ELSE
               MOVE "R" TO WS-DLT-MODO
               IF WS-DLT-HASTA-TXT = SPACES
                   MOVE "999999" TO WS-DLT-HASTA-TXT
               END-IF
               IF WS-DLT-DESDE-TXT IS NOT NUMERIC
                   OR WS-DLT-HASTA-TXT IS NOT NUMERIC
                   OR WS-DLT-HASTA-TXT < WS-DLT-DESDE-TXT
                   MOVE SPACES TO WS-LINEA-BITACORA
                   STRING "RANGO DE REENVIO INVALIDO " DELIMITED BY SIZE
                          WS-DLT-DESDE-TXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DLT-HASTA-TXT DELIMITED BY SIZE
                       INTO WS-LINEA-BITACORA
                   END-STRING
                   PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
                   MOVE "E" TO WS-SW-DLT-OK
                   GO TO 3305-FIN
               END-IF
               MOVE WS-DLT-DESDE-TXT TO WS-DLT-DESDE
               MOVE WS-DLT-HASTA-TXT TO WS-DLT-HASTA
           END-IF.
           IF WS-DLT-MODO = "R"
               MOVE WS-DLT-DESDE(1:2) TO WS-DLT-AA
               MOVE WS-DLT-DESDE(3:2) TO WS-DLT-MM
           ELSE IF WS-DLT-MRC-FECHA > ZERO
               MOVE WS-DLT-MRC-FECHA(1:2) TO WS-DLT-AA
               MOVE WS-DLT-MRC-FECHA(3:2) TO WS-DLT-MM
           ELSE
               COMPUTE WS-DLT-TOT
                   = WS-DLT-AA-FIN * 12 + WS-DLT-MM-FIN - 119
               IF WS-DLT-TOT < 1
                   ADD 1200 TO WS-DLT-TOT
               END-IF
               SUBTRACT 1 FROM WS-DLT-TOT
               DIVIDE WS-DLT-TOT BY 12 GIVING WS-DLT-AA
                   REMAINDER WS-DLT-MM
               ADD 1 TO WS-DLT-MM
           END-IF.
           COMPUTE WS-DLT-TOT
               = (WS-DLT-AA-FIN * 12 + WS-DLT-MM-FIN)
               - (WS-DLT-AA * 12 + WS-DLT-MM).
           IF WS-DLT-TOT < ZERO
               ADD 1200 TO WS-DLT-TOT
           END-IF.
           MOVE WS-DLT-TOT TO WS-DLT-MESES.
       3305-FIN. EXIT.

       3308-LEER-MARCA.
           OPEN INPUT MARCA.
           IF WS-ESTADO-MRC NOT = "00"
               GO TO 3308-FIN
           END-IF.
           READ MARCA
               AT END CONTINUE
               NOT AT END
                   IF MRC-FECHA IS NUMERIC
                       AND MRC-HORA IS NUMERIC
                       AND MRC-SECUENCIA IS NUMERIC
                       MOVE MRC-FECHA TO WS-DLT-MRC-FECHA
                       MOVE MRC-HORA TO WS-DLT-MRC-HORA
                       MOVE MRC-SECUENCIA TO WS-DLT-MRC-SEC
                   END-IF
           END-READ.
           CLOSE MARCA.
       3308-FIN. EXIT.

       3310-LEER-DIARIO.
           COMPUTE WS-DLT-MRC-CLAVE
               = WS-DLT-MRC-FECHA * 100000000 + WS-DLT-MRC-HORA.
           PERFORM VARYING WS-DLT-N FROM ZERO BY 1
                   UNTIL WS-DLT-N > WS-DLT-MESES
               COMPUTE WS-MES-REG = WS-DLT-AA * 100 + WS-DLT-MM
               PERFORM 1240-NOMBRE-ARCHIVO-MES THRU 1240-FIN
               OPEN INPUT AUDARC
               IF WS-ESTADO-ARC = "00"
                   MOVE SPACES TO WS-SW-ARC
                   PERFORM UNTIL WS-SW-ARC = "Y"
                              OR WS-ESTADO-ARC NOT = "00"
                       READ AUDARC
                           AT END MOVE "Y" TO WS-SW-ARC
                           NOT AT END
                               MOVE REG-AUDARC TO REG-AUDITORIA
                               PERFORM 1205-NORMALIZAR-AUD
                                  THRU 1205-FIN
                               PERFORM 3315-EVALUAR-ENTRADA
                                  THRU 3315-FIN
                       END-READ
                   END-PERFORM
                   MOVE SPACE TO WS-SW-ARC
                   CLOSE AUDARC
               END-IF
               IF WS-DLT-MM < 12
                   ADD 1 TO WS-DLT-MM
               ELSE
                   MOVE 1 TO WS-DLT-MM
                   IF WS-DLT-AA < 99
                       ADD 1 TO WS-DLT-AA
                   ELSE
                       MOVE ZERO TO WS-DLT-AA
                   END-IF
               END-IF
           END-PERFORM.
           OPEN INPUT AUDITORIA.
           IF WS-ESTADO-AUD = "00"
               MOVE SPACES TO WS-SW-AUD
               PERFORM UNTIL WS-SW-AUD = "Y"
                          OR WS-ESTADO-AUD NOT = "00"
                   READ AUDITORIA
                       AT END MOVE "Y" TO WS-SW-AUD
                       NOT AT END
                           PERFORM 1205-NORMALIZAR-AUD THRU 1205-FIN
                           PERFORM 3315-EVALUAR-ENTRADA THRU 3315-FIN
                   END-READ
               END-PERFORM
               MOVE SPACE TO WS-SW-AUD
               CLOSE AUDITORIA
           END-IF.
       3310-FIN. EXIT.

       3315-EVALUAR-ENTRADA.
           IF AUD-FECHA IS NOT NUMERIC
               OR AUD-HORA IS NOT NUMERIC
               GO TO 3315-FIN
           END-IF.
           COMPUTE WS-DLT-CLAVE = AUD-FECHA * 100000000 + AUD-HORA.
           IF WS-DLT-CLAVE = WS-DLT-CLAVE-ANT
               ADD 1 TO WS-DLT-SEC
           ELSE
               MOVE 1 TO WS-DLT-SEC
               MOVE WS-DLT-CLAVE TO WS-DLT-CLAVE-ANT
           END-IF.
           IF WS-DLT-MODO = "R"
               IF AUD-FECHA < WS-DLT-DESDE
                   OR AUD-FECHA > WS-DLT-HASTA
                   GO TO 3315-FIN
               END-IF
           ELSE
               IF WS-DLT-CLAVE < WS-DLT-MRC-CLAVE
                   GO TO 3315-FIN
               END-IF
               IF WS-DLT-CLAVE = WS-DLT-MRC-CLAVE
                   AND WS-DLT-SEC NOT > WS-DLT-MRC-SEC
                   GO TO 3315-FIN
               END-IF
           END-IF.
           ADD 1 TO WS-DLT-LEIDOS.
           MOVE AUD-FECHA TO WS-DLT-ULT-FECHA.
           MOVE AUD-HORA TO WS-DLT-ULT-HORA.
           MOVE WS-DLT-SEC TO WS-DLT-ULT-SEC.
           IF AUD-OPERACION = "ALTA"
               MOVE AUD-DESPUES(35:10) TO WS-DLT-TEL
               MOVE "N" TO WS-DLT-PREV
               MOVE AUD-DESPUES TO WS-DLT-IMAGEN
               PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
           ELSE IF AUD-OPERACION = "CAMBIO"
               MOVE AUD-DESPUES(35:10) TO WS-DLT-TEL
               MOVE "S" TO WS-DLT-PREV
               MOVE AUD-DESPUES TO WS-DLT-IMAGEN
               PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
           ELSE IF AUD-OPERACION = "BAJA"
               MOVE AUD-ANTES(35:10) TO WS-DLT-TEL
               MOVE "S" TO WS-DLT-PREV
               MOVE AUD-ANTES TO WS-DLT-IMAGEN
               PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
           ELSE IF AUD-OPERACION = "CAMTEL"
               MOVE AUD-ANTES(35:10) TO WS-DLT-TEL
               MOVE "S" TO WS-DLT-PREV
               MOVE AUD-ANTES TO WS-DLT-IMAGEN
               PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
               MOVE AUD-DESPUES(35:10) TO WS-DLT-TEL
               MOVE "N" TO WS-DLT-PREV
               MOVE AUD-DESPUES TO WS-DLT-IMAGEN
               PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
           ELSE IF AUD-OPERACION = "CONSEN"
               IF AUD-DESPUES(73:1) NOT = AUD-ANTES(73:1)
                   MOVE AUD-DESPUES(35:10) TO WS-DLT-TEL
                   IF AUD-DESPUES(73:1) = "S"
                       MOVE "S" TO WS-DLT-PREV
                   ELSE
                       MOVE "N" TO WS-DLT-PREV
                   END-IF
                   MOVE AUD-DESPUES TO WS-DLT-IMAGEN
                   PERFORM 3320-ANOTAR-CAMBIO THRU 3320-FIN
               END-IF
           ELSE IF AUD-OPERACION = "RESTAU"
                OR AUD-OPERACION = "RECUPE"
               ADD 1 TO WS-DLT-RESTAURA
           END-IF.
       3315-FIN. EXIT.

       3320-ANOTAR-CAMBIO.
           IF WS-DLT-TEL IS NOT NUMERIC
               OR WS-DLT-TEL = ALL "0"
               GO TO 3320-FIN
           END-IF.
           PERFORM 3325-BUSCAR-CAMBIO THRU 3325-FIN.
           IF WS-DLT-ENC NOT = ZERO
               MOVE WS-DLT-IMAGEN TO WS-DLT-IMAGEN-T(WS-DLT-ENC)
               GO TO 3320-FIN
           END-IF.
           IF WS-DLT-CUENTA NOT < 5000
               MOVE "E" TO WS-SW-DLT-OK
               GO TO 3320-FIN
           END-IF.
           MOVE WS-DLT-CUENTA TO WS-DLT-POS.
           PERFORM UNTIL WS-DLT-POS < WS-DLT-BAJO
               MOVE WS-DLT-ENT(WS-DLT-POS) TO WS-DLT-ENT(WS-DLT-POS + 1)
               SUBTRACT 1 FROM WS-DLT-POS
           END-PERFORM.
           MOVE WS-DLT-TEL TO WS-DLT-TEL-T(WS-DLT-BAJO).
           MOVE WS-DLT-PREV TO WS-DLT-PREVIO(WS-DLT-BAJO).
           MOVE WS-DLT-IMAGEN TO WS-DLT-IMAGEN-T(WS-DLT-BAJO).
           ADD 1 TO WS-DLT-CUENTA.
       3320-FIN. EXIT.

       3325-BUSCAR-CAMBIO.
           MOVE ZERO TO WS-DLT-ENC.
           MOVE 1 TO WS-DLT-BAJO.
           MOVE WS-DLT-CUENTA TO WS-DLT-ALTO.
           PERFORM UNTIL WS-DLT-BAJO > WS-DLT-ALTO
                      OR WS-DLT-ENC NOT = ZERO
               COMPUTE WS-DLT-MEDIO = (WS-DLT-BAJO + WS-DLT-ALTO) / 2
               IF WS-DLT-TEL-T(WS-DLT-MEDIO) = WS-DLT-TEL
                   MOVE WS-DLT-MEDIO TO WS-DLT-ENC
               ELSE
                   IF WS-DLT-TEL-T(WS-DLT-MEDIO) < WS-DLT-TEL
                       COMPUTE WS-DLT-BAJO = WS-DLT-MEDIO + 1
                   ELSE
                       IF WS-DLT-MEDIO = 1
                           MOVE ZERO TO WS-DLT-ALTO
                       ELSE
                           COMPUTE WS-DLT-ALTO = WS-DLT-MEDIO - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3325-FIN. EXIT.

       3330-EMITIR-CAMBIOS.
           PERFORM 3205-CARGAR-CONSENT THRU 3205-FIN.
           PERFORM 110-ABRIR-ARCHIVO THRU 110-FIN.
           IF WS-ESTADO-BASE NOT = "00"
               GO TO 3330-FIN
           END-IF.
           PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-DLT-CUENTA
               PERFORM 3335-RENGLON-CAMBIO THRU 3335-FIN
           END-PERFORM.
           PERFORM 130-CERRAR-ARCHIVO THRU 130-FIN.
       3330-FIN. EXIT.

       3335-RENGLON-CAMBIO.
           MOVE WS-DLT-TEL-T(WS-IDX-DLT) TO REG-NUM-CEL.
           MOVE "N" TO WS-SW-DLT.
           READ BASE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-DLT
           END-READ.
           IF WS-SW-DLT = "S"
               MOVE REG-CONTACTO TO WS-CONTACTO
               MOVE WS-DLT-TEL-T(WS-IDX-DLT) TO WS-CNS-TEL
               PERFORM 3215-CONSENT-CONTACTO THRU 3215-FIN
               IF WCN-EXTERNO = "S"
                   MOVE "N" TO WS-SW-DLT
               END-IF
           ELSE
               MOVE WS-DLT-IMAGEN-T(WS-IDX-DLT) TO WS-CONTACTO
           END-IF.
           IF WS-SW-DLT = "S"
               IF WS-DLT-PREVIO(WS-IDX-DLT) = "S"
                   MOVE "CAMBIO" TO WS-DLT-OPER
                   ADD 1 TO WS-DLT-CAMBIOS
               ELSE
                   MOVE "ALTA" TO WS-DLT-OPER
                   ADD 1 TO WS-DLT-ALTAS
               END-IF
           ELSE
               IF WS-DLT-PREVIO(WS-IDX-DLT) = "S"
                   MOVE "BAJA" TO WS-DLT-OPER
                   ADD 1 TO WS-DLT-BAJAS
               ELSE
                   ADD 1 TO WS-DLT-OMITIDOS
                   GO TO 3335-FIN
               END-IF
           END-IF.
           PERFORM 1465-CSV-CONTACTO THRU 1465-FIN.
       3335-FIN. EXIT.

       3340-GRABAR-MARCA.
           IF WS-DLT-MODO = "R"
               OR WS-DLT-LEIDOS = ZERO
               GO TO 3340-FIN
           END-IF.
           OPEN OUTPUT MARCA.
           MOVE SPACES TO REG-MARCA.
           MOVE WS-DLT-ULT-FECHA TO MRC-FECHA.
           MOVE WS-DLT-ULT-HORA TO MRC-HORA.
           MOVE WS-DLT-ULT-SEC TO MRC-SECUENCIA.
           WRITE REG-MARCA.
           CLOSE MARCA.
       3340-FIN. EXIT.

       3345-BITACORA-CAMBIOS.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "CAMBIOS LEIDOS " DELIMITED BY SIZE
                  WS-DLT-LEIDOS DELIMITED BY SIZE
                  " ALTAS " DELIMITED BY SIZE
                  WS-DLT-ALTAS DELIMITED BY SIZE
                  " CAMBIOS " DELIMITED BY SIZE
                  WS-DLT-CAMBIOS DELIMITED BY SIZE
                  " BAJAS " DELIMITED BY SIZE
                  WS-DLT-BAJAS DELIMITED BY SIZE
                  " OMITIDOS " DELIMITED BY SIZE
                  WS-DLT-OMITIDOS DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           END-STRING.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           MOVE SPACES TO WS-LINEA-BITACORA.
           IF WS-DLT-MODO = "R"
               MOVE "REENVIO - MARCA SIN CAMBIO" TO WS-LINEA-BITACORA
           ELSE IF WS-DLT-LEIDOS = ZERO
               MOVE "SIN CAMBIOS - MARCA SIN CAMBIO"
                 TO WS-LINEA-BITACORA
           ELSE
               STRING "MARCA NUEVA " DELIMITED BY SIZE
                      WS-DLT-ULT-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DLT-ULT-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DLT-ULT-SEC DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
           END-IF.
           PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN.
           IF WS-DLT-RESTAURA > ZERO
               MOVE SPACES TO WS-LINEA-BITACORA
               STRING "RESTAURACIONES EN EL RANGO " DELIMITED BY SIZE
                      WS-DLT-RESTAURA DELIMITED BY SIZE
                      " - ENVIAR CONTACTOS.CSV COMPLETO"
                      DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               END-STRING
               PERFORM 1510-ESCRIBIR-BITACORA THRU 1510-FIN
           END-IF.
       3345-FIN. EXIT.
