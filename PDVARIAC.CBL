      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDVARIAC.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   REPORTE DE VARIACIONES ENTRE CICLOS                         *
      *                                                               *
      *   PDCONCIL PRUEBA QUE UNA CORRIDA CUADRA CONSIGO MISMA; ESTE  *
      *   PROGRAMA LA COMPARA CONTRA EL CICLO ANTERIOR. CASA SALIDA1  *
      *   (CICLO ACTUAL) CONTRA SALIDA1-GEN1 (CICLO ANTERIOR, ROTADA  *
      *   POR PDACTSAL) POR ID DE EMPLEADO Y LISTA:                   *
      *                                                               *
      *   - FALTANTES: EMPLEADOS DEL CICLO ANTERIOR QUE YA NO ESTAN   *
      *   - NUEVOS: EMPLEADOS QUE NO ESTABAN EN EL CICLO ANTERIOR     *
      *   - TRASLADOS: CAMBIO DE DEPARTAMENTO O DE CATEGORIA          *
      *   - DISMINUCIONES DE SALARIO                                  *
      *   - FUERA DE BANDA: AUMENTOS CUYO PORCENTAJE DIFIERE DEL DE   *
      *     LA BANDA DE TABPORC QUE CORRESPONDIA AL EMPLEADO (MISMA   *
      *     BUSQUEDA Y TIPOS DE REGLA QUE PDACTSAL) MAS ALLA DE LA    *
      *     TOLERANCIA EN PUNTOS DEL PRM. LA BASE ES EL SALARIO       *
      *     ANTERIOR DE LA AUDITORIA DEL JOB (O EL DE GEN1 SI NO HAY  *
      *     AUDITORIA); EL FACTOR DE PRORRATEO DE LA AUDITORIA SE     *
      *     APLICA A LO ESPERADO Y LOS TOPADOS ('C') Y REVERTIDOS     *
      *     ('R') NO SE EVALUAN                                       *
      *                                                               *
      *   TERMINA CON LOS TOTALES POR DEPARTAMENTO (CICLO ANTERIOR,   *
      *   CICLO ACTUAL Y VARIACION PORCENTUAL) EN SALIDA-VARIAC.TXT.  *
      *   SON EXCEPCIONES LOS FALTANTES, LAS DISMINUCIONES Y LOS      *
      *   FUERA DE BANDA; NUEVOS Y TRASLADOS SON INFORMATIVOS.        *
      *                                                               *
      *   PARAMETROS (PDVARIAC.PRM, OPCIONAL): MAXIMO DE EXCEPCIONES  *
      *   TOLERADAS (DEFECTO 0) Y TOLERANCIA EN PUNTOS PORCENTUALES   *
      *   CONTRA LA BANDA (DEFECTO 0.10). EL JOB-ID SALE DE           *
      *   PDACTSAL.PRM, IGUAL QUE EN PDCONCIL.                        *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = SIN EXCEPCIONES                                      *
      *     04 = EXCEPCIONES DENTRO DE LA TOLERANCIA, O SIN CICLO     *
      *          ANTERIOR CONTRA QUE COMPARAR (VER REPORTE)           *
      *     08 = EXCEPCIONES SOBRE LA TOLERANCIA: RETENER LA FIRMA    *
      *     12 = ERROR DE ARCHIVO (REQUIERE SOPORTE)                  *
      *****************************************************************

      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T  D I V I S I O N            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************************
      *           ARCHIVO DE SALIDA DE PDACTSAL (CICLO ACTUAL)        *
      *****************************************************************
           SELECT SALIDA1
           ASSIGN TO '../SALIDA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL1-ID-EMP-KEY
           FILE STATUS IS WFS-SALIDA1.

      *****************************************************************
      *   GENERACION 1 DE SALIDA1 (CICLO ANTERIOR, VER PDACTSAL 1095) *
      *****************************************************************
           SELECT SALIDA1-GEN1
           ASSIGN TO '../SALIDA1-GEN1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GEN1-ID-EMP-KEY
           FILE STATUS IS WFS-GEN1.

      *****************************************************************
      *   CATALOGO DE GENERACIONES (QUE JOB-ID PRODUJO CADA UNA)      *
      *****************************************************************
           SELECT SALIDA-GENCAT
           ASSIGN TO '../SALIDA1-GEN.CAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-GENCAT.

      *****************************************************************
      *                 TABLA DE PORCENTAJES (TABPORC)                *
      *****************************************************************
           SELECT TABPORC
           ASSIGN TO '../TABPORC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-TABPORC.

      *****************************************************************
      *          ARCHIVO DE AUDITORIA (HISTORICO DE AUMENTOS)         *
      *****************************************************************
           SELECT SALIDA-AUDIT
           ASSIGN TO '../SALIDA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDIT.

      *****************************************************************
      *         ARCHIVO DE PARAMETROS (JOB-ID DE LA CORRIDA)          *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *        TOLERANCIAS DEL REPORTE DE VARIACIONES (OPCIONAL)      *
      *****************************************************************
           SELECT PARVARIA
           ASSIGN TO '../PDVARIAC.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARVARIA.

      *****************************************************************
      *                 REPORTE DE VARIACIONES ENTRE CICLOS           *
      *****************************************************************
           SELECT SALIDA-VARIAC
           ASSIGN TO '../SALIDA-VARIAC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-VARIAC.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SALIDA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           05 SAL1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(52).

       FD  SALIDA1-GEN1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-GEN1.
       01  REG-GEN1.
           05 GEN1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(52).

       FD  SALIDA-GENCAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-GENCAT.
       01  REG-GENCAT                       PIC X(20).

       FD  TABPORC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABPORC.
       01  REG-TABPORC                      PIC X(40).

       FD  SALIDA-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDIT.
       01  REG-AUDIT                        PIC X(88).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

       FD  PARVARIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARVARIA.
       01  REG-PARVARIA                     PIC X(08).

       FD  SALIDA-VARIAC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-VARIAC.
       01  REG-VARIAC                       PIC X(120).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *              ESTRUCTURA SALIDA1 (CICLO ACTUAL)                *
      *****************************************************************
       01  WRE-REG-SAL1.
           05 SAL1-ID-EMP                   PIC X(05).
           05 SAL1-NOMBRE                   PIC X(20).
           05 SAL1-SALARIO                  PIC 9(09)V99.
           05 SAL1-ARREARS                  PIC 9(09)V99.
           05 SAL1-MESES-ATRASO             PIC 9(03).
           05 SAL1-DEPARTAMENTO             PIC X(04).
           05 SAL1-CATEGORIA                PIC X(02).
           05 SAL1-ESTADO                   PIC X(01).

      *****************************************************************
      *   ESTRUCTURA SALIDA1-GEN1 (CICLO ANTERIOR, MISMO TRAZADO)     *
      *****************************************************************
       01  WRE-REG-GEN1.
           05 GEN1-ID-EMP                   PIC X(05).
           05 GEN1-NOMBRE                   PIC X(20).
           05 GEN1-SALARIO                  PIC 9(09)V99.
           05 GEN1-ARREARS                  PIC 9(09)V99.
           05 GEN1-MESES-ATRASO             PIC 9(03).
           05 GEN1-DEPARTAMENTO             PIC X(04).
           05 GEN1-CATEGORIA                PIC X(02).
           05 GEN1-ESTADO                   PIC X(01).

      *****************************************************************
      *   CATALOGO DE GENERACIONES (MISMO TRAZADO QUE PDACTSAL)       *
      *****************************************************************
       01  WRE-REG-GENCAT.
           05 GC-GEN                        PIC X(02).
           05 FILLER                        PIC X(01).
           05 GC-JOB-ID                     PIC X(08).
           05 FILLER                        PIC X(01).
           05 GC-FECHA                      PIC 9(08).

       01  W-CATALOGO.
           05 WGC-JOB-ACTUAL                PIC X(08) VALUE SPACES.
           05 WGC-JOB-GEN1                  PIC X(08) VALUE SPACES.
           05 WGC-FECHA-GEN1                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *        TABLA DE PORCENTAJES (MISMO TRAZADO QUE PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-TABPORC.
           05 TP-CATEGORIA                  PIC X(02).
           05 TP-SALARIO-DESDE              PIC 9(09)V99.
           05 TP-SALARIO-HASTA              PIC 9(09)V99.
           05 TP-PORCENTAJE                 PIC 9(02)V99.
           05 TP-TIPO-REGLA                 PIC X(01).
           05 TP-MONTO                      PIC 9(09)V99.
           05 TP-MONTO-ALFA REDEFINES
              TP-MONTO                      PIC X(11).

       01  W-TABLA-PORCENTAJES.
           05 WT-TOTAL-TARIFAS              PIC 9(03) VALUE ZEROES.
           05 WS-TARIFA-ENCONTRADA          PIC X(01) VALUE 'N'.
           05 WT-TARIFA OCCURS 200 TIMES
                        INDEXED BY WT-IDX.
              10 WT-CATEGORIA                PIC X(02).
              10 WT-SALARIO-DESDE            PIC 9(09)V99.
              10 WT-SALARIO-HASTA            PIC 9(09)V99.
              10 WT-PORCENTAJE               PIC 9(02)V99.
              10 WT-TIPO-REGLA               PIC X(01).
              10 WT-MONTO                    PIC 9(09)V99.

      *****************************************************************
      *   PORCENTAJE POR DEFECTO SIN BANDA (MISMO VALOR QUE PDACTSAL) *
      *****************************************************************
       01  W-CONSTANTES.
           05 PORCENTAJE                    PIC 9(02) VALUE 05.

      *****************************************************************
      *                  ESTRUCTURA SALIDA-AUDIT                      *
      *****************************************************************
       01  WRE-REG-AUDIT.
           05 AUD-ID-EMP                    PIC X(05).
           05 AUD-NOMBRE                    PIC X(20).
           05 AUD-SALARIO-ANTERIOR          PIC 9(09)V99.
           05 AUD-SALARIO-NUEVO             PIC 9(09)V99.
           05 AUD-PORCENTAJE                PIC 9(02)V99.
           05 AUD-FECHA-EJECUCION           PIC 9(08).
           05 AUD-JOB-ID                    PIC X(08).
           05 AUD-TOPE-MARCA                PIC X(01).
      *    FACTOR DE PRORRATEO (1.0000 = SIN PRORRATEO); LAS
      *    AUDITORIAS ANTERIORES (68 BYTES) LO TRAEN EN BLANCO.
           05 AUD-FACTOR-PRORRATEO          PIC 9(01)V9(04).
           05 AUD-FACTOR-ALFA REDEFINES
              AUD-FACTOR-PRORRATEO          PIC X(05).
           05 AUD-SECUENCIA                 PIC 9(06).
           05 AUD-CADENA                    PIC 9(09).

      *****************************************************************
      *   TABLA DE ENTRADAS DE AUDITORIA DEL JOB-ID (MISMO TECHO QUE  *
      *   PDCONCIL). UNA ENTRADA POSTERIOR DEL MISMO EMPLEADO (P.EJ.  *
      *   LA REVERSION 'R' DE UNA CORRECCION) REEMPLAZA A LA ANTERIOR *
      *****************************************************************
       01  W-TABLA-AUDITORIA.
           05 WT-TOTAL-AUDIT                PIC 9(05) VALUE ZEROES.
           05 WS-AUDIT-ENCONTRADA           PIC X(01) VALUE 'N'.
           05 WT-AUDIT-ENT OCCURS 10000 TIMES
                           INDEXED BY WA-IDX.
              10 WT-ID-EMP                   PIC X(05).
              10 WT-SALARIO-ANTERIOR         PIC 9(09)V99.
              10 WT-TOPE-MARCA               PIC X(01).
              10 WT-FACTOR                   PIC 9(01)V9(04).

      *****************************************************************
      *                   ESTRUCTURA PARAMPAG                         *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

      *****************************************************************
      *   TOLERANCIAS (PDVARIAC.PRM): MAXIMO DE EXCEPCIONES QUE NO    *
      *   RETIENEN LA FIRMA Y PUNTOS PORCENTUALES DE DIFERENCIA       *
      *   ACEPTADOS CONTRA LA BANDA                                   *
      *****************************************************************
       01  WRE-REG-PARVARIA.
           05 VAP-MAX-EXCEPCIONES           PIC 9(05).
           05 VAP-MAX-EXCEP-ALFA REDEFINES
              VAP-MAX-EXCEPCIONES           PIC X(05).
           05 VAP-TOL-PUNTOS                PIC 9(01)V99.
           05 VAP-TOL-PUNTOS-ALFA REDEFINES
              VAP-TOL-PUNTOS                PIC X(03).

       01  W-TOLERANCIAS.
           05 WTL-MAX-EXCEPCIONES           PIC 9(05) VALUE ZEROES.
           05 WTL-TOL-PUNTOS                PIC 9(01)V99 VALUE 0.10.

      *****************************************************************
      *   TOTALES POR DEPARTAMENTO: EL CICLO ANTERIOR SE ACUMULA POR  *
      *   EL DEPARTAMENTO DE GEN1 Y EL ACTUAL POR EL DE SALIDA1       *
      *****************************************************************
       01  W-TABLA-DEPTOS.
           05 WD-TOTAL-DEPTOS               PIC 9(03) VALUE ZEROES.
           05 WD-DEPTO OCCURS 500 TIMES
                       INDEXED BY WD-IDX.
              10 WD-DEPARTAMENTO             PIC X(04).
              10 WD-EMPLEADOS-ANT            PIC 9(06).
              10 WD-SUMA-ANT                 PIC 9(11)V99.
              10 WD-EMPLEADOS-ACT            PIC 9(06).
              10 WD-SUMA-ACT                 PIC 9(11)V99.
           05 WD-DEPTO-BUSCADO              PIC X(04) VALUE SPACES.

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-GEN1                      PIC X(02) VALUE SPACES.
           05 WFS-GENCAT                    PIC X(02) VALUE SPACES.
           05 WFS-TABPORC                   PIC X(02) VALUE SPACES.
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-PARVARIA                  PIC X(02) VALUE SPACES.
           05 WFS-VARIAC                    PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-SALIDA1                PIC X(01) VALUE 'N'.
           05 WS-FIN-GEN1                   PIC X(01) VALUE 'N'.
           05 WS-SIN-GEN1                   PIC X(01) VALUE 'N'.

      *****************************************************************
      *   LLAVES DEL CASAMIENTO (HIGH-VALUES AL TERMINAR UN ARCHIVO)  *
      *   Y CALCULO DEL PORCENTAJE REAL CONTRA EL ESPERADO            *
      *****************************************************************
       01  W-CASAMIENTO.
           05 WK-LLAVE-SAL1                 PIC X(05) VALUE SPACES.
           05 WK-LLAVE-GEN1                 PIC X(05) VALUE SPACES.
           05 WK-BASE                       PIC 9(09)V99 VALUE ZEROES.
           05 WK-FACTOR                     PIC 9(01)V9(04) VALUE 1.
           05 WK-PORCENTAJE-BANDA           PIC 9(02)V99 VALUE ZEROES.
           05 WK-TIPO-REGLA                 PIC X(01) VALUE SPACES.
           05 WK-MONTO-BANDA                PIC 9(09)V99 VALUE ZEROES.
           05 WK-AUMENTO-ESPERADO           PIC 9(09)V99 VALUE ZEROES.
           05 WK-PORC-ESPERADO              PIC S9(07)V99 VALUE ZEROES.
           05 WK-PORC-REAL                  PIC S9(07)V99 VALUE ZEROES.
           05 WK-PORC-DIFERENCIA            PIC S9(07)V99 VALUE ZEROES.
           05 WK-PORC-DEPTO                 PIC S9(07)V99 VALUE ZEROES.
           05 WK-TIPO-VARIACION             PIC X(16) VALUE SPACES.
           05 WK-DETALLE                    PIC X(40) VALUE SPACES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-SALIDA1              PIC 9(06) VALUE ZEROES.
           05 WA-LEIDO-GEN1                 PIC 9(06) VALUE ZEROES.
           05 WA-CASADOS                    PIC 9(06) VALUE ZEROES.
           05 WA-FALTANTES                  PIC 9(06) VALUE ZEROES.
           05 WA-NUEVOS                     PIC 9(06) VALUE ZEROES.
           05 WA-TRASLADOS                  PIC 9(06) VALUE ZEROES.
           05 WA-DISMINUCIONES              PIC 9(06) VALUE ZEROES.
           05 WA-FUERA-BANDA                PIC 9(06) VALUE ZEROES.
           05 WA-TOPADOS                    PIC 9(06) VALUE ZEROES.
           05 WA-SIN-AUMENTO                PIC 9(06) VALUE ZEROES.
           05 WA-EXCEPCIONES                PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-ANT                   PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-ACT                   PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-VARIAC                   PIC X(120) VALUE SPACES.

       01  W-VARIAC-EDITADO.
           05 WVE-CONTEO                    PIC ZZZ,ZZ9.
           05 WVE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WVE-MONTO                     PIC ZZZ,ZZZ,ZZ9.99.
           05 WVE-MONTO-B                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WVE-SUMA                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WVE-SUMA-B                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WVE-PORC                      PIC -Z,ZZZ,ZZ9.99.
           05 WVE-PORC-B                    PIC -Z,ZZZ,ZZ9.99.
           05 WVE-TOL                       PIC 9.99.

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
                   UNTIL WS-FIN-SALIDA1 EQUAL 'S' AND
                         WS-FIN-GEN1 EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1165-CARGAR-TOLERANCIAS
           PERFORM 1130-CARGAR-GENCAT
           PERFORM 1150-CARGAR-TABLA-PORCENTAJES
           PERFORM 1170-CARGAR-AUDITORIA
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-SALIDA1
           PERFORM 1210-LEER-GEN1.

      *****************************************************************
      *        CARGAR EL JOB-ID DE LA CORRIDA (IGUAL QUE PDCONCIL)    *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
           OPEN INPUT PARAMPAG
           IF WFS-PARAMPAG EQUAL '00'
              READ PARAMPAG INTO WRE-REG-PARAMPAG
              IF WFS-PARAMPAG EQUAL '00'
                 MOVE PRM-JOB-ID TO WS-JOB-ID
              END-IF
              CLOSE PARAMPAG
           END-IF

           IF WS-JOB-ID EQUAL SPACES
              MOVE 'PDACTSAL' TO WS-JOB-ID
           END-IF
           DISPLAY 'VARIACIONES DEL JOB-ID: ' WS-JOB-ID.

      *****************************************************************
      *   CARGAR LAS TOLERANCIAS DE PDVARIAC.PRM. SIN ARCHIVO, O CON  *
      *   UN CAMPO EN BLANCO O NO NUMERICO, RIGE EL DEFECTO           *
      *****************************************************************
       1165-CARGAR-TOLERANCIAS.
           OPEN INPUT PARVARIA
           IF WFS-PARVARIA EQUAL '00'
              READ PARVARIA INTO WRE-REG-PARVARIA
              IF WFS-PARVARIA EQUAL '00'
                 IF VAP-MAX-EXCEP-ALFA NUMERIC
                    MOVE VAP-MAX-EXCEPCIONES TO WTL-MAX-EXCEPCIONES
                 END-IF
                 IF VAP-TOL-PUNTOS-ALFA NUMERIC
                    MOVE VAP-TOL-PUNTOS      TO WTL-TOL-PUNTOS
                 END-IF
              END-IF
              CLOSE PARVARIA
           END-IF
           DISPLAY 'EXCEPCIONES TOLERADAS: ' WTL-MAX-EXCEPCIONES
                   ' TOLERANCIA CONTRA BANDA (PUNTOS): '
                   WTL-TOL-PUNTOS.

      *****************************************************************
      *   CATALOGO DE GENERACIONES: JOB-ID DEL SALIDA1 ACTUAL (AC) Y  *
      *   DE LA GENERACION 1 (G1), SOLO PARA EL ENCABEZADO            *
      *****************************************************************
       1130-CARGAR-GENCAT.
           OPEN INPUT SALIDA-GENCAT
           IF WFS-GENCAT EQUAL '00'
              PERFORM UNTIL WFS-GENCAT NOT EQUAL '00'
                 READ SALIDA-GENCAT INTO WRE-REG-GENCAT
                 IF WFS-GENCAT EQUAL '00'
                    IF GC-GEN EQUAL 'AC'
                       MOVE GC-JOB-ID TO WGC-JOB-ACTUAL
                    END-IF
                    IF GC-GEN EQUAL 'G1'
                       MOVE GC-JOB-ID TO WGC-JOB-GEN1
                       MOVE GC-FECHA  TO WGC-FECHA-GEN1
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SALIDA-GENCAT
           END-IF.

      *****************************************************************
      *   CARGAR TABLA DE PORCENTAJES (MISMA CARGA QUE PDACTSAL: TIPO *
      *   EN BLANCO = 'P', MONTO NO NUMERICO = CERO)                  *
      *****************************************************************
       1150-CARGAR-TABLA-PORCENTAJES.
           OPEN INPUT TABPORC

           IF WFS-TABPORC EQUAL '00'
              PERFORM UNTIL WFS-TABPORC NOT EQUAL '00'
                 READ TABPORC INTO WRE-REG-TABPORC
                 IF WFS-TABPORC EQUAL '00'
                    IF WT-TOTAL-TARIFAS EQUAL 200
                       DISPLAY 'TABPORC EXCEDE 200 BANDAS'
                       CLOSE TABPORC
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                    ADD 1 TO WT-TOTAL-TARIFAS
                    SET WT-IDX TO WT-TOTAL-TARIFAS
                    MOVE TP-CATEGORIA       TO WT-CATEGORIA(WT-IDX)
                    MOVE TP-SALARIO-DESDE   TO WT-SALARIO-DESDE(WT-IDX)
                    MOVE TP-SALARIO-HASTA   TO WT-SALARIO-HASTA(WT-IDX)
                    MOVE TP-PORCENTAJE      TO WT-PORCENTAJE(WT-IDX)
                    IF TP-TIPO-REGLA EQUAL SPACES
                       MOVE 'P'             TO WT-TIPO-REGLA(WT-IDX)
                    ELSE
                       MOVE TP-TIPO-REGLA   TO WT-TIPO-REGLA(WT-IDX)
                    END-IF
                    IF TP-MONTO-ALFA NUMERIC
                       MOVE TP-MONTO        TO WT-MONTO(WT-IDX)
                    ELSE
                       MOVE ZEROES          TO WT-MONTO(WT-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TABPORC
              DISPLAY 'TABLA DE PORCENTAJES CARGADA: ' WT-TOTAL-TARIFAS
           ELSE
              DISPLAY 'NO SE ENCONTRO TABPORC, SE USARA PORCENTAJE '
                      'POR DEFECTO ' PORCENTAJE
           END-IF.

      *****************************************************************
      *   CARGAR EN TABLA LAS ENTRADAS DE AUDITORIA DEL JOB-ID (SIN   *
      *   CIERRES 'F' NI FINIQUITOS 'Q', QUE NO TIENEN SALIDA1). SIN  *
      *   AUDITORIA LA BASE DE CADA EMPLEADO ES SU SALARIO EN GEN1    *
      *****************************************************************
       1170-CARGAR-AUDITORIA.
           OPEN INPUT SALIDA-AUDIT
           IF WFS-AUDIT EQUAL '00'
              PERFORM UNTIL WFS-AUDIT NOT EQUAL '00'
                 READ SALIDA-AUDIT INTO WRE-REG-AUDIT
                 IF WFS-AUDIT EQUAL '00'
                    IF AUD-JOB-ID EQUAL WS-JOB-ID AND
                       AUD-TOPE-MARCA NOT EQUAL 'F' AND
                       AUD-TOPE-MARCA NOT EQUAL 'Q'
                       PERFORM 1175-ANOTAR-AUDITORIA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SALIDA-AUDIT
              DISPLAY 'ENTRADAS DE AUDITORIA DEL JOB: ' WT-TOTAL-AUDIT
           ELSE
              DISPLAY 'NO SE ENCONTRO SALIDA-AUDITORIA, LA BASE SERA '
                      'EL SALARIO DE GEN1'
           END-IF.

      *****************************************************************
      *   ANOTAR UNA ENTRADA DE AUDITORIA (ALTA O REEMPLAZO POR ID)   *
      *****************************************************************
       1175-ANOTAR-AUDITORIA.
           MOVE AUD-ID-EMP TO WK-LLAVE-SAL1
           PERFORM 2190-BUSCAR-AUDITORIA
           IF WS-AUDIT-ENCONTRADA EQUAL 'N'
              IF WT-TOTAL-AUDIT EQUAL 10000
                 DISPLAY 'AUDITORIA DEL JOB EXCEDE 10000 ENTRADAS'
                 CLOSE SALIDA-AUDIT
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WT-TOTAL-AUDIT
              SET WA-IDX TO WT-TOTAL-AUDIT
              MOVE AUD-ID-EMP TO WT-ID-EMP(WA-IDX)
           END-IF
           MOVE AUD-SALARIO-ANTERIOR TO WT-SALARIO-ANTERIOR(WA-IDX)
           MOVE AUD-TOPE-MARCA       TO WT-TOPE-MARCA(WA-IDX)
           IF AUD-FACTOR-ALFA NUMERIC AND
              AUD-FACTOR-PRORRATEO GREATER THAN ZEROES
              MOVE AUD-FACTOR-PRORRATEO TO WT-FACTOR(WA-IDX)
           ELSE
              MOVE 1                    TO WT-FACTOR(WA-IDX)
           END-IF.

      *****************************************************************
      *   ABRIR ARCHIVOS. SIN GEN1 (PRIMER CICLO O GENERACIONES       *
      *   DESACTIVADAS) TODO SALIDA1 SALE COMO NUEVO Y LA CORRIDA     *
      *   TERMINA CON 04                                              *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT SALIDA1
           OPEN INPUT SALIDA1-GEN1
           IF WFS-GEN1 EQUAL '35'
              MOVE 'S'  TO WS-SIN-GEN1
              MOVE 'S'  TO WS-FIN-GEN1
              MOVE HIGH-VALUES TO WK-LLAVE-GEN1
              MOVE '00' TO WFS-GEN1
           END-IF
           OPEN OUTPUT SALIDA-VARIAC

           IF WFS-SALIDA1 EQUAL '00' AND
              WFS-GEN1 EQUAL '00' AND
              WFS-VARIAC EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA1-GEN1' WFS-GEN1
              DISPLAY 'ERROR EN ARCHIVO SALIDA-VARIAC' WFS-VARIAC
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'VARIACIONES ENTRE CICLOS - PDVARIAC  JOB: '
                  DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  FECHA: ' DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE SPACES TO W-LINEA-VARIAC
           IF WS-SIN-GEN1 EQUAL 'S'
              STRING 'SIN GENERACION ANTERIOR (SALIDA1-GEN1): NO HAY '
                     'CICLO CONTRA QUE COMPARAR' DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
           ELSE
              STRING 'SALIDA1 ACTUAL DEL JOB ' DELIMITED BY SIZE
                     WGC-JOB-ACTUAL DELIMITED BY SIZE
                     '  CICLO ANTERIOR (GEN1) DEL JOB '
                     DELIMITED BY SIZE
                     WGC-JOB-GEN1 DELIMITED BY SIZE
                     ' DEL ' DELIMITED BY SIZE
                     WGC-FECHA-GEN1 DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
           END-IF
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'ID    NOMBRE               VARIACION       '
                  DELIMITED BY SIZE
                  ' CICLO ANTERIOR   CICLO ACTUAL DETALLE'
                  DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC.

      *****************************************************************
      *         LEER EL SIGUIENTE REGISTRO DE SALIDA1 (POR LLAVE)     *
      *****************************************************************
       1200-LEER-SALIDA1.
           READ SALIDA1 NEXT INTO WRE-REG-SAL1
           IF WFS-SALIDA1 EQUAL '00'
              ADD 1 TO WA-LEIDO-SALIDA1
              MOVE SAL1-ID-EMP TO WK-LLAVE-SAL1
           ELSE
              IF WFS-SALIDA1 EQUAL '10'
                 MOVE 'S' TO WS-FIN-SALIDA1
                 MOVE HIGH-VALUES TO WK-LLAVE-SAL1
                 DISPLAY 'FIN DE LECTURA SALIDA1'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *       LEER EL SIGUIENTE REGISTRO DE SALIDA1-GEN1 (POR LLAVE)  *
      *****************************************************************
       1210-LEER-GEN1.
           IF WS-SIN-GEN1 EQUAL 'N'
              READ SALIDA1-GEN1 NEXT INTO WRE-REG-GEN1
              IF WFS-GEN1 EQUAL '00'
                 ADD 1 TO WA-LEIDO-GEN1
                 MOVE GEN1-ID-EMP TO WK-LLAVE-GEN1
              ELSE
                 IF WFS-GEN1 EQUAL '10'
                    MOVE 'S' TO WS-FIN-GEN1
                    MOVE HIGH-VALUES TO WK-LLAVE-GEN1
                    DISPLAY 'FIN DE LECTURA SALIDA1-GEN1'
                 ELSE
                    DISPLAY 'HUBO UN ERROR AL LEER SALIDA1-GEN1'
                             WFS-GEN1
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   PROCESO: CASAMIENTO POR LLAVE DE LOS DOS ARCHIVOS (AMBOS    *
      *   INDEXADOS, LEIDOS EN ORDEN DE ID)                           *
      *****************************************************************
       2000-PROCESO.
           IF WK-LLAVE-SAL1 EQUAL WK-LLAVE-GEN1
              PERFORM 2100-COMPARAR-EMPLEADO
              PERFORM 1200-LEER-SALIDA1
              PERFORM 1210-LEER-GEN1
           ELSE
              IF WK-LLAVE-GEN1 LESS THAN WK-LLAVE-SAL1
                 PERFORM 2110-EMPLEADO-FALTANTE
                 PERFORM 1210-LEER-GEN1
              ELSE
                 PERFORM 2120-EMPLEADO-NUEVO
                 PERFORM 1200-LEER-SALIDA1
              END-IF
           END-IF.

      *****************************************************************
      *   EMPLEADO EN AMBOS CICLOS: TRASLADOS, DISMINUCION Y BANDA    *
      *****************************************************************
       2100-COMPARAR-EMPLEADO.
           ADD 1 TO WA-CASADOS
           PERFORM 2300-ACUMULAR-ANTERIOR
           PERFORM 2310-ACUMULAR-ACTUAL

           IF GEN1-DEPARTAMENTO NOT EQUAL SAL1-DEPARTAMENTO OR
              GEN1-CATEGORIA NOT EQUAL SAL1-CATEGORIA
              ADD 1 TO WA-TRASLADOS
              MOVE 'TRASLADO'   TO WK-TIPO-VARIACION
              MOVE SPACES       TO WK-DETALLE
              STRING 'DEPTO ' DELIMITED BY SIZE
                     GEN1-DEPARTAMENTO DELIMITED BY SIZE
                     '->' DELIMITED BY SIZE
                     SAL1-DEPARTAMENTO DELIMITED BY SIZE
                     '  CATEG ' DELIMITED BY SIZE
                     GEN1-CATEGORIA DELIMITED BY SIZE
                     '->' DELIMITED BY SIZE
                     SAL1-CATEGORIA DELIMITED BY SIZE
                     INTO WK-DETALLE
              PERFORM 2200-GRABAR-LINEA-DETALLE
           END-IF

           IF SAL1-SALARIO LESS THAN GEN1-SALARIO
              ADD 1 TO WA-DISMINUCIONES
              ADD 1 TO WA-EXCEPCIONES
              COMPUTE WK-PORC-REAL ROUNDED =
                      (SAL1-SALARIO - GEN1-SALARIO) * 100 /
                      GEN1-SALARIO
              MOVE WK-PORC-REAL TO WVE-PORC
              MOVE 'DISMINUCION'  TO WK-TIPO-VARIACION
              MOVE SPACES         TO WK-DETALLE
              STRING 'VARIACION ' DELIMITED BY SIZE
                     WVE-PORC DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                     INTO WK-DETALLE
              PERFORM 2200-GRABAR-LINEA-DETALLE
           ELSE
              PERFORM 2150-VERIFICAR-BANDA
           END-IF.

      *****************************************************************
      *   VERIFICAR EL PORCENTAJE CONTRA LA BANDA DE TABPORC. LA BASE *
      *   ES EL SALARIO ANTERIOR DE LA AUDITORIA DEL JOB (EL QUE      *
      *   PDACTSAL AUMENTO) O, SIN AUDITORIA, EL SALARIO DE GEN1.     *
      *   UN EMPLEADO SIN AUMENTO NI AUDITORIA EN EL JOB (ARRASTRE DE *
      *   UN CICLO DELTA) SOLO SE CUENTA                              *
      *****************************************************************
       2150-VERIFICAR-BANDA.
           MOVE SAL1-ID-EMP TO WK-LLAVE-SAL1
           PERFORM 2190-BUSCAR-AUDITORIA
           IF WS-AUDIT-ENCONTRADA EQUAL 'S'
              MOVE WT-SALARIO-ANTERIOR(WA-IDX) TO WK-BASE
              MOVE WT-FACTOR(WA-IDX)           TO WK-FACTOR
           ELSE
              MOVE GEN1-SALARIO                TO WK-BASE
              MOVE 1                           TO WK-FACTOR
           END-IF

           IF WS-AUDIT-ENCONTRADA EQUAL 'S' AND
              (WT-TOPE-MARCA(WA-IDX) EQUAL 'C' OR
               WT-TOPE-MARCA(WA-IDX) EQUAL 'R')
              ADD 1 TO WA-TOPADOS
           ELSE
              IF SAL1-SALARIO EQUAL GEN1-SALARIO AND
                 WS-AUDIT-ENCONTRADA EQUAL 'N'
                 ADD 1 TO WA-SIN-AUMENTO
              ELSE
                 IF WK-BASE GREATER THAN ZEROES
                    PERFORM 2160-CALCULAR-ESPERADO
                    COMPUTE WK-PORC-REAL ROUNDED =
                            (SAL1-SALARIO - WK-BASE) * 100 / WK-BASE
                    COMPUTE WK-PORC-DIFERENCIA =
                            WK-PORC-REAL - WK-PORC-ESPERADO
                    IF WK-PORC-DIFERENCIA LESS THAN ZEROES
                       COMPUTE WK-PORC-DIFERENCIA =
                               WK-PORC-DIFERENCIA * -1
                    END-IF
                    IF WK-PORC-DIFERENCIA GREATER THAN WTL-TOL-PUNTOS
                       ADD 1 TO WA-FUERA-BANDA
                       ADD 1 TO WA-EXCEPCIONES
                       MOVE WK-PORC-REAL     TO WVE-PORC
                       MOVE WK-PORC-ESPERADO TO WVE-PORC-B
                       MOVE 'FUERA DE BANDA' TO WK-TIPO-VARIACION
                       MOVE SPACES           TO WK-DETALLE
                       STRING 'REAL' DELIMITED BY SIZE
                              WVE-PORC DELIMITED BY SIZE
                              '% BANDA' DELIMITED BY SIZE
                              WVE-PORC-B DELIMITED BY SIZE
                              '%' DELIMITED BY SIZE
                              INTO WK-DETALLE
                       PERFORM 2200-GRABAR-LINEA-DETALLE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   PORCENTAJE ESPERADO: BANDA DE LA CATEGORIA ACTUAL (O 'GN'/  *
      *   EN BLANCO) QUE CONTIENE LA BASE, CON LOS TIPOS DE REGLA DE  *
      *   2155 DE PDACTSAL Y EL FACTOR DE PRORRATEO DE LA AUDITORIA   *
      *****************************************************************
       2160-CALCULAR-ESPERADO.
           MOVE PORCENTAJE TO WK-PORCENTAJE-BANDA
           MOVE 'P'        TO WK-TIPO-REGLA
           MOVE ZEROES     TO WK-MONTO-BANDA
           MOVE 'N'        TO WS-TARIFA-ENCONTRADA

           IF WT-TOTAL-TARIFAS GREATER THAN ZEROES AND
              SAL1-CATEGORIA NOT EQUAL SPACES
              SET WT-IDX TO 1
              SEARCH WT-TARIFA
                 AT END
                    CONTINUE
                 WHEN WT-CATEGORIA(WT-IDX) EQUAL SAL1-CATEGORIA
                  AND WK-BASE GREATER OR EQUAL
                      WT-SALARIO-DESDE(WT-IDX)
                  AND WK-BASE LESS OR EQUAL
                      WT-SALARIO-HASTA(WT-IDX)
                    MOVE WT-PORCENTAJE(WT-IDX) TO WK-PORCENTAJE-BANDA
                    MOVE WT-TIPO-REGLA(WT-IDX) TO WK-TIPO-REGLA
                    MOVE WT-MONTO(WT-IDX)      TO WK-MONTO-BANDA
                    MOVE 'S'                   TO WS-TARIFA-ENCONTRADA
              END-SEARCH
           END-IF

           IF WS-TARIFA-ENCONTRADA EQUAL 'N' AND
              WT-TOTAL-TARIFAS GREATER THAN ZEROES
              SET WT-IDX TO 1
              SEARCH WT-TARIFA
                 AT END
                    CONTINUE
                 WHEN (WT-CATEGORIA(WT-IDX) EQUAL SPACES
                    OR WT-CATEGORIA(WT-IDX) EQUAL 'GN')
                  AND WK-BASE GREATER OR EQUAL
                      WT-SALARIO-DESDE(WT-IDX)
                  AND WK-BASE LESS OR EQUAL
                      WT-SALARIO-HASTA(WT-IDX)
                    MOVE WT-PORCENTAJE(WT-IDX) TO WK-PORCENTAJE-BANDA
                    MOVE WT-TIPO-REGLA(WT-IDX) TO WK-TIPO-REGLA
                    MOVE WT-MONTO(WT-IDX)      TO WK-MONTO-BANDA
              END-SEARCH
           END-IF

           IF WK-TIPO-REGLA EQUAL 'F'
              MOVE WK-MONTO-BANDA TO WK-AUMENTO-ESPERADO
           ELSE
              COMPUTE WK-AUMENTO-ESPERADO ROUNDED =
                      WK-BASE * WK-PORCENTAJE-BANDA / 100
              IF WK-TIPO-REGLA EQUAL 'M' AND
                 WK-AUMENTO-ESPERADO LESS THAN WK-MONTO-BANDA
                 MOVE WK-MONTO-BANDA TO WK-AUMENTO-ESPERADO
              END-IF
           END-IF
           COMPUTE WK-PORC-ESPERADO ROUNDED =
                   WK-AUMENTO-ESPERADO * WK-FACTOR * 100 / WK-BASE.

      *****************************************************************
      *   BUSCAR UN ID (WK-LLAVE-SAL1) EN LA TABLA DE AUDITORIA       *
      *****************************************************************
       2190-BUSCAR-AUDITORIA.
           MOVE 'N' TO WS-AUDIT-ENCONTRADA
           IF WT-TOTAL-AUDIT GREATER THAN ZEROES
              SET WA-IDX TO 1
              SEARCH WT-AUDIT-ENT
                 AT END
                    CONTINUE
                 WHEN WA-IDX GREATER THAN WT-TOTAL-AUDIT
                    CONTINUE
                 WHEN WT-ID-EMP(WA-IDX) EQUAL WK-LLAVE-SAL1
                    MOVE 'S' TO WS-AUDIT-ENCONTRADA
              END-SEARCH
           END-IF.

      *****************************************************************
      *   EMPLEADO DEL CICLO ANTERIOR QUE YA NO ESTA EN SALIDA1       *
      *****************************************************************
       2110-EMPLEADO-FALTANTE.
           ADD 1 TO WA-FALTANTES
           ADD 1 TO WA-EXCEPCIONES
           PERFORM 2300-ACUMULAR-ANTERIOR
           MOVE 'FALTANTE'    TO WK-TIPO-VARIACION
           MOVE SPACES        TO WK-DETALLE
           STRING 'DEPTO ' DELIMITED BY SIZE
                  GEN1-DEPARTAMENTO DELIMITED BY SIZE
                  '  CATEG ' DELIMITED BY SIZE
                  GEN1-CATEGORIA DELIMITED BY SIZE
                  INTO WK-DETALLE
           MOVE GEN1-SALARIO  TO WVE-MONTO
           MOVE ZEROES        TO WVE-MONTO-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING GEN1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WK-TIPO-VARIACION DELIMITED BY SIZE
                  WVE-MONTO DELIMITED BY SIZE
                  '                ' DELIMITED BY SIZE
                  WK-DETALLE DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC.

      *****************************************************************
      *     EMPLEADO DE SALIDA1 QUE NO ESTABA EN EL CICLO ANTERIOR    *
      *****************************************************************
       2120-EMPLEADO-NUEVO.
           ADD 1 TO WA-NUEVOS
           PERFORM 2310-ACUMULAR-ACTUAL
           MOVE 'NUEVO'       TO WK-TIPO-VARIACION
           MOVE SPACES        TO WK-DETALLE
           STRING 'DEPTO ' DELIMITED BY SIZE
                  SAL1-DEPARTAMENTO DELIMITED BY SIZE
                  '  CATEG ' DELIMITED BY SIZE
                  SAL1-CATEGORIA DELIMITED BY SIZE
                  INTO WK-DETALLE
           PERFORM 2200-GRABAR-LINEA-DETALLE.

      *****************************************************************
      *   GRABAR UNA LINEA DE DETALLE DE UN EMPLEADO DE SALIDA1       *
      *****************************************************************
       2200-GRABAR-LINEA-DETALLE.
           MOVE GEN1-SALARIO TO WVE-MONTO
           MOVE SAL1-SALARIO TO WVE-MONTO-B
           MOVE SPACES TO W-LINEA-VARIAC
           IF WK-TIPO-VARIACION EQUAL 'NUEVO'
              STRING SAL1-ID-EMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SAL1-NOMBRE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WK-TIPO-VARIACION DELIMITED BY SIZE
                     '               ' DELIMITED BY SIZE
                     WVE-MONTO-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WK-DETALLE DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
           ELSE
              STRING SAL1-ID-EMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SAL1-NOMBRE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WK-TIPO-VARIACION DELIMITED BY SIZE
                     WVE-MONTO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WVE-MONTO-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WK-DETALLE DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
           END-IF
           PERFORM 3215-GRABAR-LINEA-VARIAC.

      *****************************************************************
      *   ACUMULAR EL CICLO ANTERIOR EN EL DEPARTAMENTO DE GEN1       *
      *****************************************************************
       2300-ACUMULAR-ANTERIOR.
           ADD GEN1-SALARIO TO WA-SUMA-ANT
           MOVE GEN1-DEPARTAMENTO TO WD-DEPTO-BUSCADO
           PERFORM 2320-BUSCAR-DEPTO
           ADD 1            TO WD-EMPLEADOS-ANT(WD-IDX)
           ADD GEN1-SALARIO TO WD-SUMA-ANT(WD-IDX).

      *****************************************************************
      *   ACUMULAR EL CICLO ACTUAL EN EL DEPARTAMENTO DE SALIDA1      *
      *****************************************************************
       2310-ACUMULAR-ACTUAL.
           ADD SAL1-SALARIO TO WA-SUMA-ACT
           MOVE SAL1-DEPARTAMENTO TO WD-DEPTO-BUSCADO
           PERFORM 2320-BUSCAR-DEPTO
           ADD 1            TO WD-EMPLEADOS-ACT(WD-IDX)
           ADD SAL1-SALARIO TO WD-SUMA-ACT(WD-IDX).

      *****************************************************************
      *   BUSCAR UN DEPARTAMENTO EN LA TABLA (ALTA SI NO EXISTE); AL  *
      *   SALIR WD-IDX APUNTA A SU ENTRADA                            *
      *****************************************************************
       2320-BUSCAR-DEPTO.
           SET WD-IDX TO 1
           SEARCH WD-DEPTO
              AT END
                 CONTINUE
              WHEN WD-IDX GREATER THAN WD-TOTAL-DEPTOS
                 CONTINUE
              WHEN WD-DEPARTAMENTO(WD-IDX) EQUAL WD-DEPTO-BUSCADO
                 CONTINUE
           END-SEARCH

           IF WD-IDX GREATER THAN WD-TOTAL-DEPTOS
              IF WD-TOTAL-DEPTOS EQUAL 500
                 DISPLAY 'TABLA DE DEPARTAMENTOS EXCEDE 500'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WD-TOTAL-DEPTOS
              SET WD-IDX TO WD-TOTAL-DEPTOS
              MOVE WD-DEPTO-BUSCADO TO WD-DEPARTAMENTO(WD-IDX)
              MOVE ZEROES TO WD-EMPLEADOS-ANT(WD-IDX)
              MOVE ZEROES TO WD-SUMA-ANT(WD-IDX)
              MOVE ZEROES TO WD-EMPLEADOS-ACT(WD-IDX)
              MOVE ZEROES TO WD-SUMA-ACT(WD-IDX)
           END-IF.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           IF WA-EXCEPCIONES GREATER THAN WTL-MAX-EXCEPCIONES
              MOVE 08 TO W-COD-RETORNO
           ELSE
              IF WA-EXCEPCIONES GREATER THAN ZEROES OR
                 WS-SIN-GEN1 EQUAL 'S'
                 MOVE 04 TO W-COD-RETORNO
              ELSE
                 MOVE 00 TO W-COD-RETORNO
              END-IF
           END-IF

           PERFORM 3220-ESCRIBIR-DEPTOS
           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   TOTALES POR DEPARTAMENTO: CICLO ANTERIOR, CICLO ACTUAL Y    *
      *   VARIACION PORCENTUAL (UN DEPARTAMENTO SIN CICLO ANTERIOR    *
      *   SALE COMO NUEVO)                                            *
      *****************************************************************
       3220-ESCRIBIR-DEPTOS.
           MOVE SPACES TO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'DEPT  EMPL.ANT     CICLO ANTERIOR  EMPL.ACT'
                  DELIMITED BY SIZE
                  '       CICLO ACTUAL     VARIACION %'
                  DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           PERFORM VARYING WD-IDX FROM 1 BY 1
              UNTIL WD-IDX GREATER THAN WD-TOTAL-DEPTOS
              MOVE WD-EMPLEADOS-ANT(WD-IDX) TO WVE-CONTEO
              MOVE WD-SUMA-ANT(WD-IDX)      TO WVE-SUMA
              MOVE WD-EMPLEADOS-ACT(WD-IDX) TO WVE-CONTEO-B
              MOVE WD-SUMA-ACT(WD-IDX)      TO WVE-SUMA-B
              MOVE SPACES TO W-LINEA-VARIAC
              STRING WD-DEPARTAMENTO(WD-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WVE-CONTEO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WVE-SUMA DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WVE-CONTEO-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WVE-SUMA-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
              IF WD-SUMA-ANT(WD-IDX) GREATER THAN ZEROES
                 COMPUTE WK-PORC-DEPTO ROUNDED =
                         (WD-SUMA-ACT(WD-IDX) - WD-SUMA-ANT(WD-IDX))
                         * 100 / WD-SUMA-ANT(WD-IDX)
                 MOVE WK-PORC-DEPTO TO WVE-PORC
                 MOVE WVE-PORC      TO W-LINEA-VARIAC(77:13)
              ELSE
                 MOVE '        NUEVO' TO W-LINEA-VARIAC(77:13)
              END-IF
              PERFORM 3215-GRABAR-LINEA-VARIAC
           END-PERFORM

           MOVE WA-LEIDO-GEN1    TO WVE-CONTEO
           MOVE WA-SUMA-ANT      TO WVE-SUMA
           MOVE WA-LEIDO-SALIDA1 TO WVE-CONTEO-B
           MOVE WA-SUMA-ACT      TO WVE-SUMA-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'TOT.' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVE-SUMA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVE-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           IF WA-SUMA-ANT GREATER THAN ZEROES
              COMPUTE WK-PORC-DEPTO ROUNDED =
                      (WA-SUMA-ACT - WA-SUMA-ANT) * 100 / WA-SUMA-ANT
              MOVE WK-PORC-DEPTO TO WVE-PORC
              MOVE WVE-PORC      TO W-LINEA-VARIAC(77:13)
           END-IF
           PERFORM 3215-GRABAR-LINEA-VARIAC.

      *****************************************************************
      *        CIFRAS DE LA COMPARACION Y RESULTADO PARA LA FIRMA     *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE SPACES TO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE WA-CASADOS   TO WVE-CONTEO
           MOVE WA-TRASLADOS TO WVE-CONTEO-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'EMPLEADOS EN AMBOS CICLOS: ' DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  '  TRASLADOS: ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE WA-FALTANTES TO WVE-CONTEO
           MOVE WA-NUEVOS    TO WVE-CONTEO-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'FALTANTES: ' DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  '  NUEVOS: ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE WA-DISMINUCIONES TO WVE-CONTEO
           MOVE WA-FUERA-BANDA   TO WVE-CONTEO-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'DISMINUCIONES: ' DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  '  FUERA DE BANDA: ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE WA-TOPADOS     TO WVE-CONTEO
           MOVE WA-SIN-AUMENTO TO WVE-CONTEO-B
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'TOPADOS/REVERTIDOS (NO EVALUADOS): '
                  DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  '  SIN AUMENTO EN EL JOB: ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE WA-EXCEPCIONES      TO WVE-CONTEO
           MOVE WTL-MAX-EXCEPCIONES TO WVE-CONTEO-B
           MOVE WTL-TOL-PUNTOS      TO WVE-TOL
           MOVE SPACES TO W-LINEA-VARIAC
           STRING 'EXCEPCIONES: ' DELIMITED BY SIZE
                  WVE-CONTEO DELIMITED BY SIZE
                  '  TOLERADAS: ' DELIMITED BY SIZE
                  WVE-CONTEO-B DELIMITED BY SIZE
                  '  TOLERANCIA CONTRA BANDA: ' DELIMITED BY SIZE
                  WVE-TOL DELIMITED BY SIZE
                  ' PUNTOS' DELIMITED BY SIZE
                  INTO W-LINEA-VARIAC
           PERFORM 3215-GRABAR-LINEA-VARIAC

           MOVE SPACES TO W-LINEA-VARIAC
           IF W-COD-RETORNO EQUAL 08
              STRING 'RESULTADO: EXCEPCIONES SOBRE LA TOLERANCIA, '
                     'RETENER LA FIRMA' DELIMITED BY SIZE
                     INTO W-LINEA-VARIAC
           ELSE
              IF WS-SIN-GEN1 EQUAL 'S'
                 STRING 'RESULTADO: SIN CICLO ANTERIOR, REVISAR '
                        'MANUALMENTE' DELIMITED BY SIZE
                        INTO W-LINEA-VARIAC
              ELSE
                 IF WA-EXCEPCIONES GREATER THAN ZEROES
                    STRING 'RESULTADO: EXCEPCIONES DENTRO DE LA '
                           'TOLERANCIA' DELIMITED BY SIZE
                           INTO W-LINEA-VARIAC
                 ELSE
                    STRING 'RESULTADO: SIN EXCEPCIONES CONTRA EL '
                           'CICLO ANTERIOR' DELIMITED BY SIZE
                           INTO W-LINEA-VARIAC
                 END-IF
              END-IF
           END-IF
           PERFORM 3215-GRABAR-LINEA-VARIAC
           DISPLAY W-LINEA-VARIAC.

      *****************************************************************
      *            GRABAR UNA LINEA DEL REPORTE DE VARIACIONES        *
      *****************************************************************
       3215-GRABAR-LINEA-VARIAC.
           WRITE REG-VARIAC FROM W-LINEA-VARIAC
           IF WFS-VARIAC NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-VARIAC'
                       WFS-VARIAC
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE SALIDA1
                 SALIDA-VARIAC
           IF WS-SIN-GEN1 EQUAL 'N'
              CLOSE SALIDA1-GEN1
           END-IF

           IF WFS-SALIDA1 EQUAL '00' AND
              WFS-GEN1 EQUAL '00' AND
              WFS-VARIAC EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA1-GEN1' WFS-GEN1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-VARIAC'
                       WFS-VARIAC
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'LEIDOS SALIDA1 ' WA-LEIDO-SALIDA1
                   ' GEN1 ' WA-LEIDO-GEN1
                   ' EN AMBOS ' WA-CASADOS
           DISPLAY 'FALTANTES ' WA-FALTANTES
                   ' NUEVOS ' WA-NUEVOS
                   ' TRASLADOS ' WA-TRASLADOS
           DISPLAY 'DISMINUCIONES ' WA-DISMINUCIONES
                   ' FUERA DE BANDA ' WA-FUERA-BANDA
                   ' EXCEPCIONES ' WA-EXCEPCIONES.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
