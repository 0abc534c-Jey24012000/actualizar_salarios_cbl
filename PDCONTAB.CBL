      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDCONTAB.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   INTERFAZ CONTABLE: ASIENTO DE DIARIO DEL COSTO DE LOS       *
      *   AUMENTOS Y ATRASOS DE UN JOB-ID POR DEPARTAMENTO            *
      *                                                               *
      *   LEE LAS ENTRADAS DE SALIDA-AUDITORIA DEL JOB-ID DE          *
      *   PDACTSAL.PRM Y SALIDA1 (DEPARTAMENTO Y ATRASOS DE CADA      *
      *   EMPLEADO) Y ARMA POR SAL1-DEPARTAMENTO:                     *
      *   - AUM: AUMENTO MENSUAL (SALARIO NUEVO - ANTERIOR)           *
      *          DEBE  CUENTA DE GASTO DE SUELDOS                     *
      *          HABER CUENTA DE SUELDOS POR PAGAR                    *
      *   - REV: REVERSIONES 'R' DEL MODO CORRECCION, CONTRA-ASIENTO  *
      *          DEL AUMENTO (DEBE SUELDOS POR PAGAR, HABER GASTO)    *
      *   - ATR: SAL1-ARREARS                                         *
      *          DEBE  CUENTA DE GASTO DE ATRASOS                     *
      *          HABER CUENTA DE ATRASOS POR PAGAR                    *
      *   LAS CUENTAS Y EL CENTRO DE COSTO DE CADA DEPARTAMENTO SALEN *
      *   DE LA TABLA TABCTAS. LOS EMPLEADOS DE SALIDA1 SIN           *
      *   AUDITORIA DEL JOB (ARRASTRE DE UN CICLO DELTA) YA SE        *
      *   CONTABILIZARON CON SU PROPIO JOB Y NO ENTRAN.               *
      *                                                               *
      *   EL ASIENTO SE ARMA COMPLETO EN MEMORIA ANTES DE GRABARSE:   *
      *   UN DEPARTAMENTO SIN MAPEO, UNA AUDITORIA SIN SU SALIDA1 O   *
      *   UN ASIENTO QUE NO CUADRA (DEBE <> HABER, O TOTALES QUE NO   *
      *   CUADRAN CON LA AUDITORIA Y SALIDA1) DEJAN SALIDA-ASIENTO    *
      *   VACIO, SIN TRAILER, PARA QUE NO SE LIBERE A CONTABILIDAD.   *
      *   SALIDA-CONTAB.TXT DETALLA LOS TOTALES Y LAS EXCEPCIONES.    *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = ASIENTO CUADRADO Y LIBERADO                          *
      *     08 = ASIENTO RETENIDO (DEPARTAMENTOS SIN MAPEO,           *
      *          AUDITORIA SIN SALIDA1, DESCUADRE O JOB SIN           *
      *          AUDITORIA); CORREGIR TABCTAS Y REPETIR               *
      *     12 = ERROR DE ARCHIVO O CAPACIDAD (REQUIERE SOPORTE)      *
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
      *                 ARCHIVO DE SALIDA DE PDACTSAL                 *
      *****************************************************************
           SELECT SALIDA1
           ASSIGN TO '../SALIDA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL1-ID-EMP-KEY
           FILE STATUS IS WFS-SALIDA1.

      *****************************************************************
      *          ARCHIVO DE AUDITORIA (HISTORICO DE AUMENTOS)         *
      *****************************************************************
           SELECT SALIDA-AUDIT
           ASSIGN TO '../SALIDA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDIT.

      *****************************************************************
      *   TABLA DE CUENTAS CONTABLES POR DEPARTAMENTO (CONTROL,       *
      *   MISMO ESTILO LINE SEQUENTIAL QUE TABPORC/TABTOPE)           *
      *****************************************************************
           SELECT TABCTAS
           ASSIGN TO '../TABCTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-TABCTAS.

      *****************************************************************
      *              PARAMETROS DE LA CORRIDA (JOB-ID)                *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *   ASIENTO DE DIARIO PARA CONTABILIDAD (H/D/T, MISMO ESTILO    *
      *   QUE LA INTERFAZ DE ATRASOS)                                 *
      *****************************************************************
           SELECT SALIDA-ASIENTO
           ASSIGN TO '../SALIDA-ASIENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ASIENTO.

      *****************************************************************
      *        REPORTE DEL ASIENTO: TOTALES Y EXCEPCIONES             *
      *****************************************************************
           SELECT SALIDA-CONTAB
           ASSIGN TO '../SALIDA-CONTAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CONTAB.

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

       FD  SALIDA-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDIT.
       01  REG-AUDIT                        PIC X(88).

       FD  TABCTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABCTAS.
       01  REG-TABCTAS                      PIC X(50).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

       FD  SALIDA-ASIENTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ASIENTO.
       01  REG-ASIENTO                      PIC X(80).

       FD  SALIDA-CONTAB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONTAB.
       01  REG-CONTAB                       PIC X(100).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                      ESTRUCTURA SALIDA1                       *
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
      *      ESTRUCTURA SALIDA-AUDIT (MISMO TRAZADO QUE PDACTSAL)     *
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
           05 AUD-FACTOR-PRORRATEO          PIC 9(01)V9(04).
           05 AUD-SECUENCIA                 PIC 9(06).
           05 AUD-CADENA                    PIC 9(09).

      *****************************************************************
      *   ESTRUCTURA DE LA TABLA DE CUENTAS POR DEPARTAMENTO          *
      *****************************************************************
       01  WRE-REG-TABCTAS.
           05 TC-DEPARTAMENTO               PIC X(04).
           05 TC-CENTRO-COSTO               PIC X(06).
           05 TC-CTA-GASTO-SUELDO           PIC X(10).
           05 TC-CTA-SUELDO-PAGAR           PIC X(10).
           05 TC-CTA-GASTO-ATRASO           PIC X(10).
           05 TC-CTA-ATRASO-PAGAR           PIC X(10).

      *****************************************************************
      *      ESTRUCTURA PARAMPAG (MISMO TRAZADO QUE EN PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

      *****************************************************************
      *   ESTRUCTURA DEL ASIENTO: CABECERA, LINEA Y TRAILER (80 BYTES)*
      *   ASD-DEBE-HABER: 'D' = DEBE, 'H' = HABER                     *
      *   ASD-CONCEPTO  : AUM = AUMENTO MENSUAL, REV = REVERSION,     *
      *                   ATR = ATRASOS                               *
      *****************************************************************
       01  WRE-REG-ASI-H.
           05 ASH-TIPO                      PIC X(01) VALUE 'H'.
           05 ASH-JOB-ID                    PIC X(08).
           05 ASH-FECHA                     PIC 9(08).
           05 ASH-FECHA-EFECTIVA            PIC 9(08).
           05 FILLER                        PIC X(55) VALUE SPACES.

       01  WRE-REG-ASI-D.
           05 ASD-TIPO                      PIC X(01) VALUE 'D'.
           05 ASD-LINEA                     PIC 9(06).
           05 ASD-CUENTA                    PIC X(10).
           05 ASD-CENTRO-COSTO              PIC X(06).
           05 ASD-DEPARTAMENTO              PIC X(04).
           05 ASD-CONCEPTO                  PIC X(03).
           05 ASD-DEBE-HABER                PIC X(01).
           05 ASD-MONTO                     PIC 9(11)V99.
           05 ASD-JOB-ID                    PIC X(08).
           05 ASD-DESCRIPCION               PIC X(28).

       01  WRE-REG-ASI-T.
           05 AST-TIPO                      PIC X(01) VALUE 'T'.
           05 AST-LINEAS                    PIC 9(06).
           05 AST-TOTAL-DEBE                PIC 9(11)V99.
           05 AST-TOTAL-HABER               PIC 9(11)V99.
           05 FILLER                        PIC X(47) VALUE SPACES.

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-TABCTAS                   PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-ASIENTO                   PIC X(02) VALUE SPACES.
           05 WFS-CONTAB                    PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-SALIDA1                PIC X(02) VALUE SPACES.
           05 WS-AUDIT-ENCONTRADA           PIC X(01) VALUE 'N'.
           05 WS-DEPTO-ENCONTRADO           PIC X(01) VALUE 'N'.
           05 WS-CUENTA-ENCONTRADA          PIC X(01) VALUE 'N'.
           05 WS-ASIENTO-RETENIDO           PIC X(01) VALUE 'N'.

      *****************************************************************
      *   TABLA DE EMPLEADOS DEL JOB (AUDITORIA SIN LOS CIERRES 'F'). *
      *   WT-AUMENTO ACUMULA EL AUMENTO MENSUAL (NUEVO - ANTERIOR) Y  *
      *   WT-REVERSION LO QUE LAS REVERSIONES 'R' DEVOLVIERON         *
      *   (ANTERIOR - NUEVO: EN UNA 'R' EL ANTERIOR ES EL SALARIO     *
      *   ERRONEO Y EL NUEVO EL RESTAURADO)                           *
      *****************************************************************
       01  W-TABLA-AUDITORIA.
           05 WT-TOTAL-AUDIT                PIC 9(05) VALUE ZEROES.
           05 WT-AUDIT-ENT OCCURS 10000 TIMES
                           INDEXED BY WT-IDX.
              10 WT-ID-EMP                   PIC X(05).
              10 WT-AUMENTO                  PIC 9(09)V99.
              10 WT-REVERSION                PIC 9(09)V99.
              10 WT-CASADA                   PIC X(01).

      *****************************************************************
      *   TABLA DE CUENTAS POR DEPARTAMENTO CARGADA DE TABCTAS        *
      *****************************************************************
       01  W-TABLA-CUENTAS.
           05 WC-TOTAL-CUENTAS              PIC 9(03) VALUE ZEROES.
           05 WC-CUENTA OCCURS 500 TIMES
                        INDEXED BY WC-IDX.
              10 WC-DEPARTAMENTO             PIC X(04).
              10 WC-CENTRO-COSTO             PIC X(06).
              10 WC-CTA-GASTO-SUELDO         PIC X(10).
              10 WC-CTA-SUELDO-PAGAR         PIC X(10).
              10 WC-CTA-GASTO-ATRASO         PIC X(10).
              10 WC-CTA-ATRASO-PAGAR         PIC X(10).

      *****************************************************************
      *   ACUMULADOS POR DEPARTAMENTO DE LOS EMPLEADOS DEL JOB        *
      *****************************************************************
       01  W-TABLA-DEPARTAMENTOS.
           05 WD-TOTAL-DEPTOS               PIC 9(03) VALUE ZEROES.
           05 WD-DEPTO OCCURS 500 TIMES
                       INDEXED BY WD-IDX.
              10 WD-DEPARTAMENTO             PIC X(04).
              10 WD-EMPLEADOS                PIC 9(06).
              10 WD-AUMENTO                  PIC 9(11)V99.
              10 WD-REVERSION                PIC 9(11)V99.
              10 WD-ARREARS                  PIC 9(11)V99.

      *****************************************************************
      *   LINEAS DEL ASIENTO ARMADAS EN MEMORIA (HASTA 3 PARES        *
      *   DEBE/HABER POR DEPARTAMENTO); SOLO SE GRABAN SI CUADRAN     *
      *****************************************************************
       01  W-TABLA-LINEAS.
           05 WJ-TOTAL-LINEAS               PIC 9(04) VALUE ZEROES.
           05 WJ-LINEA OCCURS 3000 TIMES
                       INDEXED BY WJ-IDX.
              10 WJ-CUENTA                   PIC X(10).
              10 WJ-CENTRO-COSTO             PIC X(06).
              10 WJ-DEPARTAMENTO             PIC X(04).
              10 WJ-CONCEPTO                 PIC X(03).
              10 WJ-DEBE-HABER               PIC X(01).
              10 WJ-MONTO                    PIC 9(11)V99.

      *****************************************************************
      *   DATOS DE UNA PARTIDA (PAR DEBE/HABER) A AGREGAR AL ASIENTO  *
      *****************************************************************
       01  W-PARTIDA.
           05 WPA-CUENTA-DEBE               PIC X(10).
           05 WPA-CUENTA-HABER              PIC X(10).
           05 WPA-CONCEPTO                  PIC X(03).
           05 WPA-MONTO                     PIC 9(11)V99.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-AUDIT                PIC 9(06) VALUE ZEROES.
           05 WA-LEIDO-SALIDA1              PIC 9(06) VALUE ZEROES.
           05 WA-DEL-JOB                    PIC 9(06) VALUE ZEROES.
           05 WA-ARRASTRE                   PIC 9(06) VALUE ZEROES.
           05 WA-REVERSIONES                PIC 9(06) VALUE ZEROES.
           05 WA-SIN-SALIDA1                PIC 9(06) VALUE ZEROES.
           05 WA-SIN-MAPEO                  PIC 9(06) VALUE ZEROES.
      *    TOTALES DE ORIGEN (AUDITORIA Y SALIDA1) CONTRA LOS QUE SE
      *    PRUEBA EL ASIENTO ARMADO.
           05 WA-ORIGEN-AUMENTO             PIC 9(11)V99 VALUE ZEROES.
           05 WA-ORIGEN-REVERSION           PIC 9(11)V99 VALUE ZEROES.
           05 WA-ORIGEN-ARREARS             PIC 9(11)V99 VALUE ZEROES.
      *    TOTALES DEL ASIENTO ARMADO.
           05 WA-TOTAL-DEBE                 PIC 9(11)V99 VALUE ZEROES.
           05 WA-TOTAL-HABER                PIC 9(11)V99 VALUE ZEROES.
           05 WA-ASIENTO-AUMENTO            PIC 9(11)V99 VALUE ZEROES.
           05 WA-ASIENTO-REVERSION          PIC 9(11)V99 VALUE ZEROES.
           05 WA-ASIENTO-ARREARS            PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-CONTAB                   PIC X(100) VALUE SPACES.

       01  W-CONTAB-EDITADO.
           05 WCT-CONTEO                    PIC ZZZ,ZZ9.
           05 WCT-MONTO                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCT-MONTO-B                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCT-MONTO-C                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.
       01  W-FECHA-EFECTIVA                 PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
                   UNTIL WS-FIN-SALIDA1 EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1150-CARGAR-TABLA-CUENTAS
           PERFORM 1170-CARGAR-AUDITORIA
           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *        CARGAR EL JOB-ID Y LA FECHA EFECTIVA DE LA CORRIDA     *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
           OPEN INPUT PARAMPAG
           IF WFS-PARAMPAG EQUAL '00'
              READ PARAMPAG INTO WRE-REG-PARAMPAG
              IF WFS-PARAMPAG EQUAL '00'
                 MOVE PRM-JOB-ID TO WS-JOB-ID
                 IF PRM-FECHA-EFECTIVA NUMERIC
                    MOVE PRM-FECHA-EFECTIVA TO W-FECHA-EFECTIVA
                 END-IF
              END-IF
              CLOSE PARAMPAG
           END-IF

           IF WS-JOB-ID EQUAL SPACES
              MOVE 'PDACTSAL' TO WS-JOB-ID
           END-IF
           IF W-FECHA-EFECTIVA EQUAL ZEROES
              MOVE W-FECHA-EJECUCION TO W-FECHA-EFECTIVA
           END-IF
           DISPLAY 'ASIENTO CONTABLE DEL JOB-ID: ' WS-JOB-ID.

      *****************************************************************
      *                      ABRIR ARCHIVOS                           *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT  SALIDA1
           OPEN OUTPUT SALIDA-CONTAB

           IF WFS-SALIDA1 EQUAL '00' AND
              WFS-CONTAB EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CONTAB' WFS-CONTAB
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'ASIENTO DE AUMENTOS Y ATRASOS - PDCONTAB  JOB: '
                  DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  FECHA EFECTIVA: ' DELIMITED BY SIZE
                  W-FECHA-EFECTIVA DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB.

      *****************************************************************
      *   CARGAR LA TABLA DE CUENTAS POR DEPARTAMENTO. SIN TABCTAS    *
      *   NINGUN DEPARTAMENTO QUEDA MAPEADO Y EL ASIENTO SE RETIENE   *
      *****************************************************************
       1150-CARGAR-TABLA-CUENTAS.
           OPEN INPUT TABCTAS

           IF WFS-TABCTAS EQUAL '00'
              PERFORM UNTIL WFS-TABCTAS NOT EQUAL '00'
                 READ TABCTAS INTO WRE-REG-TABCTAS
                 IF WFS-TABCTAS EQUAL '00'
                    IF WC-TOTAL-CUENTAS EQUAL 500
                       DISPLAY 'TABCTAS EXCEDE EL MAXIMO DE 500 '
                               'DEPARTAMENTOS'
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                    ADD 1 TO WC-TOTAL-CUENTAS
                    SET WC-IDX TO WC-TOTAL-CUENTAS
                    MOVE TC-DEPARTAMENTO  TO WC-DEPARTAMENTO(WC-IDX)
                    MOVE TC-CENTRO-COSTO  TO WC-CENTRO-COSTO(WC-IDX)
                    MOVE TC-CTA-GASTO-SUELDO
                                        TO WC-CTA-GASTO-SUELDO(WC-IDX)
                    MOVE TC-CTA-SUELDO-PAGAR
                                        TO WC-CTA-SUELDO-PAGAR(WC-IDX)
                    MOVE TC-CTA-GASTO-ATRASO
                                        TO WC-CTA-GASTO-ATRASO(WC-IDX)
                    MOVE TC-CTA-ATRASO-PAGAR
                                        TO WC-CTA-ATRASO-PAGAR(WC-IDX)
                 END-IF
              END-PERFORM
              CLOSE TABCTAS
              DISPLAY 'TABLA DE CUENTAS CARGADA: ' WC-TOTAL-CUENTAS
           ELSE
              DISPLAY 'NO SE ENCONTRO TABCTAS, NINGUN DEPARTAMENTO '
                      'TIENE CUENTAS CONTABLES'
           END-IF.

      *****************************************************************
      *   CARGAR EN TABLA LOS EMPLEADOS CON AUDITORIA DEL JOB-ID Y SU *
      *   AUMENTO/REVERSION ACUMULADOS                                *
      *****************************************************************
       1170-CARGAR-AUDITORIA.
           OPEN INPUT SALIDA-AUDIT
           IF WFS-AUDIT NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDIT' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM UNTIL WFS-AUDIT NOT EQUAL '00'
              READ SALIDA-AUDIT INTO WRE-REG-AUDIT
              IF WFS-AUDIT EQUAL '00'
                 ADD 1 TO WA-LEIDO-AUDIT
      *          LOS FINIQUITOS (MARCA 'Q') NO ESTAN EN SALIDA1 Y SE
      *          PAGAN POR EL PROCESO DE FINIQUITO, FUERA DE ESTE
      *          ASIENTO.
                 IF AUD-JOB-ID EQUAL WS-JOB-ID AND
                    AUD-TOPE-MARCA NOT EQUAL 'F' AND
                    AUD-TOPE-MARCA NOT EQUAL 'Q'
                    PERFORM 1175-ACUMULAR-ENTRADA-AUDIT
                 END-IF
              END-IF
           END-PERFORM
           IF WFS-AUDIT NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER LA AUDITORIA' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA-AUDIT
           DISPLAY 'EMPLEADOS CON AUDITORIA DEL JOB: ' WT-TOTAL-AUDIT.

      *****************************************************************
      *   SUMAR UNA ENTRADA DE AUDITORIA AL EMPLEADO. UN SALARIO QUE  *
      *   BAJA (LA 'R', O UN AUMENTO NEGATIVO) ES CONTRA-ASIENTO      *
      *****************************************************************
       1175-ACUMULAR-ENTRADA-AUDIT.
           MOVE 'N' TO WS-AUDIT-ENCONTRADA
           IF WT-TOTAL-AUDIT GREATER THAN ZEROES
              SET WT-IDX TO 1
              SEARCH WT-AUDIT-ENT
                 AT END
                    CONTINUE
                 WHEN WT-ID-EMP(WT-IDX) EQUAL AUD-ID-EMP
                    MOVE 'S' TO WS-AUDIT-ENCONTRADA
              END-SEARCH
           END-IF

           IF WS-AUDIT-ENCONTRADA EQUAL 'N'
              IF WT-TOTAL-AUDIT EQUAL 10000
                 DISPLAY 'TABLA DE AUDITORIA EXCEDE EL MAXIMO DE '
                         '10000 EMPLEADOS PARA UN JOB'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WT-TOTAL-AUDIT
              SET WT-IDX TO WT-TOTAL-AUDIT
              MOVE AUD-ID-EMP  TO WT-ID-EMP(WT-IDX)
              MOVE ZEROES      TO WT-AUMENTO(WT-IDX)
                                  WT-REVERSION(WT-IDX)
              MOVE 'N'         TO WT-CASADA(WT-IDX)
           END-IF

           IF AUD-TOPE-MARCA EQUAL 'R'
              ADD 1 TO WA-REVERSIONES
           END-IF
           IF AUD-SALARIO-NUEVO NOT LESS THAN AUD-SALARIO-ANTERIOR
              COMPUTE WT-AUMENTO(WT-IDX) = WT-AUMENTO(WT-IDX) +
                      AUD-SALARIO-NUEVO - AUD-SALARIO-ANTERIOR
              COMPUTE WA-ORIGEN-AUMENTO = WA-ORIGEN-AUMENTO +
                      AUD-SALARIO-NUEVO - AUD-SALARIO-ANTERIOR
           ELSE
              COMPUTE WT-REVERSION(WT-IDX) = WT-REVERSION(WT-IDX) +
                      AUD-SALARIO-ANTERIOR - AUD-SALARIO-NUEVO
              COMPUTE WA-ORIGEN-REVERSION = WA-ORIGEN-REVERSION +
                      AUD-SALARIO-ANTERIOR - AUD-SALARIO-NUEVO
           END-IF.

      *****************************************************************
      *                        LEER SALIDA1                           *
      *****************************************************************
       1200-LEER-SALIDA1.
           READ SALIDA1 NEXT INTO WRE-REG-SAL1
           IF WFS-SALIDA1 NOT EQUAL '00'
              IF WFS-SALIDA1 EQUAL '10'
                 MOVE 'S' TO WS-FIN-SALIDA1
                 DISPLAY 'FIN DE LECTURA SALIDA1'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           ELSE
              ADD 1 TO WA-LEIDO-SALIDA1
           END-IF.

      *****************************************************************
      *   PROCESO: CADA EMPLEADO DE SALIDA1 CON AUDITORIA DEL JOB     *
      *   SUMA SU AUMENTO, REVERSION Y ATRASOS A SU DEPARTAMENTO      *
      *****************************************************************
       2000-PROCESO.
           MOVE 'N' TO WS-AUDIT-ENCONTRADA
           IF WT-TOTAL-AUDIT GREATER THAN ZEROES
              SET WT-IDX TO 1
              SEARCH WT-AUDIT-ENT
                 AT END
                    CONTINUE
                 WHEN WT-ID-EMP(WT-IDX) EQUAL SAL1-ID-EMP
                    MOVE 'S' TO WS-AUDIT-ENCONTRADA
              END-SEARCH
           END-IF

           IF WS-AUDIT-ENCONTRADA EQUAL 'S'
              ADD 1   TO WA-DEL-JOB
              MOVE 'S' TO WT-CASADA(WT-IDX)
              PERFORM 2100-ACUMULAR-DEPARTAMENTO
           ELSE
              ADD 1 TO WA-ARRASTRE
           END-IF

           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *        BUSCAR O AGREGAR EL DEPARTAMENTO Y ACUMULAR            *
      *****************************************************************
       2100-ACUMULAR-DEPARTAMENTO.
           MOVE 'N' TO WS-DEPTO-ENCONTRADO
           IF WD-TOTAL-DEPTOS GREATER THAN ZEROES
              SET WD-IDX TO 1
              SEARCH WD-DEPTO
                 AT END
                    CONTINUE
                 WHEN WD-DEPARTAMENTO(WD-IDX) EQUAL SAL1-DEPARTAMENTO
                    MOVE 'S' TO WS-DEPTO-ENCONTRADO
              END-SEARCH
           END-IF

           IF WS-DEPTO-ENCONTRADO EQUAL 'N'
              IF WD-TOTAL-DEPTOS EQUAL 500
                 DISPLAY 'TABLA DE DEPARTAMENTOS EXCEDE EL MAXIMO '
                         'DE 500'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WD-TOTAL-DEPTOS
              SET WD-IDX TO WD-TOTAL-DEPTOS
              MOVE SAL1-DEPARTAMENTO TO WD-DEPARTAMENTO(WD-IDX)
              MOVE ZEROES            TO WD-EMPLEADOS(WD-IDX)
                                        WD-AUMENTO(WD-IDX)
                                        WD-REVERSION(WD-IDX)
                                        WD-ARREARS(WD-IDX)
           END-IF

           ADD 1                     TO WD-EMPLEADOS(WD-IDX)
           ADD WT-AUMENTO(WT-IDX)    TO WD-AUMENTO(WD-IDX)
           ADD WT-REVERSION(WT-IDX)  TO WD-REVERSION(WD-IDX)
           ADD SAL1-ARREARS          TO WD-ARREARS(WD-IDX)
           ADD SAL1-ARREARS          TO WA-ORIGEN-ARREARS.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           CLOSE SALIDA1
           IF WT-TOTAL-AUDIT EQUAL ZEROES
              MOVE 'S' TO WS-ASIENTO-RETENIDO
              MOVE SPACES TO W-LINEA-CONTAB
              STRING 'EXCEPCION: NO HAY AUDITORIA DEL JOB '
                     DELIMITED BY SIZE
                     WS-JOB-ID DELIMITED BY SIZE
                     INTO W-LINEA-CONTAB
              PERFORM 3215-GRABAR-LINEA-CONTAB
           END-IF
           PERFORM 3010-REVISAR-SIN-SALIDA1
           PERFORM 3020-ARMAR-ASIENTO
           PERFORM 3030-CUADRAR-ASIENTO
           PERFORM 3050-GENERAR-ASIENTO
           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3200-CIFRAS-CONTROL
           IF WS-ASIENTO-RETENIDO EQUAL 'S'
              MOVE 08 TO W-COD-RETORNO
           ELSE
              MOVE 00 TO W-COD-RETORNO
           END-IF
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   UNA AUDITORIA DEL JOB SIN SU REGISTRO EN SALIDA1 NO TIENE   *
      *   DEPARTAMENTO AL CUAL CARGARSE: SE REPORTA Y SE RETIENE      *
      *****************************************************************
       3010-REVISAR-SIN-SALIDA1.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX GREATER THAN WT-TOTAL-AUDIT
              IF WT-CASADA(WT-IDX) EQUAL 'N'
                 ADD 1 TO WA-SIN-SALIDA1
                 MOVE 'S' TO WS-ASIENTO-RETENIDO
                 MOVE SPACES TO W-LINEA-CONTAB
                 STRING 'EXCEPCION: EMPLEADO ' DELIMITED BY SIZE
                        WT-ID-EMP(WT-IDX) DELIMITED BY SIZE
                        ' CON AUDITORIA DEL JOB Y SIN REGISTRO EN '
                        'SALIDA1' DELIMITED BY SIZE
                        INTO W-LINEA-CONTAB
                 PERFORM 3215-GRABAR-LINEA-CONTAB
              END-IF
           END-PERFORM.

      *****************************************************************
      *   ARMAR EN MEMORIA LAS PARTIDAS DE CADA DEPARTAMENTO CON SUS  *
      *   CUENTAS DE TABCTAS; UN DEPARTAMENTO SIN MAPEO SE REPORTA    *
      *****************************************************************
       3020-ARMAR-ASIENTO.
           PERFORM VARYING WD-IDX FROM 1 BY 1
                   UNTIL WD-IDX GREATER THAN WD-TOTAL-DEPTOS
              MOVE 'N' TO WS-CUENTA-ENCONTRADA
              IF WC-TOTAL-CUENTAS GREATER THAN ZEROES
                 SET WC-IDX TO 1
                 SEARCH WC-CUENTA
                    AT END
                       CONTINUE
                    WHEN WC-DEPARTAMENTO(WC-IDX) EQUAL
                         WD-DEPARTAMENTO(WD-IDX)
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                 END-SEARCH
              END-IF
              IF WS-CUENTA-ENCONTRADA EQUAL 'S'
                 PERFORM 3025-PARTIDAS-DEPARTAMENTO
              ELSE
                 ADD 1 TO WA-SIN-MAPEO
                 MOVE 'S' TO WS-ASIENTO-RETENIDO
                 MOVE WD-EMPLEADOS(WD-IDX) TO WCT-CONTEO
                 MOVE SPACES TO W-LINEA-CONTAB
                 STRING 'EXCEPCION: DEPARTAMENTO ' DELIMITED BY SIZE
                        WD-DEPARTAMENTO(WD-IDX) DELIMITED BY SIZE
                        ' SIN CUENTAS EN TABCTAS (' DELIMITED BY SIZE
                        WCT-CONTEO DELIMITED BY SIZE
                        ' EMPLEADOS)' DELIMITED BY SIZE
                        INTO W-LINEA-CONTAB
                 PERFORM 3215-GRABAR-LINEA-CONTAB
              END-IF
           END-PERFORM.

      *****************************************************************
      *   PARTIDAS DE UN DEPARTAMENTO MAPEADO (SOLO LAS DE MONTO > 0) *
      *****************************************************************
       3025-PARTIDAS-DEPARTAMENTO.
           IF WD-AUMENTO(WD-IDX) GREATER THAN ZEROES
              MOVE WC-CTA-GASTO-SUELDO(WC-IDX) TO WPA-CUENTA-DEBE
              MOVE WC-CTA-SUELDO-PAGAR(WC-IDX) TO WPA-CUENTA-HABER
              MOVE 'AUM'                       TO WPA-CONCEPTO
              MOVE WD-AUMENTO(WD-IDX)          TO WPA-MONTO
              ADD WD-AUMENTO(WD-IDX)           TO WA-ASIENTO-AUMENTO
              PERFORM 3027-AGREGAR-PARTIDA
           END-IF
      *    CONTRA-ASIENTO DEL AUMENTO: CUENTAS INVERTIDAS.
           IF WD-REVERSION(WD-IDX) GREATER THAN ZEROES
              MOVE WC-CTA-SUELDO-PAGAR(WC-IDX) TO WPA-CUENTA-DEBE
              MOVE WC-CTA-GASTO-SUELDO(WC-IDX) TO WPA-CUENTA-HABER
              MOVE 'REV'                       TO WPA-CONCEPTO
              MOVE WD-REVERSION(WD-IDX)        TO WPA-MONTO
              ADD WD-REVERSION(WD-IDX)         TO WA-ASIENTO-REVERSION
              PERFORM 3027-AGREGAR-PARTIDA
           END-IF
           IF WD-ARREARS(WD-IDX) GREATER THAN ZEROES
              MOVE WC-CTA-GASTO-ATRASO(WC-IDX) TO WPA-CUENTA-DEBE
              MOVE WC-CTA-ATRASO-PAGAR(WC-IDX) TO WPA-CUENTA-HABER
              MOVE 'ATR'                       TO WPA-CONCEPTO
              MOVE WD-ARREARS(WD-IDX)          TO WPA-MONTO
              ADD WD-ARREARS(WD-IDX)           TO WA-ASIENTO-ARREARS
              PERFORM 3027-AGREGAR-PARTIDA
           END-IF.

      *****************************************************************
      *   AGREGAR UN PAR DEBE/HABER A LAS LINEAS DEL ASIENTO          *
      *****************************************************************
       3027-AGREGAR-PARTIDA.
           IF WJ-TOTAL-LINEAS GREATER THAN 2998
              DISPLAY 'EL ASIENTO EXCEDE EL MAXIMO DE 3000 LINEAS'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           ADD 1 TO WJ-TOTAL-LINEAS
           SET WJ-IDX TO WJ-TOTAL-LINEAS
           MOVE WPA-CUENTA-DEBE           TO WJ-CUENTA(WJ-IDX)
           MOVE WC-CENTRO-COSTO(WC-IDX)   TO WJ-CENTRO-COSTO(WJ-IDX)
           MOVE WD-DEPARTAMENTO(WD-IDX)   TO WJ-DEPARTAMENTO(WJ-IDX)
           MOVE WPA-CONCEPTO              TO WJ-CONCEPTO(WJ-IDX)
           MOVE 'D'                       TO WJ-DEBE-HABER(WJ-IDX)
           MOVE WPA-MONTO                 TO WJ-MONTO(WJ-IDX)

           ADD 1 TO WJ-TOTAL-LINEAS
           SET WJ-IDX TO WJ-TOTAL-LINEAS
           MOVE WPA-CUENTA-HABER          TO WJ-CUENTA(WJ-IDX)
           MOVE WC-CENTRO-COSTO(WC-IDX)   TO WJ-CENTRO-COSTO(WJ-IDX)
           MOVE WD-DEPARTAMENTO(WD-IDX)   TO WJ-DEPARTAMENTO(WJ-IDX)
           MOVE WPA-CONCEPTO              TO WJ-CONCEPTO(WJ-IDX)
           MOVE 'H'                       TO WJ-DEBE-HABER(WJ-IDX)
           MOVE WPA-MONTO                 TO WJ-MONTO(WJ-IDX).

      *****************************************************************
      *   CUADRE DEL ASIENTO: DEBE = HABER SUMANDO LAS LINEAS ARMADAS *
      *   Y CADA CONCEPTO IGUAL A SU TOTAL DE ORIGEN (AUDITORIA PARA  *
      *   AUMENTO/REVERSION, SALIDA1 PARA ATRASOS). CON DEPARTAMENTOS *
      *   SIN MAPEO EL ASIENTO YA VIENE RETENIDO Y NO SE COMPARA      *
      *   CONTRA EL ORIGEN (LE FALTAN ESOS DEPARTAMENTOS)             *
      *****************************************************************
       3030-CUADRAR-ASIENTO.
           PERFORM VARYING WJ-IDX FROM 1 BY 1
                   UNTIL WJ-IDX GREATER THAN WJ-TOTAL-LINEAS
              IF WJ-DEBE-HABER(WJ-IDX) EQUAL 'D'
                 ADD WJ-MONTO(WJ-IDX) TO WA-TOTAL-DEBE
              ELSE
                 ADD WJ-MONTO(WJ-IDX) TO WA-TOTAL-HABER
              END-IF
           END-PERFORM

           IF WA-TOTAL-DEBE NOT EQUAL WA-TOTAL-HABER
              MOVE 'S' TO WS-ASIENTO-RETENIDO
              MOVE WA-TOTAL-DEBE  TO WCT-MONTO
              MOVE WA-TOTAL-HABER TO WCT-MONTO-B
              MOVE SPACES TO W-LINEA-CONTAB
              STRING 'EXCEPCION: ASIENTO DESCUADRADO, DEBE '
                     DELIMITED BY SIZE
                     WCT-MONTO DELIMITED BY SIZE
                     ' HABER ' DELIMITED BY SIZE
                     WCT-MONTO-B DELIMITED BY SIZE
                     INTO W-LINEA-CONTAB
              PERFORM 3215-GRABAR-LINEA-CONTAB
           END-IF

           IF WA-SIN-MAPEO EQUAL ZEROES AND
              WA-SIN-SALIDA1 EQUAL ZEROES
              IF WA-ASIENTO-AUMENTO NOT EQUAL WA-ORIGEN-AUMENTO OR
                 WA-ASIENTO-REVERSION NOT EQUAL WA-ORIGEN-REVERSION OR
                 WA-ASIENTO-ARREARS NOT EQUAL WA-ORIGEN-ARREARS
                 MOVE 'S' TO WS-ASIENTO-RETENIDO
                 MOVE SPACES TO W-LINEA-CONTAB
                 STRING 'EXCEPCION: EL ASIENTO NO CUADRA CON LA '
                        'AUDITORIA Y SALIDA1 DEL JOB' DELIMITED BY SIZE
                        INTO W-LINEA-CONTAB
                 PERFORM 3215-GRABAR-LINEA-CONTAB
              END-IF
           END-IF.

      *****************************************************************
      *   GRABAR EL ASIENTO. RETENIDO, SE DEJA VACIO (SIN CABECERA NI *
      *   TRAILER) PARA QUE NO SE TRANSMITA NI EL DE ESTA CORRIDA NI  *
      *   EL QUE HAYA QUEDADO DE UNA CORRIDA ANTERIOR                 *
      *****************************************************************
       3050-GENERAR-ASIENTO.
           OPEN OUTPUT SALIDA-ASIENTO
           IF WFS-ASIENTO NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-ASIENTO' WFS-ASIENTO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           IF WS-ASIENTO-RETENIDO NOT EQUAL 'S'
              MOVE WS-JOB-ID          TO ASH-JOB-ID
              MOVE W-FECHA-EJECUCION  TO ASH-FECHA
              MOVE W-FECHA-EFECTIVA   TO ASH-FECHA-EFECTIVA
              WRITE REG-ASIENTO FROM WRE-REG-ASI-H
              PERFORM 3059-VERIFICAR-GRABACION

              PERFORM VARYING WJ-IDX FROM 1 BY 1
                      UNTIL WJ-IDX GREATER THAN WJ-TOTAL-LINEAS
                 PERFORM 3055-GRABAR-LINEA-ASIENTO
              END-PERFORM

              MOVE WJ-TOTAL-LINEAS    TO AST-LINEAS
              MOVE WA-TOTAL-DEBE      TO AST-TOTAL-DEBE
              MOVE WA-TOTAL-HABER     TO AST-TOTAL-HABER
              WRITE REG-ASIENTO FROM WRE-REG-ASI-T
              PERFORM 3059-VERIFICAR-GRABACION
           END-IF

           CLOSE SALIDA-ASIENTO
           IF WFS-ASIENTO NOT EQUAL '00'
              DISPLAY 'ERROR AL CERRAR SALIDA-ASIENTO' WFS-ASIENTO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *        GRABAR UNA LINEA DEL ASIENTO Y SU LINEA DE REPORTE     *
      *****************************************************************
       3055-GRABAR-LINEA-ASIENTO.
           SET ASD-LINEA TO WJ-IDX
           MOVE WJ-CUENTA(WJ-IDX)        TO ASD-CUENTA
           MOVE WJ-CENTRO-COSTO(WJ-IDX)  TO ASD-CENTRO-COSTO
           MOVE WJ-DEPARTAMENTO(WJ-IDX)  TO ASD-DEPARTAMENTO
           MOVE WJ-CONCEPTO(WJ-IDX)      TO ASD-CONCEPTO
           MOVE WJ-DEBE-HABER(WJ-IDX)    TO ASD-DEBE-HABER
           MOVE WJ-MONTO(WJ-IDX)         TO ASD-MONTO
           MOVE WS-JOB-ID                TO ASD-JOB-ID
           EVALUATE WJ-CONCEPTO(WJ-IDX)
              WHEN 'AUM'
                 MOVE 'AUMENTO SALARIAL MENSUAL' TO ASD-DESCRIPCION
              WHEN 'REV'
                 MOVE 'REVERSION DE AUMENTO'     TO ASD-DESCRIPCION
              WHEN OTHER
                 MOVE 'ATRASOS RETROACTIVOS'     TO ASD-DESCRIPCION
           END-EVALUATE
           WRITE REG-ASIENTO FROM WRE-REG-ASI-D
           PERFORM 3059-VERIFICAR-GRABACION

           MOVE WJ-MONTO(WJ-IDX) TO WCT-MONTO
           MOVE SPACES TO W-LINEA-CONTAB
           STRING WJ-DEPARTAMENTO(WJ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WJ-CENTRO-COSTO(WJ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WJ-CUENTA(WJ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WJ-CONCEPTO(WJ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WJ-DEBE-HABER(WJ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCT-MONTO DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB.

      *****************************************************************
      *        VERIFICAR LA GRABACION DE UNA LINEA DEL ASIENTO        *
      *****************************************************************
       3059-VERIFICAR-GRABACION.
           IF WFS-ASIENTO NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR EL ASIENTO'
                       WFS-ASIENTO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   TOTALES DEL REPORTE: ORIGEN CONTRA ASIENTO Y RESULTADO      *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE WA-DEL-JOB   TO WCT-CONTEO
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'EMPLEADOS DEL JOB         : ' DELIMITED BY SIZE
                  WCT-CONTEO DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE WD-TOTAL-DEPTOS TO WCT-CONTEO
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'DEPARTAMENTOS             : ' DELIMITED BY SIZE
                  WCT-CONTEO DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE WA-ORIGEN-AUMENTO  TO WCT-MONTO
           MOVE WA-ASIENTO-AUMENTO TO WCT-MONTO-B
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'AUMENTO MENSUAL  ORIGEN: ' DELIMITED BY SIZE
                  WCT-MONTO DELIMITED BY SIZE
                  '  ASIENTO: ' DELIMITED BY SIZE
                  WCT-MONTO-B DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE WA-ORIGEN-REVERSION  TO WCT-MONTO
           MOVE WA-ASIENTO-REVERSION TO WCT-MONTO-B
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'REVERSIONES      ORIGEN: ' DELIMITED BY SIZE
                  WCT-MONTO DELIMITED BY SIZE
                  '  ASIENTO: ' DELIMITED BY SIZE
                  WCT-MONTO-B DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE WA-ORIGEN-ARREARS  TO WCT-MONTO
           MOVE WA-ASIENTO-ARREARS TO WCT-MONTO-B
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'ATRASOS          ORIGEN: ' DELIMITED BY SIZE
                  WCT-MONTO DELIMITED BY SIZE
                  '  ASIENTO: ' DELIMITED BY SIZE
                  WCT-MONTO-B DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE WA-TOTAL-DEBE  TO WCT-MONTO
           MOVE WA-TOTAL-HABER TO WCT-MONTO-B
           MOVE SPACES TO W-LINEA-CONTAB
           STRING 'TOTAL DEBE             : ' DELIMITED BY SIZE
                  WCT-MONTO DELIMITED BY SIZE
                  '  HABER  : ' DELIMITED BY SIZE
                  WCT-MONTO-B DELIMITED BY SIZE
                  INTO W-LINEA-CONTAB
           PERFORM 3215-GRABAR-LINEA-CONTAB

           MOVE SPACES TO W-LINEA-CONTAB
           IF WS-ASIENTO-RETENIDO EQUAL 'S'
              STRING 'RESULTADO: ASIENTO RETENIDO, NO LIBERAR A '
                     'CONTABILIDAD EL JOB ' DELIMITED BY SIZE
                     WS-JOB-ID DELIMITED BY SIZE
                     INTO W-LINEA-CONTAB
           ELSE
              STRING 'RESULTADO: ASIENTO CUADRADO Y LIBERADO PARA EL '
                     'JOB ' DELIMITED BY SIZE
                     WS-JOB-ID DELIMITED BY SIZE
                     INTO W-LINEA-CONTAB
           END-IF
           PERFORM 3215-GRABAR-LINEA-CONTAB
           DISPLAY W-LINEA-CONTAB.

      *****************************************************************
      *              GRABAR UNA LINEA DEL REPORTE CONTABLE            *
      *****************************************************************
       3215-GRABAR-LINEA-CONTAB.
           WRITE REG-CONTAB FROM W-LINEA-CONTAB
           IF WFS-CONTAB NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-CONTAB'
                       WFS-CONTAB
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE SALIDA-CONTAB

           IF WFS-CONTAB EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-CONTAB'
                       WFS-CONTAB
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'LEIDOS AUDITORIA ' WA-LEIDO-AUDIT
           DISPLAY 'LEIDOS SALIDA1 ' WA-LEIDO-SALIDA1
           DISPLAY 'EMPLEADOS DEL JOB ' WA-DEL-JOB
                   ' ARRASTRE ' WA-ARRASTRE
           DISPLAY 'REVERSIONES ' WA-REVERSIONES
           DISPLAY 'LINEAS DEL ASIENTO ' WJ-TOTAL-LINEAS
           DISPLAY 'DEPARTAMENTOS SIN MAPEO ' WA-SIN-MAPEO
                   ' AUDITORIAS SIN SALIDA1 ' WA-SIN-SALIDA1.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
