      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDCONEMP.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   CONSULTA INTEGRAL DE UN EMPLEADO                            *
      *                                                               *
      *   RESPONDE EN UN SOLO REPORTE (SALIDA-CONSEMP.TXT) LO QUE     *
      *   HOY OBLIGA A REVISAR SEIS ARCHIVOS. POR CADA ID DE LA LISTA *
      *   PDCONEMP.PRM MUESTRA:                                       *
      *   - MAESTRO ACTUAL (ENTRADA1)                                 *
      *   - ULTIMO RESULTADO DE PDACTSAL (SALIDA1)                    *
      *   - SI YA NO ESTA EN ENTRADA1: SU REGISTRO EN EL HISTORICO DE *
      *     EX-EMPLEADOS DE PDPURGA (EXEMPLEADOS.DAT) CON LAS         *
      *     IMAGENES DE ENTRADA1 Y SALIDA1 AL MOMENTO DE LA PURGA     *
      *   - HISTORIA SALARIAL COMPLETA: PRIMERO EL ACUMULADO          *
      *     SALIDA-AUDIT-ARCH.TXT (LO ARCHIVADO POR PDCONAUD) Y       *
      *     DESPUES EL VIVO SALIDA-AUDITORIA.TXT, SIN LOS CIERRES 'F' *
      *   - ESTADO DEL PAGO DE ATRASOS EN LA ULTIMA LIQUIDACION DE    *
      *     PDRETBAN (SALIDA-LIQUIDACION.TXT) Y SU PLAN DE CUOTAS EN  *
      *     CUOTAS.DAT SI LO TIENE                                    *
      *   - TRANSACCIONES DE MANTENIMIENTO APLICADAS Y RECHAZADAS EN  *
      *     LA BITACORA DE PDMANTEMP (SALIDA-MANTLOG.TXT)             *
      *                                                               *
      *   PDCONEMP.PRM TRAE UN ID POR LINEA: UNA SOLA LINEA PARA LA   *
      *   CONSULTA PUNTUAL, O UNA LISTA PARA USO BATCH. LAS LINEAS EN *
      *   BLANCO SE IGNORAN Y UNA LINEA '*FIN*' TERMINA LA LISTA (ASI *
      *   SE PUEDE USAR UNA COPIA DE DELTAEMP.TXT). LOS ARCHIVOS DE   *
      *   TEXTO SE RECORREN UNA VEZ POR EMPLEADO, IGUAL QUE LA        *
      *   CONSULTA DE PDCONAUD; UN ARCHIVO QUE NO EXISTE SE INFORMA   *
      *   COMO NO DISPONIBLE Y LA CONSULTA SIGUE.                     *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = TODOS LOS IDS ENCONTRADOS                            *
      *     04 = ALGUN ID NO ESTA NI EN ENTRADA1 NI EN SALIDA1 NI EN  *
      *          EL HISTORICO DE EX-EMPLEADOS (SE MUESTRA IGUAL LO    *
      *          QUE HAYA EN LA HISTORIA)                             *
      *     08 = SIN PDCONEMP.PRM O SIN NINGUN ID QUE CONSULTAR       *
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
      *        LISTA DE IDS A CONSULTAR (UNO POR LINEA)               *
      *****************************************************************
           SELECT PARAMEMP
           ASSIGN TO '../PDCONEMP.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMEMP.

      *****************************************************************
      *                 MAESTRO DE EMPLEADOS (ENTRADA1)               *
      *****************************************************************
           SELECT ENTRADA1
           ASSIGN TO '../ENTRADA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT1-ID-EMP-KEY
           FILE STATUS IS WFS-ENTRADA1.

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
      *   HISTORICO DE EX-EMPLEADOS PURGADOS (VER PDPURGA); OPCIONAL  *
      *****************************************************************
           SELECT EXEMPLEADOS
           ASSIGN TO '../EXEMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-ID-EMP-KEY
           FILE STATUS IS WFS-EXEMPLEADOS.

      *****************************************************************
      *          ARCHIVO DE AUDITORIA (HISTORICO DE AUMENTOS)         *
      *****************************************************************
           SELECT SALIDA-AUDIT
           ASSIGN TO '../SALIDA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDIT.

      *****************************************************************
      *   ACUMULADO DE AUDITORIA ARCHIVADA POR PDCONAUD (ANIO +       *
      *   REGISTRO ORIGINAL)                                          *
      *****************************************************************
           SELECT SALIDA-ARCH
           ASSIGN TO '../SALIDA-AUDIT-ARCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ARCH.

      *****************************************************************
      *   REPORTE DE LIQUIDACION DE LA ULTIMA CORRIDA DE PDRETBAN     *
      *****************************************************************
           SELECT SALIDA-LIQUID
           ASSIGN TO '../SALIDA-LIQUIDACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-LIQUID.

      *****************************************************************
      *   LIBRO DE CUOTAS DE ATRASOS POR EMPLEADO (VER PDACTSAL)      *
      *****************************************************************
           SELECT CUOTAS
           ASSIGN TO '../CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-ID-EMP-KEY
           FILE STATUS IS WFS-CUOTAS.

      *****************************************************************
      *   BITACORA DE LA ULTIMA CORRIDA DE PDMANTEMP                  *
      *****************************************************************
           SELECT SALIDA-MANTLOG
           ASSIGN TO '../SALIDA-MANTLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MANTLOG.

      *****************************************************************
      *                REPORTE DE LA CONSULTA DE EMPLEADOS            *
      *****************************************************************
           SELECT SALIDA-CONSEMP
           ASSIGN TO '../SALIDA-CONSEMP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CONSEMP.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PARAMEMP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMEMP.
       01  REG-PARAMEMP                     PIC X(05).

       FD  ENTRADA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-ENTRADA1.
       01  REG-ENTRADA1.
           05 ENT1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(54).

       FD  SALIDA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           05 SAL1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(52).

       FD  EXEMPLEADOS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-EXEMPLEADO.
       01  REG-EXEMPLEADO.
           05 EXE-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(145).

       FD  SALIDA-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDIT.
       01  REG-AUDIT                        PIC X(88).

       FD  SALIDA-ARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ARCH.
       01  REG-ARCH                         PIC X(92).

       FD  SALIDA-LIQUID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LIQUID.
       01  REG-LIQUID                       PIC X(120).

       FD  CUOTAS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CUOTAS.
      *    MISMO TRAZADO QUE REG-CUOTAS DE PDACTSAL.
       01  REG-CUOTAS.
           05 CUO-ID-EMP-KEY                PIC X(05).
           05 CUO-NOMBRE                    PIC X(20).
           05 CUO-DEPARTAMENTO              PIC X(04).
           05 CUO-JOB-ID                    PIC X(08).
           05 CUO-FECHA-EFECTIVA            PIC 9(08).
           05 CUO-PERIODO-INICIO            PIC 9(06).
           05 CUO-NUM-CUOTAS                PIC 9(02).
           05 CUO-MONTO-CUOTA               PIC 9(09)V99.
           05 CUO-TOTAL                     PIC 9(09)V99.
           05 CUO-PAGADO                    PIC 9(09)V99.
           05 CUO-PAGADO-BASE               PIC 9(09)V99.
           05 CUO-PENDIENTE                 PIC 9(09)V99.
           05 CUO-EN-TRANSITO               PIC 9(09)V99.
           05 CUO-PERIODO-ULTIMO            PIC 9(06).
           05 CUO-CUOTAS-PAGADAS            PIC 9(03).
           05 CUO-RECHAZOS                  PIC 9(03).
           05 CUO-ESTADO                    PIC X(01).
           05 CUO-APORTE-JOB                PIC 9(09)V99.
           05 CUO-JOB-EMISION               PIC X(08).

       FD  SALIDA-MANTLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MANTLOG.
       01  REG-MANTLOG                      PIC X(90).

       FD  SALIDA-CONSEMP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONSEMP.
       01  REG-CONSEMP                      PIC X(120).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                      ESTRUCTURA ENTRADA1                      *
      *****************************************************************
       01  WRE-REG-ENT1.
           05 ENT1-ID-EMP                   PIC X(05).
           05 ENT1-NOMBRE                   PIC X(20).
           05 ENT1-SALARIO                  PIC 9(09)V99.
           05 ENT1-DEPARTAMENTO             PIC X(04).
           05 ENT1-CATEGORIA                PIC X(02).
           05 ENT1-ESTADO                   PIC X(01).
           05 ENT1-FECHA-INGRESO            PIC 9(08).
           05 ENT1-FECHA-BAJA               PIC 9(08).

      *****************************************************************
      *                     ESTRUCTURA SALIDA1                        *
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
      *   ESTRUCTURA DEL HISTORICO DE EX-EMPLEADOS (MISMO TRAZADO QUE *
      *   PDPURGA). EXE-ESTADO: 'P' = PURGADO, 'R' = REINGRESADO      *
      *****************************************************************
       01  WRE-REG-EXE.
           05 EXE-ID-EMP                    PIC X(05).
           05 EXE-ESTADO                    PIC X(01).
           05 EXE-FECHA-PURGA               PIC 9(08).
           05 EXE-FECHA-REINGRESO           PIC 9(08).
           05 EXE-MESES-RETENCION           PIC 9(03).
           05 EXE-TIENE-SAL1                PIC X(01).
           05 EXE-REG-ENT1.
              10 EXE-ENT1-DATOS             PIC X(43).
              10 EXE-ENT1-FECHA-INGRESO     PIC 9(08).
              10 EXE-ENT1-FECHA-BAJA        PIC 9(08).
           05 EXE-REG-SAL1                  PIC X(57).
           05 FILLER                        PIC X(08).

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
           05 AUD-FECHA-EJEC-DESC REDEFINES
              AUD-FECHA-EJECUCION.
              10 AUD-ANIO                   PIC 9(04).
              10 AUD-MES                    PIC 9(02).
              10 AUD-DIA                    PIC 9(02).
           05 AUD-JOB-ID                    PIC X(08).
      *    MARCA (' '/'C'/'O', 'R' = REVERSION, 'Q' = FINIQUITO,
      *    'A' = TRAMO DE ANTIGUEDAD, 'F' = CIERRE DE CORRIDA)
           05 AUD-TOPE-MARCA                PIC X(01).
           05 AUD-FACTOR-PRORRATEO          PIC 9(01)V9(04).
           05 AUD-SECUENCIA                 PIC 9(06).
           05 AUD-CADENA                    PIC 9(09).

      *****************************************************************
      *        ESTRUCTURA DEL REGISTRO ARCHIVADO (ANIO + ORIGINAL)    *
      *****************************************************************
       01  WRE-REG-ARCH.
           05 ARCH-ANIO                     PIC 9(04).
           05 ARCH-REGISTRO                 PIC X(88).

      *****************************************************************
      *   LINEA DEL REPORTE DE LIQUIDACION (VER 3210 DE PDRETBAN):    *
      *   ID, NOMBRE, MONTO EDITADO Y DESENLACE; LA PRIMERA LINEA     *
      *   TRAE EL JOB-ID DE LA LIQUIDACION                            *
      *****************************************************************
       01  WRE-REG-LIQUID.
           05 LIQ-ID-EMP                    PIC X(05).
           05 LIQ-SEPARADOR                 PIC X(01).
           05 LIQ-NOMBRE                    PIC X(20).
           05 FILLER                        PIC X(01).
           05 LIQ-MONTO                     PIC X(14).
           05 FILLER                        PIC X(01).
           05 LIQ-DESENLACE                 PIC X(40).
           05 FILLER                        PIC X(38).
       01  WRE-REG-LIQUID-CAB REDEFINES WRE-REG-LIQUID.
           05 LIQ-TITULO                    PIC X(40).
           05 LIQ-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(72).

      *****************************************************************
      *   BITACORA DE MANTENIMIENTO (MISMO TRAZADO QUE PDMANTEMP)     *
      *****************************************************************
       01  WRE-REG-MANTLOG.
           05 LOG-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01).
           05 LOG-ACCION                    PIC X(06).
           05 FILLER                        PIC X(01).
           05 LOG-ID-EMP                    PIC X(05).
           05 FILLER                        PIC X(01).
           05 LOG-RESULTADO                 PIC X(09).
           05 FILLER                        PIC X(01).
           05 LOG-MOTIVO-COD                PIC X(02).
           05 FILLER                        PIC X(01).
           05 LOG-MOTIVO-DESC               PIC X(25).
           05 FILLER                        PIC X(30).

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-PARAMEMP                  PIC X(02) VALUE SPACES.
           05 WFS-ENTRADA1                  PIC X(02) VALUE SPACES.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-EXEMPLEADOS               PIC X(02) VALUE SPACES.
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-ARCH                      PIC X(02) VALUE SPACES.
           05 WFS-LIQUID                    PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-MANTLOG                   PIC X(02) VALUE SPACES.
           05 WFS-CONSEMP                   PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-LISTA                  PIC X(01) VALUE 'N'.
           05 WS-HAY-CUOTAS                 PIC X(01) VALUE 'N'.
           05 WS-EN-ENTRADA1                PIC X(01) VALUE 'N'.
           05 WS-EN-SALIDA1                 PIC X(01) VALUE 'N'.
           05 WS-HAY-HISTORICO              PIC X(01) VALUE 'N'.
           05 WS-EN-HISTORICO               PIC X(01) VALUE 'N'.

       01  W-CONSULTA.
           05 WC-ID-EMP                     PIC X(05) VALUE SPACES.
           05 WC-ORIGEN                     PIC X(08) VALUE SPACES.
           05 WC-JOB-LIQUID                 PIC X(08) VALUE SPACES.
           05 WC-ENCONTRADOS                PIC 9(06) VALUE ZEROES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-CONSULTADOS                PIC 9(06) VALUE ZEROES.
           05 WA-NO-ENCONTRADOS             PIC 9(06) VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-CONSEMP                  PIC X(120) VALUE SPACES.

       01  W-CONSEMP-EDITADO.
           05 WCE-FECHA.
              10 WCE-ANIO                   PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WCE-MES                    PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WCE-DIA                    PIC 9(02).
           05 WCE-MONTO                     PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-MONTO-B                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-MONTO-C                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-PORCENTAJE                PIC Z9.99.
           05 WCE-CONTEO                    PIC ZZZ,ZZ9.
           05 WCE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WCE-MESES                     PIC ZZ9.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL WS-FIN-LISTA EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-LISTA.

      *****************************************************************
      *   ABRIR ARCHIVOS. SIN LISTA NO HAY NADA QUE CONSULTAR (RC 08) *
      *   EL LIBRO DE CUOTAS ES OPCIONAL (NO EXISTE HASTA EL PRIMER   *
      *   PLAN); LOS ARCHIVOS DE TEXTO SE ABREN POR EMPLEADO          *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT PARAMEMP
           IF WFS-PARAMEMP NOT EQUAL '00'
              DISPLAY 'CONSULTA RECHAZADA: NO SE ENCONTRO PDCONEMP.PRM '
                      WFS-PARAMEMP
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           OPEN INPUT ENTRADA1
           OPEN INPUT SALIDA1
           OPEN INPUT CUOTAS
           IF WFS-CUOTAS EQUAL '00'
              MOVE 'S' TO WS-HAY-CUOTAS
           ELSE
              IF WFS-CUOTAS EQUAL '35'
                 MOVE '00' TO WFS-CUOTAS
              END-IF
           END-IF
      *    EL HISTORICO DE EX-EMPLEADOS NO EXISTE HASTA LA PRIMERA
      *    PURGA.
           OPEN INPUT EXEMPLEADOS
           IF WFS-EXEMPLEADOS EQUAL '00'
              MOVE 'S' TO WS-HAY-HISTORICO
           ELSE
              IF WFS-EXEMPLEADOS EQUAL '35'
                 MOVE '00' TO WFS-EXEMPLEADOS
              END-IF
           END-IF
           OPEN OUTPUT SALIDA-CONSEMP

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-SALIDA1 EQUAL '00' AND
              WFS-CUOTAS EQUAL '00' AND
              WFS-EXEMPLEADOS EQUAL '00' AND
              WFS-CONSEMP EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO CUOTAS.DAT' WFS-CUOTAS
              DISPLAY 'ERROR EN ARCHIVO EXEMPLEADOS' WFS-EXEMPLEADOS
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CONSEMP' WFS-CONSEMP
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-CONSEMP
           STRING 'CONSULTA INTEGRAL DE EMPLEADOS - PDCONEMP  FECHA: '
                  DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP
           MOVE SPACES TO W-LINEA-CONSEMP
           STRING 'MARCAS DE HISTORIA: BLANCO=AUMENTO C=TOPADO '
                  DELIMITED BY SIZE
                  'O=OVERRIDE R=REVERSION Q=FINIQUITO A=ANTIGUEDAD'
                  DELIMITED BY SIZE
                  INTO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP.

      *****************************************************************
      *   LEER EL SIGUIENTE ID DE LA LISTA ('*FIN*' O FIN DE ARCHIVO  *
      *   LA TERMINAN)                                                *
      *****************************************************************
       1200-LEER-LISTA.
           READ PARAMEMP INTO WC-ID-EMP
           IF WFS-PARAMEMP EQUAL '00'
              IF WC-ID-EMP EQUAL '*FIN*'
                 MOVE 'S' TO WS-FIN-LISTA
              END-IF
           ELSE
              IF WFS-PARAMEMP EQUAL '10'
                 MOVE 'S' TO WS-FIN-LISTA
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCONEMP.PRM'
                          WFS-PARAMEMP
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *                          PROCESO                              *
      *****************************************************************
       2000-PROCESO.
           IF WC-ID-EMP NOT EQUAL SPACES
              PERFORM 2100-CONSULTAR-EMPLEADO
           END-IF
           PERFORM 1200-LEER-LISTA.

      *****************************************************************
      *   CONSULTA COMPLETA DE UN EMPLEADO, SECCION POR SECCION       *
      *****************************************************************
       2100-CONSULTAR-EMPLEADO.
           ADD 1 TO WA-CONSULTADOS
           MOVE SPACES TO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP
           MOVE ALL '=' TO W-LINEA-CONSEMP
           MOVE ' EMPLEADO '  TO W-LINEA-CONSEMP(4:10)
           MOVE WC-ID-EMP     TO W-LINEA-CONSEMP(14:5)
           MOVE ' '           TO W-LINEA-CONSEMP(19:1)
           PERFORM 3215-GRABAR-LINEA-CONSEMP

           PERFORM 2110-CONSULTAR-MAESTRO
           PERFORM 2120-CONSULTAR-SALIDA1
           MOVE 'N' TO WS-EN-HISTORICO
           IF WS-EN-ENTRADA1 EQUAL 'N' AND
              WS-HAY-HISTORICO EQUAL 'S'
              PERFORM 2125-CONSULTAR-EXEMPLEADO
           END-IF
           IF WS-EN-ENTRADA1 EQUAL 'N' AND
              WS-EN-SALIDA1 EQUAL 'N' AND
              WS-EN-HISTORICO EQUAL 'N'
              ADD 1 TO WA-NO-ENCONTRADOS
              MOVE SPACES TO W-LINEA-CONSEMP
              MOVE 'EMPLEADO NO ENCONTRADO EN ENTRADA1 NI EN SALIDA1'
                   TO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           END-IF
           PERFORM 2130-CONSULTAR-HISTORIA
           PERFORM 2140-CONSULTAR-LIQUIDACION
           PERFORM 2150-CONSULTAR-CUOTAS
           PERFORM 2160-CONSULTAR-MANTLOG.

      *****************************************************************
      *                MAESTRO ACTUAL (ENTRADA1, POR LLAVE)           *
      *****************************************************************
       2110-CONSULTAR-MAESTRO.
           MOVE 'N' TO WS-EN-ENTRADA1
           MOVE WC-ID-EMP TO ENT1-ID-EMP-KEY
           READ ENTRADA1 INTO WRE-REG-ENT1
           MOVE SPACES TO W-LINEA-CONSEMP
           IF WFS-ENTRADA1 EQUAL '00'
              MOVE 'S' TO WS-EN-ENTRADA1
              MOVE ENT1-SALARIO TO WCE-MONTO
              STRING 'MAESTRO  : ' DELIMITED BY SIZE
                     ENT1-NOMBRE DELIMITED BY SIZE
                     ' SALARIO ' DELIMITED BY SIZE
                     WCE-MONTO DELIMITED BY SIZE
                     ' DEPTO ' DELIMITED BY SIZE
                     ENT1-DEPARTAMENTO DELIMITED BY SIZE
                     ' CATEG ' DELIMITED BY SIZE
                     ENT1-CATEGORIA DELIMITED BY SIZE
                     ' ESTADO ' DELIMITED BY SIZE
                     ENT1-ESTADO DELIMITED BY SIZE
                     ' INGRESO ' DELIMITED BY SIZE
                     ENT1-FECHA-INGRESO DELIMITED BY SIZE
                     ' BAJA ' DELIMITED BY SIZE
                     ENT1-FECHA-BAJA DELIMITED BY SIZE
                     INTO W-LINEA-CONSEMP
           ELSE
              IF WFS-ENTRADA1 EQUAL '23'
                 MOVE 'MAESTRO  : NO EXISTE EN ENTRADA1'
                      TO W-LINEA-CONSEMP
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER ENTRADA1' WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF
           PERFORM 3215-GRABAR-LINEA-CONSEMP.

      *****************************************************************
      *           ULTIMO RESULTADO DE PDACTSAL (SALIDA1, POR LLAVE)   *
      *****************************************************************
       2120-CONSULTAR-SALIDA1.
           MOVE 'N' TO WS-EN-SALIDA1
           MOVE WC-ID-EMP TO SAL1-ID-EMP-KEY
           READ SALIDA1 INTO WRE-REG-SAL1
           MOVE SPACES TO W-LINEA-CONSEMP
           IF WFS-SALIDA1 EQUAL '00'
              MOVE 'S' TO WS-EN-SALIDA1
              MOVE SAL1-SALARIO      TO WCE-MONTO
              MOVE SAL1-ARREARS      TO WCE-MONTO-B
              MOVE SAL1-MESES-ATRASO TO WCE-MESES
              STRING 'SALIDA1  : ' DELIMITED BY SIZE
                     SAL1-NOMBRE DELIMITED BY SIZE
                     ' SALARIO ' DELIMITED BY SIZE
                     WCE-MONTO DELIMITED BY SIZE
                     ' ATRASOS ' DELIMITED BY SIZE
                     WCE-MONTO-B DELIMITED BY SIZE
                     ' MESES ' DELIMITED BY SIZE
                     WCE-MESES DELIMITED BY SIZE
                     ' DEPTO ' DELIMITED BY SIZE
                     SAL1-DEPARTAMENTO DELIMITED BY SIZE
                     ' CATEG ' DELIMITED BY SIZE
                     SAL1-CATEGORIA DELIMITED BY SIZE
                     ' ESTADO ' DELIMITED BY SIZE
                     SAL1-ESTADO DELIMITED BY SIZE
                     INTO W-LINEA-CONSEMP
           ELSE
              IF WFS-SALIDA1 EQUAL '23'
                 MOVE 'SALIDA1  : SIN RESULTADO EN EL ULTIMO CICLO'
                      TO W-LINEA-CONSEMP
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF
           PERFORM 3215-GRABAR-LINEA-CONSEMP.

      *****************************************************************
      *   EX-EMPLEADO PURGADO (EXEMPLEADOS.DAT, POR LLAVE): FECHA DE  *
      *   PURGA Y LAS IMAGENES DE ENTRADA1 Y SALIDA1 QUE SE LLEVO EL  *
      *   HISTORICO. UN ID SIN HISTORICO NO IMPRIME NADA              *
      *****************************************************************
       2125-CONSULTAR-EXEMPLEADO.
           MOVE WC-ID-EMP TO EXE-ID-EMP-KEY
           READ EXEMPLEADOS INTO WRE-REG-EXE
           IF WFS-EXEMPLEADOS EQUAL '23'
              CONTINUE
           ELSE
              IF WFS-EXEMPLEADOS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL LEER EXEMPLEADOS'
                          WFS-EXEMPLEADOS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              MOVE 'S' TO WS-EN-HISTORICO
              MOVE SPACES TO W-LINEA-CONSEMP
              IF EXE-ESTADO EQUAL 'R'
                 STRING 'EX-EMPL. : PURGADO EL ' DELIMITED BY SIZE
                        EXE-FECHA-PURGA DELIMITED BY SIZE
                        ', REINGRESADO EL ' DELIMITED BY SIZE
                        EXE-FECHA-REINGRESO DELIMITED BY SIZE
                        INTO W-LINEA-CONSEMP
              ELSE
                 STRING 'EX-EMPL. : PURGADO EL ' DELIMITED BY SIZE
                        EXE-FECHA-PURGA DELIMITED BY SIZE
                        ' CON RETENCION DE ' DELIMITED BY SIZE
                        EXE-MESES-RETENCION DELIMITED BY SIZE
                        ' MESES' DELIMITED BY SIZE
                        INTO W-LINEA-CONSEMP
              END-IF
              PERFORM 3215-GRABAR-LINEA-CONSEMP

              MOVE EXE-REG-ENT1 TO WRE-REG-ENT1
              MOVE ENT1-SALARIO TO WCE-MONTO
              MOVE SPACES TO W-LINEA-CONSEMP
              STRING 'ENTRADA1 : ' DELIMITED BY SIZE
                     ENT1-NOMBRE DELIMITED BY SIZE
                     ' SALARIO ' DELIMITED BY SIZE
                     WCE-MONTO DELIMITED BY SIZE
                     ' DEPTO ' DELIMITED BY SIZE
                     ENT1-DEPARTAMENTO DELIMITED BY SIZE
                     ' CATEG ' DELIMITED BY SIZE
                     ENT1-CATEGORIA DELIMITED BY SIZE
                     ' ESTADO ' DELIMITED BY SIZE
                     ENT1-ESTADO DELIMITED BY SIZE
                     ' INGRESO ' DELIMITED BY SIZE
                     ENT1-FECHA-INGRESO DELIMITED BY SIZE
                     ' BAJA ' DELIMITED BY SIZE
                     ENT1-FECHA-BAJA DELIMITED BY SIZE
                     INTO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP

              MOVE SPACES TO W-LINEA-CONSEMP
              IF EXE-TIENE-SAL1 EQUAL 'S'
                 MOVE EXE-REG-SAL1      TO WRE-REG-SAL1
                 MOVE SAL1-SALARIO      TO WCE-MONTO
                 MOVE SAL1-ARREARS      TO WCE-MONTO-B
                 STRING 'SALIDA1  : ' DELIMITED BY SIZE
                        SAL1-NOMBRE DELIMITED BY SIZE
                        ' SALARIO ' DELIMITED BY SIZE
                        WCE-MONTO DELIMITED BY SIZE
                        ' ATRASOS ' DELIMITED BY SIZE
                        WCE-MONTO-B DELIMITED BY SIZE
                        ' (AL MOMENTO DE LA PURGA)' DELIMITED BY SIZE
                        INTO W-LINEA-CONSEMP
              ELSE
                 MOVE 'SALIDA1  : SIN RESULTADO AL MOMENTO DE LA PURGA'
                      TO W-LINEA-CONSEMP
              END-IF
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           END-IF.

      *****************************************************************
      *   HISTORIA SALARIAL: ACUMULADO ARCHIVADO (MAS ANTIGUO) Y      *
      *   DESPUES EL VIVO, EN ORDEN DE GRABACION                      *
      *****************************************************************
       2130-CONSULTAR-HISTORIA.
           MOVE SPACES TO W-LINEA-CONSEMP
           MOVE 'HISTORIA SALARIAL:' TO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP
           MOVE ZEROES TO WC-ENCONTRADOS

           MOVE 'ARCHIVO' TO WC-ORIGEN
           OPEN INPUT SALIDA-ARCH
           IF WFS-ARCH EQUAL '00'
              PERFORM UNTIL WFS-ARCH NOT EQUAL '00'
                 READ SALIDA-ARCH INTO WRE-REG-ARCH
                 IF WFS-ARCH EQUAL '00'
                    MOVE ARCH-REGISTRO TO WRE-REG-AUDIT
                    PERFORM 2135-GRABAR-HISTORIA
                 END-IF
              END-PERFORM
              IF WFS-ARCH NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA-AUDIT-ARCH'
                          WFS-ARCH
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-ARCH
           ELSE
              IF WFS-ARCH NOT EQUAL '35'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDIT-ARCH' WFS-ARCH
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF

           MOVE 'VIVO' TO WC-ORIGEN
           OPEN INPUT SALIDA-AUDIT
           IF WFS-AUDIT EQUAL '00'
              PERFORM UNTIL WFS-AUDIT NOT EQUAL '00'
                 READ SALIDA-AUDIT INTO WRE-REG-AUDIT
                 IF WFS-AUDIT EQUAL '00'
                    PERFORM 2135-GRABAR-HISTORIA
                 END-IF
              END-PERFORM
              IF WFS-AUDIT NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA-AUDITORIA'
                          WFS-AUDIT
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-AUDIT
           ELSE
              IF WFS-AUDIT NOT EQUAL '35'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDITORIA' WFS-AUDIT
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF

           IF WC-ENCONTRADOS EQUAL ZEROES
              MOVE SPACES TO W-LINEA-CONSEMP
              MOVE '  SIN MOVIMIENTOS EN LA AUDITORIA'
                   TO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           END-IF.

      *****************************************************************
      *   GRABAR UNA ENTRADA DE AUDITORIA DEL EMPLEADO (SIN CIERRES)  *
      *****************************************************************
       2135-GRABAR-HISTORIA.
           IF AUD-ID-EMP EQUAL WC-ID-EMP AND
              AUD-TOPE-MARCA NOT EQUAL 'F'
              ADD 1 TO WC-ENCONTRADOS
              MOVE AUD-ANIO               TO WCE-ANIO
              MOVE AUD-MES                TO WCE-MES
              MOVE AUD-DIA                TO WCE-DIA
              MOVE AUD-SALARIO-ANTERIOR   TO WCE-MONTO
              MOVE AUD-SALARIO-NUEVO      TO WCE-MONTO-B
              MOVE AUD-PORCENTAJE         TO WCE-PORCENTAJE
              MOVE SPACES TO W-LINEA-CONSEMP
              STRING '  ' DELIMITED BY SIZE
                     WCE-FECHA DELIMITED BY SIZE
                     ' JOB: ' DELIMITED BY SIZE
                     AUD-JOB-ID DELIMITED BY SIZE
                     ' ANTES: ' DELIMITED BY SIZE
                     WCE-MONTO DELIMITED BY SIZE
                     ' DESPUES: ' DELIMITED BY SIZE
                     WCE-MONTO-B DELIMITED BY SIZE
                     ' PCT: ' DELIMITED BY SIZE
                     WCE-PORCENTAJE DELIMITED BY SIZE
                     ' MARCA: ' DELIMITED BY SIZE
                     AUD-TOPE-MARCA DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WC-ORIGEN DELIMITED BY SIZE
                     INTO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           END-IF.

      *****************************************************************
      *   ESTADO DEL PAGO DE ATRASOS EN LA ULTIMA LIQUIDACION DE      *
      *   PDRETBAN (PAGADO / RECHAZADO CON MOTIVO / SIN RESPUESTA)    *
      *****************************************************************
       2140-CONSULTAR-LIQUIDACION.
           MOVE ZEROES TO WC-ENCONTRADOS
           MOVE SPACES TO WC-JOB-LIQUID
           OPEN INPUT SALIDA-LIQUID
           IF WFS-LIQUID EQUAL '35'
              MOVE SPACES TO W-LINEA-CONSEMP
              MOVE 'PAGO     : NO HAY LIQUIDACION DISPONIBLE'
                   TO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           ELSE
              IF WFS-LIQUID NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA-LIQUIDACION'
                          WFS-LIQUID
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-LIQUID NOT EQUAL '00'
                 READ SALIDA-LIQUID INTO WRE-REG-LIQUID
                 IF WFS-LIQUID EQUAL '00'
      *             LAS LINEAS 'FALLA: ...' DE PDRETBAN PUEDEN VENIR
      *             ANTES DEL TITULO: EL JOB SALE SOLO DEL TITULO.
                    IF WC-JOB-LIQUID EQUAL SPACES AND
                       LIQ-TITULO EQUAL
                       'LIQUIDACION DE ATRASOS - PDRETBAN  JOB: '
                       MOVE LIQ-JOB-ID TO WC-JOB-LIQUID
                    END-IF
                    IF LIQ-ID-EMP EQUAL WC-ID-EMP AND
                       LIQ-SEPARADOR EQUAL SPACES
                       ADD 1 TO WC-ENCONTRADOS
                       MOVE SPACES TO W-LINEA-CONSEMP
                       STRING 'PAGO     : LIQUIDACION JOB '
                              DELIMITED BY SIZE
                              WC-JOB-LIQUID DELIMITED BY SIZE
                              ' ATRASOS ' DELIMITED BY SIZE
                              LIQ-MONTO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              LIQ-DESENLACE DELIMITED BY SIZE
                              INTO W-LINEA-CONSEMP
                       PERFORM 3215-GRABAR-LINEA-CONSEMP
                    END-IF
                 END-IF
              END-PERFORM
              IF WFS-LIQUID NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA-LIQUIDACION'
                          WFS-LIQUID
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-LIQUID
              IF WC-ENCONTRADOS EQUAL ZEROES
                 MOVE SPACES TO W-LINEA-CONSEMP
                 STRING 'PAGO     : SIN PAGO EN LA LIQUIDACION JOB '
                        DELIMITED BY SIZE
                        WC-JOB-LIQUID DELIMITED BY SIZE
                        INTO W-LINEA-CONSEMP
                 PERFORM 3215-GRABAR-LINEA-CONSEMP
              END-IF
           END-IF.

      *****************************************************************
      *   PLAN DE CUOTAS DE ATRASOS (CUOTAS.DAT, POR LLAVE)           *
      *****************************************************************
       2150-CONSULTAR-CUOTAS.
           IF WS-HAY-CUOTAS EQUAL 'S'
              MOVE WC-ID-EMP TO CUO-ID-EMP-KEY
              READ CUOTAS
              IF WFS-CUOTAS EQUAL '00'
                 MOVE CUO-TOTAL          TO WCE-MONTO
                 MOVE CUO-PAGADO         TO WCE-MONTO-B
                 MOVE CUO-PENDIENTE      TO WCE-MONTO-C
                 MOVE CUO-CUOTAS-PAGADAS TO WCE-CONTEO
                 MOVE CUO-NUM-CUOTAS     TO WCE-CONTEO-B
                 MOVE SPACES TO W-LINEA-CONSEMP
                 STRING 'CUOTAS   : ESTADO ' DELIMITED BY SIZE
                        CUO-ESTADO DELIMITED BY SIZE
                        ' TOTAL ' DELIMITED BY SIZE
                        WCE-MONTO DELIMITED BY SIZE
                        ' PAGADO ' DELIMITED BY SIZE
                        WCE-MONTO-B DELIMITED BY SIZE
                        ' PENDIENTE ' DELIMITED BY SIZE
                        WCE-MONTO-C DELIMITED BY SIZE
                        ' CUOTAS ' DELIMITED BY SIZE
                        WCE-CONTEO DELIMITED BY SIZE
                        ' DE ' DELIMITED BY SIZE
                        WCE-CONTEO-B DELIMITED BY SIZE
                        INTO W-LINEA-CONSEMP
                 PERFORM 3215-GRABAR-LINEA-CONSEMP
                 IF CUO-EN-TRANSITO GREATER THAN ZEROES
                    MOVE CUO-EN-TRANSITO TO WCE-MONTO
                    MOVE SPACES TO W-LINEA-CONSEMP
                    STRING '           CUOTA EN TRANSITO '
                           DELIMITED BY SIZE
                           WCE-MONTO DELIMITED BY SIZE
                           ' PERIODO ' DELIMITED BY SIZE
                           CUO-PERIODO-ULTIMO DELIMITED BY SIZE
                           INTO W-LINEA-CONSEMP
                    PERFORM 3215-GRABAR-LINEA-CONSEMP
                 END-IF
              ELSE
                 IF WFS-CUOTAS NOT EQUAL '23'
                    DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                             WFS-CUOTAS
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 MOVE '00' TO WFS-CUOTAS
              END-IF
           END-IF.

      *****************************************************************
      *   TRANSACCIONES DE MANTENIMIENTO DEL EMPLEADO EN LA BITACORA  *
      *****************************************************************
       2160-CONSULTAR-MANTLOG.
           MOVE SPACES TO W-LINEA-CONSEMP
           MOVE 'MANTENIMIENTO:' TO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP
           MOVE ZEROES TO WC-ENCONTRADOS
           OPEN INPUT SALIDA-MANTLOG
           IF WFS-MANTLOG EQUAL '35'
              MOVE SPACES TO W-LINEA-CONSEMP
              MOVE '  NO HAY BITACORA DE MANTENIMIENTO DISPONIBLE'
                   TO W-LINEA-CONSEMP
              PERFORM 3215-GRABAR-LINEA-CONSEMP
           ELSE
              IF WFS-MANTLOG NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA-MANTLOG' WFS-MANTLOG
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-MANTLOG NOT EQUAL '00'
                 READ SALIDA-MANTLOG INTO WRE-REG-MANTLOG
                 IF WFS-MANTLOG EQUAL '00' AND
                    LOG-ID-EMP EQUAL WC-ID-EMP
                    ADD 1 TO WC-ENCONTRADOS
                    MOVE SPACES TO W-LINEA-CONSEMP
                    STRING '  ' DELIMITED BY SIZE
                           LOG-FECHA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LOG-ACCION DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LOG-RESULTADO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LOG-MOTIVO-COD DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LOG-MOTIVO-DESC DELIMITED BY SIZE
                           INTO W-LINEA-CONSEMP
                    PERFORM 3215-GRABAR-LINEA-CONSEMP
                 END-IF
              END-PERFORM
              IF WFS-MANTLOG NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA-MANTLOG'
                          WFS-MANTLOG
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-MANTLOG
              IF WC-ENCONTRADOS EQUAL ZEROES
                 MOVE SPACES TO W-LINEA-CONSEMP
                 MOVE '  SIN TRANSACCIONES EN LA BITACORA'
                      TO W-LINEA-CONSEMP
                 PERFORM 3215-GRABAR-LINEA-CONSEMP
              END-IF
           END-IF.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           IF WA-CONSULTADOS EQUAL ZEROES
              DISPLAY 'CONSULTA RECHAZADA: PDCONEMP.PRM SIN IDS'
              MOVE 08 TO W-COD-RETORNO
           ELSE
              IF WA-NO-ENCONTRADOS GREATER THAN ZEROES
                 MOVE 04 TO W-COD-RETORNO
              ELSE
                 MOVE 00 TO W-COD-RETORNO
              END-IF
           END-IF

           MOVE WA-CONSULTADOS    TO WCE-CONTEO
           MOVE WA-NO-ENCONTRADOS TO WCE-CONTEO-B
           MOVE SPACES TO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP
           MOVE SPACES TO W-LINEA-CONSEMP
           STRING 'EMPLEADOS CONSULTADOS: ' DELIMITED BY SIZE
                  WCE-CONTEO DELIMITED BY SIZE
                  '  NO ENCONTRADOS: ' DELIMITED BY SIZE
                  WCE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CONSEMP
           PERFORM 3215-GRABAR-LINEA-CONSEMP

           PERFORM 3100-CERRAR-ARCHIVOS
           DISPLAY 'EMPLEADOS CONSULTADOS ' WA-CONSULTADOS
                   ' NO ENCONTRADOS ' WA-NO-ENCONTRADOS
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *              GRABAR UNA LINEA DEL REPORTE DE CONSULTA         *
      *****************************************************************
       3215-GRABAR-LINEA-CONSEMP.
           WRITE REG-CONSEMP FROM W-LINEA-CONSEMP
           IF WFS-CONSEMP NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-CONSEMP'
                       WFS-CONSEMP
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE PARAMEMP
                 ENTRADA1
                 SALIDA1
                 SALIDA-CONSEMP
           IF WS-HAY-CUOTAS EQUAL 'S'
              CLOSE CUOTAS
           END-IF
           IF WS-HAY-HISTORICO EQUAL 'S'
              CLOSE EXEMPLEADOS
           END-IF

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-SALIDA1 EQUAL '00' AND
              WFS-CONSEMP EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-CONSEMP'
                       WFS-CONSEMP
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
