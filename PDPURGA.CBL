      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDPURGA.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      15/10/2026.

      *****************************************************************
      *   PURGA DE EX-EMPLEADOS DEL MAESTRO ENTRADA1                  *
      *                                                               *
      *   LA BAJA DE PDMANTEMP SOLO MARCA AL EMPLEADO 'T' Y NUNCA LO  *
      *   BORRA, ASI QUE ENTRADA1 CRECE CON CADA TERMINADO Y TODAS    *
      *   LAS CORRIDAS QUE LO RECORREN LEEN Y EXCLUYEN LOS MISMOS     *
      *   REGISTROS MUERTOS. ESTE PROGRAMA MUEVE AL HISTORICO DE      *
      *   EX-EMPLEADOS (EXEMPLEADOS.DAT, INDEXADO POR ID) A LOS       *
      *   TERMINADOS QUE CUMPLEN:                                     *
      *                                                               *
      *   - FECHA DE BAJA (ENT1-FECHA-BAJA) ANTERIOR O IGUAL A LA     *
      *     FECHA DE CORTE = FECHA DE EJECUCION MENOS LOS MESES DE    *
      *     RETENCION DE PDPURGA.PRM. UN TERMINADO SIN FECHA DE BAJA  *
      *     (ANTERIOR A ENT1-FECHA-BAJA) SOLO SE PURGA SI EL          *
      *     PARAMETRO LO AUTORIZA                                     *
      *   - SIN PLAN DE CUOTAS ACTIVO EN CUOTAS.DAT                   *
      *   - SIN ATRASOS PENDIENTES DE PAGO: NI EN LA INTERFAZ DE PAGO *
      *     VIGENTE (SALIDA-INTERFAZ.TXT) MIENTRAS PDRETBAN NO LA     *
      *     HAYA LIQUIDADO, NI EN EL REENVIO DE RECHAZADOS            *
      *     (REENVIO-ATRASOS.TXT)                                     *
      *                                                               *
      *   CADA EMPLEADO PURGADO DEJA EN EL HISTORICO SU REGISTRO DE   *
      *   ENTRADA1 Y, SI LO TIENE, SU REGISTRO DE SALIDA1; DESPUES SE *
      *   BORRA DE SALIDA1 Y DE ENTRADA1. UN ALTA POSTERIOR DEL MISMO *
      *   ID EN PDMANTEMP LO REINCORPORA DESDE EL HISTORICO.          *
      *                                                               *
      *   - SALIDA-PURGA.TXT: REGISTRO DE PURGA (CADA TERMINADO       *
      *     VENCIDO, PURGADO O RETENIDO CON SU MOTIVO) Y LOS CONTEOS  *
      *     DE REGISTROS ANTES Y DESPUES DE ENTRADA1, SALIDA1 Y       *
      *     EXEMPLEADOS, CUADRADOS CONTRA LO PURGADO                  *
      *   - PDPURGA.PRM: MESES DE RETENCION (DEFECTO 024), 'S' PARA   *
      *     PURGAR TERMINADOS SIN FECHA DE BAJA Y 'S' PARA SIMULAR    *
      *     (SOLO REPORTE, NO SE MUEVE NINGUN REGISTRO)               *
      *                                                               *
      *   LA CORRIDA TOCA EL MAESTRO COMO UNA CORRIDA DE              *
      *   MANTENIMIENTO: NO ARRANCA CON PDMANTEMP EN VUELO Y TOMA EL  *
      *   CANDADO PDMANTEMP.LCK. TAMPOCO ARRANCA CON LA CORRIDA DE    *
      *   AUMENTOS DEL JOB DE PDACTSAL.PRM EN PROCESO NI SIN          *
      *   CONCILIAR (VER PDCICLO.DAT), PORQUE PDCONCIL CUADRA SALIDA1 *
      *   CONTRA LA AUDITORIA, NI CON LA CORRIDA TERMINADA SIN CERRAR *
      *   (SIN SU LINEA EN PDCIERRE.HIS), PORQUE PDCIERRE PROMUEVE    *
      *   SALIDA1 AL MAESTRO CON LOS IDS DE LA AUDITORIA DEL JOB.     *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = PURGA COMPLETA, SIN TERMINADOS VENCIDOS RETENIDOS    *
      *     04 = PURGA COMPLETA CON TERMINADOS RETENIDOS (ATRASOS,    *
      *          CUOTAS O SIN FECHA DE BAJA), O CORRIDA SIMULADA      *
      *     08 = CORRIDA RECHAZADA (PDMANTEMP EN VUELO, CICLO EN      *
      *          PROCESO, CAIDO, SIN CONCILIAR O SIN CERRAR; EL       *
      *          MAESTRO NO SE TOCO), O CONTEOS ANTES/DESPUES QUE NO  *
      *          CUADRAN                                              *
      *     12 = ERROR DE ARCHIVO (REQUIERE SOPORTE). SI OCURRE CON   *
      *          EL MAESTRO YA ABIERTO EL CANDADO QUEDA 'EN PROCESO'  *
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
      *                  MAESTRO DE EMPLEADOS ENTRADA1                *
      *****************************************************************
           SELECT ENTRADA1
           ASSIGN TO '../ENTRADA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT1-ID-EMP-KEY
           FILE STATUS IS WFS-ENTRADA1.

      *****************************************************************
      *           ULTIMO RESULTADO DE LA CORRIDA DE AUMENTOS          *
      *****************************************************************
           SELECT SALIDA1
           ASSIGN TO '../SALIDA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL1-ID-EMP-KEY
           FILE STATUS IS WFS-SALIDA1.

      *****************************************************************
      *   HISTORICO DE EX-EMPLEADOS: UN REGISTRO POR ID PURGADO CON   *
      *   SU IMAGEN DE ENTRADA1 Y DE SALIDA1 (VER WRE-REG-EXE)        *
      *****************************************************************
           SELECT EXEMPLEADOS
           ASSIGN TO '../EXEMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-ID-EMP-KEY
           FILE STATUS IS WFS-EXEMPLEADOS.

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
      *   INTERFAZ DE PAGO VIGENTE (HEADER + DETALLE + TRAILER)       *
      *****************************************************************
           SELECT SALIDA-INTERFAZ
           ASSIGN TO '../SALIDA-INTERFAZ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-INTERFAZ.

      *****************************************************************
      *   ATRASOS RECHAZADOS POR EL BANCO A REENVIAR (VER PDRETBAN)   *
      *****************************************************************
           SELECT REENVIO
           ASSIGN TO '../REENVIO-ATRASOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REENVIO.

      *****************************************************************
      *   PARAMETROS DE LA PURGA (RETENCION, SIN FECHA, SIMULACION)   *
      *****************************************************************
           SELECT PARPURGA
           ASSIGN TO '../PDPURGA.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARPURGA.

      *****************************************************************
      *   PARAMETROS DE LA CORRIDA DE AUMENTOS (JOB-ID DEL CICLO)     *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (AQUI SOLO SE CONSULTA)   *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

      *****************************************************************
      *   HISTORICO DE CIERRES APLICADOS DE PDCIERRE: UNA LINEA POR   *
      *   JOB-ID PROMOVIDO (AQUI SOLO SE CONSULTA)                    *
      *****************************************************************
           SELECT CIERRE-HIST
           ASSIGN TO '../PDCIERRE.HIS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CIERRE-HIST.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO DEL MAESTRO (VER PDMANTEMP)        *
      *****************************************************************
           SELECT MANTLOCK
           ASSIGN TO '../PDMANTEMP.LCK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MANTLOCK.

      *****************************************************************
      *        REGISTRO DE PURGA Y CONTEOS ANTES/DESPUES              *
      *****************************************************************
           SELECT SALIDA-PURGA
           ASSIGN TO '../SALIDA-PURGA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPPURGA.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

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

       FD  SALIDA-INTERFAZ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INTERFAZ.
       01  REG-INTERFAZ                     PIC X(50).

       FD  REENVIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REENVIO.
       01  REG-REENVIO                      PIC X(50).

       FD  PARPURGA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARPURGA.
       01  REG-PARPURGA                     PIC X(05).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

       FD  CICLO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           05 CIC-JOB-ID-KEY                PIC X(08).
           05 FILLER                        PIC X(152).

       FD  CIERRE-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRE-HIST.
       01  REG-CIERRE-HIST                  PIC X(45).

       FD  MANTLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MANTLOCK.
       01  REG-MANTLOCK                     PIC X(18).

       FD  SALIDA-PURGA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPPURGA.
       01  REG-REPPURGA                     PIC X(100).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *          ESTRUCTURA ENTRADA1 (MISMO TRAZADO QUE PDACTSAL)     *
      *****************************************************************
       01  WRE-REG-ENT1.
           05 ENT1-ID-EMP                   PIC X(05).
           05 ENT1-NOMBRE                   PIC X(20).
           05 ENT1-SALARIO                  PIC 9(09)V99.
           05 ENT1-SALARIO-ALFA REDEFINES
              ENT1-SALARIO                  PIC X(11).
           05 ENT1-DEPARTAMENTO             PIC X(04).
           05 ENT1-CATEGORIA                PIC X(02).
           05 ENT1-ESTADO                   PIC X(01).
           05 ENT1-FECHA-INGRESO            PIC 9(08).
           05 ENT1-FECHA-ING-ALFA REDEFINES
              ENT1-FECHA-INGRESO            PIC X(08).
           05 ENT1-FECHA-BAJA               PIC 9(08).
           05 ENT1-FECHA-BAJA-ALFA REDEFINES
              ENT1-FECHA-BAJA               PIC X(08).

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
      *   ESTRUCTURA DEL HISTORICO DE EX-EMPLEADOS (EXEMPLEADOS.DAT)  *
      *   EXE-ESTADO: 'P' = PURGADO, 'R' = REINGRESADO POR UN ALTA DE *
      *   PDMANTEMP (EL REGISTRO QUEDA COMO CONSTANCIA). LAS IMAGENES *
      *   DE ENTRADA1 Y SALIDA1 SON LAS DEL MOMENTO DE LA PURGA       *
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
      *   REGISTRO DEL HISTORICO QUE YA EXISTIA PARA EL ID (VER 2210) *
      *****************************************************************
       01  WRE-REG-EXE-PREVIO.
           05 FILLER                        PIC X(05).
           05 EXP-ESTADO                    PIC X(01).
           05 FILLER                        PIC X(19).
           05 EXP-TIENE-SAL1                PIC X(01).
           05 FILLER                        PIC X(59).
           05 EXP-REG-SAL1                  PIC X(57).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *   ESTRUCTURA DE LA INTERFAZ DE PAGO Y DEL REENVIO (MISMO      *
      *   TRAZADO QUE PDRETBAN): HEADER 'H' Y DETALLE 'D'             *
      *****************************************************************
       01  WRE-REG-INTH.
           05 INTH-TIPO                     PIC X(01).
           05 INTH-JOB-ID                   PIC X(08).
           05 INTH-FECHA                    PIC 9(08).
           05 FILLER                        PIC X(33).

       01  WRE-REG-INTD.
           05 INTD-TIPO                     PIC X(01).
           05 INTD-ID-EMP                   PIC X(05).
           05 INTD-NOMBRE                   PIC X(20).
           05 INTD-DEPARTAMENTO             PIC X(04).
           05 INTD-ARREARS                  PIC 9(09)V99.
           05 INTD-FECHA-EFECTIVA           PIC 9(08).
           05 FILLER                        PIC X(01).

      *****************************************************************
      *   ESTRUCTURA PDPURGA.PRM: MESES DE RETENCION (NO NUMERICO O   *
      *   CERO = 024), 'S' = PURGAR TERMINADOS SIN FECHA DE BAJA,     *
      *   'S' = SIMULACION                                            *
      *****************************************************************
       01  WRE-REG-PARPURGA.
           05 PUR-MESES-RETENCION           PIC 9(03).
           05 PUR-MESES-ALFA REDEFINES
              PUR-MESES-RETENCION           PIC X(03).
           05 PUR-SIN-FECHA                 PIC X(01).
           05 PUR-SIMULACION                PIC X(01).

      *****************************************************************
      *      ESTRUCTURA PARAMPAG (MISMO TRAZADO QUE EN PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

      *****************************************************************
      *   ESTRUCTURA DEL CONTROL DEL CICLO (MISMO TRAZADO QUE         *
      *   PDCICLO): UN PASO POR PROGRAMA DEL STREAM                   *
      *****************************************************************
       01  WRE-REG-CICLO.
           05 CIC-JOB-ID                    PIC X(08).
           05 CIC-PASO OCCURS 8 TIMES.
              10 CIC-ESTADO                 PIC X(01).
              10 CIC-MODO                   PIC X(01).
              10 CIC-FECHA                  PIC 9(08).
              10 CIC-HORA                   PIC X(06).
              10 CIC-RETORNO                PIC 9(02).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *          PASOS DEL STREAM DEL CICLO (SUBINDICE DE CIC-PASO)   *
      *****************************************************************
       01  W-PASOS-CICLO.
           05 WCP-MANTEMP                   PIC 9(01) VALUE 1.
           05 WCP-ACTSAL                    PIC 9(01) VALUE 2.
           05 WCP-CONSOL                    PIC 9(01) VALUE 3.
           05 WCP-CONCIL                    PIC 9(01) VALUE 4.
           05 WCP-NOTIF                     PIC 9(01) VALUE 5.
           05 WCP-RETBAN                    PIC 9(01) VALUE 6.
           05 WCP-CONAUD                    PIC 9(01) VALUE 7.
           05 WCP-CUOTAS                    PIC 9(01) VALUE 8.

      *****************************************************************
      *   ESTRUCTURA DEL HISTORICO DE CIERRES (MISMO TRAZADO QUE      *
      *   PDCIERRE): JOB-ID PROMOVIDO, FECHA, EMPLEADOS PROMOVIDOS,   *
      *   SUMA DE SALARIOS PROMOVIDOS Y CONDITION CODE DEL CIERRE     *
      *****************************************************************
       01  WRE-REG-HIST.
           05 HIS-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-PROMOVIDOS                PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-SUMA-PROMOVIDA            PIC 9(11)V99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-RETORNO                   PIC 9(02).
           05 FILLER                        PIC X(04) VALUE SPACES.

      *****************************************************************
      *              ESTRUCTURA DEL CANDADO DE MANTENIMIENTO          *
      *****************************************************************
       01  WRE-REG-MANTLOCK.
           05 LCK-ESTADO                    PIC X(10).
           05 LCK-FECHA                     PIC 9(08).

      *****************************************************************
      *   IDS CON ATRASOS SIN PAGAR (INTERFAZ SIN LIQUIDAR Y REENVIO) *
      *   WPE-ORIGEN: 'I' = INTERFAZ, 'R' = REENVIO DE RECHAZADOS     *
      *****************************************************************
       01  W-TABLA-PENDIENTES.
           05 WPE-TOTAL                     PIC 9(05) VALUE ZEROES.
           05 WPE-PENDIENTE OCCURS 10000 TIMES
                            INDEXED BY PEN-IDX.
              10 WPE-ID-EMP                 PIC X(05).
              10 WPE-ORIGEN                 PIC X(01).

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-ENTRADA1                  PIC X(02) VALUE SPACES.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-EXEMPLEADOS               PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-INTERFAZ                  PIC X(02) VALUE SPACES.
           05 WFS-REENVIO                   PIC X(02) VALUE SPACES.
           05 WFS-PARPURGA                  PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-CIERRE-HIST               PIC X(02) VALUE SPACES.
           05 WFS-MANTLOCK                  PIC X(02) VALUE SPACES.
           05 WFS-REPPURGA                  PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-ENTRADA1               PIC X(01) VALUE 'N'.
           05 WS-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
           05 WS-HAY-CUOTAS                 PIC X(01) VALUE 'N'.
           05 WS-SIMULACION                 PIC X(01) VALUE 'N'.
           05 WS-PURGAR-SIN-FECHA           PIC X(01) VALUE 'N'.
           05 WS-INTERFAZ-LIQUIDADA         PIC X(01) VALUE 'N'.
           05 WS-VERIFICAR-CIERRE           PIC X(01) VALUE 'N'.
           05 WS-JOB-CERRADO                PIC X(01) VALUE 'N'.
           05 WS-TIENE-SAL1                 PIC X(01) VALUE 'N'.
           05 WS-CANDADO-TOMADO             PIC X(01) VALUE 'N'.
           05 WS-CONTEOS-CUADRAN            PIC X(01) VALUE 'S'.

      *****************************************************************
      *   RETENCION Y FECHA DE CORTE: UN TERMINADO CON BAJA HASTA LA  *
      *   FECHA DE CORTE INCLUSIVE YA CUMPLIO SU RETENCION            *
      *****************************************************************
       01  W-RETENCION.
           05 WPU-MESES-RETENCION           PIC 9(03) VALUE 024.
           05 WPU-MESES-TOTAL               PIC 9(07) VALUE ZEROES.
           05 WPU-RESTO                     PIC 9(02) VALUE ZEROES.
           05 WPU-JOB-INTERFAZ              PIC X(08) VALUE SPACES.
           05 WPU-ORIGEN                    PIC X(01) VALUE SPACES.
           05 WPU-SITUACION                 PIC X(10) VALUE SPACES.
           05 WPU-MOTIVO                    PIC X(32) VALUE SPACES.

       01  W-FECHA-CORTE                    PIC 9(08) VALUE ZEROES.
       01  W-FECHA-CORTE-DESC REDEFINES W-FECHA-CORTE.
           05 WFC-ANIO                      PIC 9(04).
           05 WFC-MES                       PIC 9(02).
           05 WFC-DIA                       PIC 9(02).

      *****************************************************************
      *   CONTEOS DE REGISTROS ANTES Y DESPUES DE LA PURGA            *
      *   (VER 1300-CONTAR-ARCHIVOS)                                  *
      *****************************************************************
       01  W-CONTEOS.
           05 WCO-ENT1                      PIC 9(07) VALUE ZEROES.
           05 WCO-SAL1                      PIC 9(07) VALUE ZEROES.
           05 WCO-EXE                       PIC 9(07) VALUE ZEROES.
           05 WCO-ENT1-ANTES                PIC 9(07) VALUE ZEROES.
           05 WCO-SAL1-ANTES                PIC 9(07) VALUE ZEROES.
           05 WCO-EXE-ANTES                 PIC 9(07) VALUE ZEROES.
           05 WCO-ENT1-DESPUES              PIC 9(07) VALUE ZEROES.
           05 WCO-SAL1-DESPUES              PIC 9(07) VALUE ZEROES.
           05 WCO-EXE-DESPUES               PIC 9(07) VALUE ZEROES.
           05 WCO-ESPERADO                  PIC 9(07) VALUE ZEROES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-ENTRADA1             PIC 9(07) VALUE ZEROES.
           05 WA-TERMINADOS                 PIC 9(07) VALUE ZEROES.
           05 WA-EN-RETENCION               PIC 9(07) VALUE ZEROES.
           05 WA-PURGADOS                   PIC 9(07) VALUE ZEROES.
           05 WA-RETENIDOS                  PIC 9(07) VALUE ZEROES.
           05 WA-RET-SIN-FECHA              PIC 9(07) VALUE ZEROES.
           05 WA-RET-CUOTAS                 PIC 9(07) VALUE ZEROES.
           05 WA-RET-INTERFAZ               PIC 9(07) VALUE ZEROES.
           05 WA-RET-REENVIO                PIC 9(07) VALUE ZEROES.
           05 WA-BORRADOS-ENT1              PIC 9(07) VALUE ZEROES.
           05 WA-BORRADOS-SAL1              PIC 9(07) VALUE ZEROES.
           05 WA-ALTAS-EXE                  PIC 9(07) VALUE ZEROES.
           05 WA-REGRABADOS-EXE             PIC 9(07) VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-PURGA                    PIC X(100) VALUE SPACES.

       01  W-PURGA-EDITADO.
           05 WPG-CONTEO                    PIC Z,ZZZ,ZZ9.
           05 WPG-CONTEO-B                  PIC Z,ZZZ,ZZ9.
           05 WPG-CONTEO-C                  PIC Z,ZZZ,ZZ9.
           05 WPG-MESES                     PIC ZZ9.

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.
       01  W-FECHA-EJEC-DESC REDEFINES W-FECHA-EJECUCION.
           05 WFE-ANIO                      PIC 9(04).
           05 WFE-MES                       PIC 9(02).
           05 WFE-DIA                       PIC 9(02).

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
                   UNTIL WS-FIN-ENTRADA1 EQUAL 'S'
           PERFORM 3000-FINAL.

      *****************************************************************
      *   INICIO: TODOS LOS CONTROLES Y TABLAS SE RESUELVEN ANTES DE  *
      *   ABRIR EL MAESTRO; UN RECHAZO NO TOCA NINGUN ARCHIVO         *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1165-CARGAR-JOB-ID
           PERFORM 1120-VERIFICAR-CANDADO
           PERFORM 1070-VERIFICAR-CICLO
           PERFORM 1170-CARGAR-INTERFAZ
           PERFORM 1180-CARGAR-REENVIO
           PERFORM 1300-CONTAR-ARCHIVOS
           MOVE WCO-ENT1 TO WCO-ENT1-ANTES
           MOVE WCO-SAL1 TO WCO-SAL1-ANTES
           MOVE WCO-EXE  TO WCO-EXE-ANTES
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-ENTRADA1.

      *****************************************************************
      *   PARAMETROS DE LA PURGA (PDPURGA.PRM, OPCIONAL) Y FECHA DE   *
      *   CORTE = FECHA DE EJECUCION MENOS LOS MESES DE RETENCION,    *
      *   CONSERVANDO EL DIA                                          *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
           OPEN INPUT PARPURGA
           IF WFS-PARPURGA EQUAL '00'
              MOVE SPACES TO WRE-REG-PARPURGA
              READ PARPURGA INTO WRE-REG-PARPURGA
              IF WFS-PARPURGA EQUAL '00'
                 IF PUR-MESES-ALFA NUMERIC AND
                    PUR-MESES-RETENCION GREATER THAN ZEROES
                    MOVE PUR-MESES-RETENCION TO WPU-MESES-RETENCION
                 END-IF
                 IF PUR-SIN-FECHA EQUAL 'S'
                    MOVE 'S' TO WS-PURGAR-SIN-FECHA
                 END-IF
                 IF PUR-SIMULACION EQUAL 'S'
                    MOVE 'S' TO WS-SIMULACION
                 END-IF
              END-IF
              CLOSE PARPURGA
           END-IF

           COMPUTE WPU-MESES-TOTAL = WFE-ANIO * 12 + WFE-MES - 1
                                   - WPU-MESES-RETENCION
           DIVIDE WPU-MESES-TOTAL BY 12 GIVING WFC-ANIO
                                     REMAINDER WPU-RESTO
           COMPUTE WFC-MES = WPU-RESTO + 1
           MOVE WFE-DIA TO WFC-DIA

           DISPLAY 'MESES DE RETENCION: ' WPU-MESES-RETENCION
                   '  FECHA DE CORTE: ' W-FECHA-CORTE
           IF WS-SIMULACION EQUAL 'S'
              DISPLAY 'CORRIDA EN SIMULACION: NO SE MUEVE NINGUN '
                      'REGISTRO'
           END-IF.

      *****************************************************************
      *   JOB-ID DE LA CORRIDA DE AUMENTOS VIGENTE (PDACTSAL.PRM),    *
      *   CON EL MISMO DEFECTO QUE PDACTSAL                           *
      *****************************************************************
       1165-CARGAR-JOB-ID.
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
           END-IF.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO: CON PDMANTEMP EN VUELO EL         *
      *   MAESTRO ESTA CAMBIANDO Y NO SE PURGA NADA                   *
      *****************************************************************
       1120-VERIFICAR-CANDADO.
           OPEN INPUT MANTLOCK
           IF WFS-MANTLOCK EQUAL '35'
      *       SIN CANDADO NO HAY MANTENIMIENTO REGISTRADO.
              CONTINUE
           ELSE
              IF WFS-MANTLOCK NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK'
                          WFS-MANTLOCK
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              READ MANTLOCK INTO WRE-REG-MANTLOCK
              IF WFS-MANTLOCK EQUAL '00' AND
                 LCK-ESTADO EQUAL 'EN PROCESO'
                 DISPLAY 'CORRIDA RECHAZADA: HAY UNA CORRIDA DE '
                         'PDMANTEMP EN VUELO (' LCK-FECHA ')'
                 CLOSE MANTLOCK
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE MANTLOCK
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO (SOLO CONSULTA): NO SE PURGA MIENTRAS LA  *
      *   CORRIDA DE AUMENTOS DEL JOB ESTA EN PROCESO O CAYO CON      *
      *   ERROR ('X': SALIDA1 A MEDIAS Y EL BLOQUE DE AUDITORIA       *
      *   ABIERTO ESPERANDO EL REINICIO), NI CON UNA                  *
      *   CORRIDA TERMINADA QUE PDCONCIL AUN NO CUADRO: BORRAR DE     *
      *   SALIDA1 DESCUADRARIA LA CONCILIACION CONTRA LA AUDITORIA.   *
      *   UNA CORRIDA TERMINADA (QUE NO SEA ROLLBACK) ADEMAS DEBE     *
      *   ESTAR CERRADA EN PDCIERRE.HIS (VER 1075). SIN CONTROL DEL   *
      *   CICLO O SIN REGISTRO DEL JOB NO HAY NADA QUE VERIFICAR      *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           OPEN INPUT CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO EQUAL '00'
                 IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'E' OR
                    CIC-ESTADO(WCP-CONSOL) EQUAL 'E' OR
                    CIC-ESTADO(WCP-ACTSAL) EQUAL 'X' OR
                    CIC-ESTADO(WCP-CONSOL) EQUAL 'X'
                    DISPLAY 'CORRIDA RECHAZADA: CORRIDA DE AUMENTOS '
                            'EN CURSO, JOB ' WS-JOB-ID
                    CLOSE CICLO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' AND
                    CIC-MODO(WCP-ACTSAL) NOT EQUAL 'R' AND
                    CIC-ESTADO(WCP-CONCIL) NOT EQUAL 'T'
                    DISPLAY 'CORRIDA RECHAZADA: CICLO SIN CONCILIAR, '
                            'JOB ' WS-JOB-ID
                    CLOSE CICLO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' AND
                    CIC-MODO(WCP-ACTSAL) NOT EQUAL 'R'
                    MOVE 'S' TO WS-VERIFICAR-CIERRE
                 END-IF
              END-IF
              CLOSE CICLO
           END-IF
           IF WS-VERIFICAR-CIERRE EQUAL 'S'
              PERFORM 1075-VERIFICAR-CIERRE
           END-IF.

      *****************************************************************
      *   CIERRE DEL JOB: LA CORRIDA DE AUMENTOS TERMINADA Y          *
      *   CONCILIADA TODAVIA DEBE PROMOVERSE CON PDCIERRE. MIENTRAS   *
      *   SU JOB-ID NO ESTE EN PDCIERRE.HIS NO SE PURGA: EL CIERRE    *
      *   PROMUEVE SALIDA1 AL MAESTRO POR LOS IDS DE LA AUDITORIA Y   *
      *   NO PUEDE ENCONTRAR EMPLEADOS QUE YA SE MOVIERON AL          *
      *   HISTORICO. SIN PDCIERRE.HIS NINGUN JOB ESTA CERRADO         *
      *****************************************************************
       1075-VERIFICAR-CIERRE.
           OPEN INPUT CIERRE-HIST
           IF WFS-CIERRE-HIST EQUAL '35'
              CONTINUE
           ELSE
              IF WFS-CIERRE-HIST NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDCIERRE.HIS'
                          WFS-CIERRE-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-CIERRE-HIST NOT EQUAL '00'
                 READ CIERRE-HIST INTO WRE-REG-HIST
                 IF WFS-CIERRE-HIST EQUAL '00' AND
                    HIS-JOB-ID EQUAL WS-JOB-ID
                    MOVE 'S' TO WS-JOB-CERRADO
                 END-IF
              END-PERFORM
              IF WFS-CIERRE-HIST NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER PDCIERRE.HIS'
                          WFS-CIERRE-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE CIERRE-HIST
           END-IF
           IF WS-JOB-CERRADO NOT EQUAL 'S'
              DISPLAY 'CORRIDA RECHAZADA: CICLO SIN CERRAR (PDCIERRE), '
                      'JOB ' WS-JOB-ID
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   ATRASOS EN TRANSITO: SI LA INTERFAZ DE PAGO VIGENTE AUN NO  *
      *   FUE LIQUIDADA POR PDRETBAN, SUS DETALLES SON ATRASOS QUE EL *
      *   BANCO TODAVIA NO PAGO. SIN INTERFAZ NO HAY NADA EN TRANSITO *
      *****************************************************************
       1170-CARGAR-INTERFAZ.
           OPEN INPUT SALIDA-INTERFAZ
           IF WFS-INTERFAZ EQUAL '00'
              READ SALIDA-INTERFAZ INTO WRE-REG-INTH
              IF WFS-INTERFAZ EQUAL '00' AND
                 INTH-TIPO EQUAL 'H'
                 MOVE INTH-JOB-ID TO WPU-JOB-INTERFAZ
                 PERFORM 1175-VERIFICAR-LIQUIDACION
              END-IF
              IF WS-INTERFAZ-LIQUIDADA EQUAL 'N'
                 PERFORM UNTIL WFS-INTERFAZ NOT EQUAL '00'
                    READ SALIDA-INTERFAZ INTO WRE-REG-INTD
                    IF WFS-INTERFAZ EQUAL '00' AND
                       INTD-TIPO EQUAL 'D'
                       MOVE 'I' TO WPU-ORIGEN
                       PERFORM 1185-AGREGAR-PENDIENTE
                    END-IF
                 END-PERFORM
                 IF WFS-INTERFAZ NOT EQUAL '10'
                    DISPLAY 'HUBO UN ERROR AL LEER SALIDA-INTERFAZ'
                             WFS-INTERFAZ
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
              CLOSE SALIDA-INTERFAZ
              DISPLAY 'INTERFAZ VIGENTE: ' WPU-JOB-INTERFAZ
                      '  LIQUIDADA: ' WS-INTERFAZ-LIQUIDADA
           ELSE
              DISPLAY 'SIN INTERFAZ DE PAGO VIGENTE'
           END-IF.

      *****************************************************************
      *   LA INTERFAZ ESTA LIQUIDADA CUANDO EL PASO PDRETBAN DE SU    *
      *   JOB QUEDO 'T' EN EL CONTROL DEL CICLO. UNA INTERFAZ SIN     *
      *   HEADER O SIN REGISTRO EN EL CONTROL SE TOMA COMO EN         *
      *   TRANSITO (NO HAY CONSTANCIA DE SU LIQUIDACION)              *
      *****************************************************************
       1175-VERIFICAR-LIQUIDACION.
           OPEN INPUT CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE WPU-JOB-INTERFAZ TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO EQUAL '00' AND
                 CIC-ESTADO(WCP-RETBAN) EQUAL 'T'
                 MOVE 'S' TO WS-INTERFAZ-LIQUIDADA
              END-IF
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   ATRASOS RECHAZADOS POR EL BANCO QUE ESPERAN SU REENVIO      *
      *   (REENVIO-ATRASOS.TXT, OPCIONAL)                             *
      *****************************************************************
       1180-CARGAR-REENVIO.
           OPEN INPUT REENVIO
           IF WFS-REENVIO EQUAL '00'
              PERFORM UNTIL WFS-REENVIO NOT EQUAL '00'
                 READ REENVIO INTO WRE-REG-INTD
                 IF WFS-REENVIO EQUAL '00' AND
                    INTD-TIPO EQUAL 'D'
                    MOVE 'R' TO WPU-ORIGEN
                    PERFORM 1185-AGREGAR-PENDIENTE
                 END-IF
              END-PERFORM
              IF WFS-REENVIO NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER REENVIO-ATRASOS'
                          WFS-REENVIO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE REENVIO
           END-IF
           DISPLAY 'IDS CON ATRASOS SIN PAGAR: ' WPE-TOTAL.

      *****************************************************************
      *   AGREGAR UN ID A LA TABLA DE ATRASOS SIN PAGAR CON SU        *
      *   ORIGEN (WPU-ORIGEN). UNA TABLA LLENA ABORTA ANTES DE ABRIR  *
      *   EL MAESTRO: NINGUN ID CON ATRASOS PUEDE QUEDAR SIN          *
      *   VERIFICAR                                                   *
      *****************************************************************
       1185-AGREGAR-PENDIENTE.
           IF WPE-TOTAL EQUAL 10000
              DISPLAY 'CAPACIDAD EXCEDIDA EN TABLA DE ATRASOS '
                      'PENDIENTES (10000)'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           ADD 1 TO WPE-TOTAL
           SET PEN-IDX TO WPE-TOTAL
           MOVE INTD-ID-EMP    TO WPE-ID-EMP(PEN-IDX)
           MOVE WPU-ORIGEN     TO WPE-ORIGEN(PEN-IDX).

      *****************************************************************
      *   CONTAR LOS REGISTROS DE ENTRADA1, SALIDA1 Y EXEMPLEADOS.    *
      *   SE USA ANTES DE ABRIR LOS ARCHIVOS Y DESPUES DE CERRARLOS   *
      *   PARA CUADRAR LA PURGA. UN ARCHIVO QUE AUN NO EXISTE CUENTA  *
      *   CERO                                                        *
      *****************************************************************
       1300-CONTAR-ARCHIVOS.
           MOVE ZEROES TO WCO-ENT1
           MOVE ZEROES TO WCO-SAL1
           MOVE ZEROES TO WCO-EXE

           OPEN INPUT ENTRADA1
           IF WFS-ENTRADA1 EQUAL '00'
              PERFORM UNTIL WFS-ENTRADA1 NOT EQUAL '00'
                 READ ENTRADA1 NEXT
                 IF WFS-ENTRADA1 EQUAL '00'
                    ADD 1 TO WCO-ENT1
                 END-IF
              END-PERFORM
              IF WFS-ENTRADA1 NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL CONTAR ENTRADA1'
                          WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE ENTRADA1
           ELSE
              IF WFS-ENTRADA1 NOT EQUAL '35'
                 DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF

           OPEN INPUT SALIDA1
           IF WFS-SALIDA1 EQUAL '00'
              PERFORM UNTIL WFS-SALIDA1 NOT EQUAL '00'
                 READ SALIDA1 NEXT
                 IF WFS-SALIDA1 EQUAL '00'
                    ADD 1 TO WCO-SAL1
                 END-IF
              END-PERFORM
              IF WFS-SALIDA1 NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL CONTAR SALIDA1'
                          WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA1
           ELSE
              IF WFS-SALIDA1 NOT EQUAL '35'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF

           OPEN INPUT EXEMPLEADOS
           IF WFS-EXEMPLEADOS EQUAL '00'
              PERFORM UNTIL WFS-EXEMPLEADOS NOT EQUAL '00'
                 READ EXEMPLEADOS NEXT
                 IF WFS-EXEMPLEADOS EQUAL '00'
                    ADD 1 TO WCO-EXE
                 END-IF
              END-PERFORM
              IF WFS-EXEMPLEADOS NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL CONTAR EXEMPLEADOS'
                          WFS-EXEMPLEADOS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE EXEMPLEADOS
           ELSE
              IF WFS-EXEMPLEADOS NOT EQUAL '35'
                 DISPLAY 'ERROR EN ARCHIVO EXEMPLEADOS'
                          WFS-EXEMPLEADOS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   ABRIR ARCHIVOS Y TOMAR EL CANDADO DE MANTENIMIENTO: DESDE   *
      *   AQUI EL MAESTRO SE MODIFICA. EL HISTORICO SE CREA LA        *
      *   PRIMERA VEZ Y EL LIBRO DE CUOTAS ES OPCIONAL (NO EXISTE     *
      *   HASTA EL PRIMER PLAN). EN SIMULACION NO SE TOMA EL CANDADO  *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN I-O    ENTRADA1
           OPEN I-O    SALIDA1
           IF WFS-SALIDA1 EQUAL '35'
              OPEN OUTPUT SALIDA1
              CLOSE SALIDA1
              OPEN I-O SALIDA1
           END-IF
           OPEN I-O    EXEMPLEADOS
           IF WFS-EXEMPLEADOS EQUAL '35'
              OPEN OUTPUT EXEMPLEADOS
              CLOSE EXEMPLEADOS
              OPEN I-O EXEMPLEADOS
           END-IF
           OPEN INPUT  CUOTAS
           IF WFS-CUOTAS EQUAL '00'
              MOVE 'S' TO WS-HAY-CUOTAS
           ELSE
              IF WFS-CUOTAS EQUAL '35'
                 MOVE '00' TO WFS-CUOTAS
              END-IF
           END-IF
           OPEN OUTPUT SALIDA-PURGA

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-SALIDA1 EQUAL '00' AND
              WFS-EXEMPLEADOS EQUAL '00' AND
              WFS-CUOTAS EQUAL '00' AND
              WFS-REPPURGA EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO EXEMPLEADOS' WFS-EXEMPLEADOS
              DISPLAY 'ERROR EN ARCHIVO CUOTAS.DAT' WFS-CUOTAS
              DISPLAY 'ERROR EN ARCHIVO SALIDA-PURGA' WFS-REPPURGA
              PERFORM 3110-FIN-PROGRAMA
           END-IF

      *    EL CANDADO SE MARCA 'EN PROCESO' COMO EN PDMANTEMP: SI LA
      *    CORRIDA MUERE A MITAD, NI PDMANTEMP NI PDANTIG NI UNA
      *    NUEVA PURGA ARRANCAN HASTA REVISAR EL MAESTRO.
           IF WS-SIMULACION EQUAL 'N'
              PERFORM 1130-MARCAR-EN-PROCESO
           END-IF

           MOVE WPU-MESES-RETENCION TO WPG-MESES
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'PURGA DE EX-EMPLEADOS - PDPURGA  FECHA: '
                  DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  '  RETENCION: ' DELIMITED BY SIZE
                  WPG-MESES DELIMITED BY SIZE
                  ' MESES  CORTE: ' DELIMITED BY SIZE
                  W-FECHA-CORTE DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           IF WS-SIMULACION EQUAL 'S'
              MOVE SPACES TO W-LINEA-PURGA
              STRING 'CORRIDA SIMULADA: NO SE MOVIO NINGUN REGISTRO'
                     DELIMITED BY SIZE
                     INTO W-LINEA-PURGA
              PERFORM 3215-GRABAR-LINEA-PURGA
           END-IF

           MOVE SPACES TO W-LINEA-PURGA
           STRING 'ID    NOMBRE               DEPT CA FECHA BAJA'
                  DELIMITED BY SIZE
                  ' SITUACION  MOTIVO' DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA.

      *****************************************************************
      *        MARCAR EL CANDADO DE MANTENIMIENTO 'EN PROCESO'        *
      *****************************************************************
       1130-MARCAR-EN-PROCESO.
           OPEN OUTPUT MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK' WFS-MANTLOCK
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE 'EN PROCESO'        TO LCK-ESTADO
           MOVE W-FECHA-EJECUCION   TO LCK-FECHA
           WRITE REG-MANTLOCK FROM WRE-REG-MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDMANTEMP.LCK'
                       WFS-MANTLOCK
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE MANTLOCK
           MOVE 'S' TO WS-CANDADO-TOMADO.

      *****************************************************************
      *              LEER EL SIGUIENTE EMPLEADO DEL MAESTRO           *
      *****************************************************************
       1200-LEER-ENTRADA1.
           READ ENTRADA1 NEXT INTO WRE-REG-ENT1
           IF WFS-ENTRADA1 EQUAL '00'
              ADD 1 TO WA-LEIDO-ENTRADA1
           ELSE
              IF WFS-ENTRADA1 EQUAL '10'
                 MOVE 'S' TO WS-FIN-ENTRADA1
                 DISPLAY 'FIN DE LECTURA ENTRADA1'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER ENTRADA1'
                          WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   PROCESO: SOLO LOS TERMINADOS. UN TERMINADO CON BAJA         *
      *   POSTERIOR A LA FECHA DE CORTE SIGUE EN RETENCION Y NO SE    *
      *   LISTA; EL RESTO SE PURGA O SE RETIENE CON SU MOTIVO         *
      *****************************************************************
       2000-PROCESO.
           IF ENT1-ESTADO EQUAL 'T'
              ADD 1 TO WA-TERMINADOS
              MOVE SPACES TO WPU-MOTIVO
              IF ENT1-FECHA-BAJA-ALFA NOT NUMERIC OR
                 ENT1-FECHA-BAJA EQUAL ZEROES
                 IF WS-PURGAR-SIN-FECHA EQUAL 'S'
                    PERFORM 2100-VERIFICAR-ATRASOS
                 ELSE
                    MOVE 'SIN FECHA DE BAJA' TO WPU-MOTIVO
                    ADD 1 TO WA-RET-SIN-FECHA
                 END-IF
                 PERFORM 2050-RESOLVER-TERMINADO
              ELSE
                 IF ENT1-FECHA-BAJA GREATER THAN W-FECHA-CORTE
                    ADD 1 TO WA-EN-RETENCION
                 ELSE
                    PERFORM 2100-VERIFICAR-ATRASOS
                    PERFORM 2050-RESOLVER-TERMINADO
                 END-IF
              END-IF
           END-IF

           PERFORM 1200-LEER-ENTRADA1.

      *****************************************************************
      *   UN TERMINADO VENCIDO SIN MOTIVO DE RETENCION SE PURGA; CON  *
      *   MOTIVO QUEDA EN EL MAESTRO Y SE LISTA COMO RETENIDO         *
      *****************************************************************
       2050-RESOLVER-TERMINADO.
           IF WPU-MOTIVO EQUAL SPACES
              PERFORM 2200-PURGAR-EMPLEADO
           ELSE
              ADD 1 TO WA-RETENIDOS
              MOVE 'RETENIDO' TO WPU-SITUACION
              PERFORM 2300-GRABAR-DETALLE
           END-IF.

      *****************************************************************
      *   ATRASOS SIN PAGAR: PLAN DE CUOTAS ACTIVO, DETALLE EN LA     *
      *   INTERFAZ SIN LIQUIDAR O EN EL REENVIO DE RECHAZADOS. EL     *
      *   PRIMER MOTIVO ENCONTRADO ES EL QUE SE INFORMA               *
      *****************************************************************
       2100-VERIFICAR-ATRASOS.
           IF WS-HAY-CUOTAS EQUAL 'S'
              MOVE ENT1-ID-EMP TO CUO-ID-EMP-KEY
              READ CUOTAS
              IF WFS-CUOTAS EQUAL '00'
                 IF CUO-ESTADO EQUAL 'A'
                    MOVE 'PLAN DE CUOTAS ACTIVO' TO WPU-MOTIVO
                    ADD 1 TO WA-RET-CUOTAS
                 END-IF
              ELSE
                 IF WFS-CUOTAS NOT EQUAL '23'
                    DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                             WFS-CUOTAS
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF

           IF WPU-MOTIVO EQUAL SPACES AND
              WPE-TOTAL GREATER THAN ZEROES
              SET PEN-IDX TO 1
              SEARCH WPE-PENDIENTE
                 AT END
                    CONTINUE
                 WHEN PEN-IDX GREATER THAN WPE-TOTAL
                    CONTINUE
                 WHEN WPE-ID-EMP(PEN-IDX) EQUAL ENT1-ID-EMP
                    IF WPE-ORIGEN(PEN-IDX) EQUAL 'I'
                       MOVE 'ATRASOS EN INTERFAZ SIN LIQUIDAR'
                                                TO WPU-MOTIVO
                       ADD 1 TO WA-RET-INTERFAZ
                    ELSE
                       MOVE 'ATRASOS RECHAZADOS SIN REENVIAR'
                                                TO WPU-MOTIVO
                       ADD 1 TO WA-RET-REENVIO
                    END-IF
              END-SEARCH
           END-IF.

      *****************************************************************
      *   PURGAR UN EMPLEADO: PRIMERO EL HISTORICO CON LAS IMAGENES   *
      *   DE ENTRADA1 Y SALIDA1, DESPUES EL BORRADO DE SALIDA1 Y      *
      *   POR ULTIMO EL DE ENTRADA1. SI LA CORRIDA MUERE A MITAD, EL  *
      *   EMPLEADO SIGUE EN EL MAESTRO Y UNA NUEVA CORRIDA VUELVE A   *
      *   PURGARLO REGRABANDO SU HISTORICO; SI YA HABIA BORRADO SU    *
      *   SALIDA1, 2210 CONSERVA LA IMAGEN QUE GRABO LA PRIMERA. UN   *
      *   ID QUE YA ESTABA EN EL HISTORICO (REINGRESADO Y VUELTO A    *
      *   DAR DE BAJA) SE REGRABA CON LA NUEVA IMAGEN                 *
      *****************************************************************
       2200-PURGAR-EMPLEADO.
           MOVE ENT1-ID-EMP TO SAL1-ID-EMP-KEY
           READ SALIDA1 INTO WRE-REG-SAL1
           IF WFS-SALIDA1 EQUAL '00'
              MOVE 'S' TO WS-TIENE-SAL1
           ELSE
              IF WFS-SALIDA1 EQUAL '23'
                 MOVE 'N'    TO WS-TIENE-SAL1
                 MOVE SPACES TO WRE-REG-SAL1
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF

           MOVE SPACES               TO WRE-REG-EXE
           MOVE ENT1-ID-EMP          TO EXE-ID-EMP
           MOVE 'P'                  TO EXE-ESTADO
           MOVE W-FECHA-EJECUCION    TO EXE-FECHA-PURGA
           MOVE ZEROES               TO EXE-FECHA-REINGRESO
           MOVE WPU-MESES-RETENCION  TO EXE-MESES-RETENCION
           MOVE WS-TIENE-SAL1        TO EXE-TIENE-SAL1
           MOVE WRE-REG-ENT1         TO EXE-REG-ENT1
           MOVE WRE-REG-SAL1         TO EXE-REG-SAL1

           IF WS-SIMULACION EQUAL 'N'
              PERFORM 2210-GRABAR-HISTORICO
              IF WS-TIENE-SAL1 EQUAL 'S'
                 DELETE SALIDA1 RECORD
                 IF WFS-SALIDA1 NOT EQUAL '00'
                    DISPLAY 'HUBO UN ERROR AL BORRAR SALIDA1 '
                            ENT1-ID-EMP ' ' WFS-SALIDA1
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 ADD 1 TO WA-BORRADOS-SAL1
              END-IF
              MOVE ENT1-ID-EMP TO ENT1-ID-EMP-KEY
              DELETE ENTRADA1 RECORD
              IF WFS-ENTRADA1 NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL BORRAR ENTRADA1 '
                         ENT1-ID-EMP ' ' WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WA-BORRADOS-ENT1
              MOVE 'PURGADO'   TO WPU-SITUACION
           ELSE
              MOVE 'A PURGAR'  TO WPU-SITUACION
           END-IF

           ADD 1 TO WA-PURGADOS
           IF EXE-TIENE-SAL1 EQUAL 'S'
              MOVE 'CON SALIDA1 AL HISTORICO' TO WPU-MOTIVO
           ELSE
              MOVE 'SIN SALIDA1'              TO WPU-MOTIVO
           END-IF
           PERFORM 2300-GRABAR-DETALLE.

      *****************************************************************
      *   GRABAR EL REGISTRO DEL HISTORICO (ALTA O, SI EL ID YA       *
      *   EXISTE, REGRABACION). UN REGISTRO 'P' CON IMAGEN DE SALIDA1 *
      *   ES DE UNA CORRIDA QUE MURIO ENTRE EL BORRADO DE SALIDA1 Y   *
      *   EL DE ENTRADA1: SI ESTA PASADA YA NO ENCUENTRA SALIDA1, SE  *
      *   CONSERVA LA IMAGEN GUARDADA. UN REGISTRO 'R' (REINGRESO) SE *
      *   REEMPLAZA ENTERO                                            *
      *****************************************************************
       2210-GRABAR-HISTORICO.
           WRITE REG-EXEMPLEADO FROM WRE-REG-EXE
           IF WFS-EXEMPLEADOS EQUAL '00'
              ADD 1 TO WA-ALTAS-EXE
           ELSE
              IF WFS-EXEMPLEADOS EQUAL '22'
                 MOVE ENT1-ID-EMP TO EXE-ID-EMP-KEY
                 READ EXEMPLEADOS INTO WRE-REG-EXE-PREVIO
                 IF WFS-EXEMPLEADOS EQUAL '00'
                    IF EXP-ESTADO EQUAL 'P' AND
                       EXP-TIENE-SAL1 EQUAL 'S' AND
                       EXE-TIENE-SAL1 EQUAL 'N'
                       MOVE EXP-TIENE-SAL1 TO EXE-TIENE-SAL1
                       MOVE EXP-REG-SAL1   TO EXE-REG-SAL1
                    END-IF
                    REWRITE REG-EXEMPLEADO FROM WRE-REG-EXE
                 END-IF
                 IF WFS-EXEMPLEADOS NOT EQUAL '00'
                    DISPLAY 'HUBO UN ERROR AL REGRABAR EXEMPLEADOS '
                            ENT1-ID-EMP ' ' WFS-EXEMPLEADOS
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 ADD 1 TO WA-REGRABADOS-EXE
              ELSE
                 DISPLAY 'HUBO UN ERROR AL GRABAR EXEMPLEADOS '
                         ENT1-ID-EMP ' ' WFS-EXEMPLEADOS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *            LINEA DE DETALLE DEL REGISTRO DE PURGA             *
      *****************************************************************
       2300-GRABAR-DETALLE.
           MOVE SPACES TO W-LINEA-PURGA
           STRING ENT1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-CATEGORIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-FECHA-BAJA-ALFA DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WPU-SITUACION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WPU-MOTIVO DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA.

      *****************************************************************
      *   FINAL: CERRAR, LIBERAR EL CANDADO, VOLVER A CONTAR Y        *
      *   CUADRAR ANTES - BORRADOS = DESPUES (ENTRADA1 Y SALIDA1) Y   *
      *   ANTES + ALTAS = DESPUES (EXEMPLEADOS)                       *
      *****************************************************************
       3000-FINAL.
           PERFORM 3100-CERRAR-ARCHIVOS
           IF WS-CANDADO-TOMADO EQUAL 'S'
              PERFORM 3150-MARCAR-TERMINADO
           END-IF

           PERFORM 1300-CONTAR-ARCHIVOS
           MOVE WCO-ENT1 TO WCO-ENT1-DESPUES
           MOVE WCO-SAL1 TO WCO-SAL1-DESPUES
           MOVE WCO-EXE  TO WCO-EXE-DESPUES
           PERFORM 3050-CUADRAR-CONTEOS

           IF WS-CONTEOS-CUADRAN EQUAL 'N'
              MOVE 08 TO W-COD-RETORNO
           ELSE
              IF WA-RETENIDOS GREATER THAN ZEROES OR
                 WS-SIMULACION EQUAL 'S'
                 MOVE 04 TO W-COD-RETORNO
              ELSE
                 MOVE 00 TO W-COD-RETORNO
              END-IF
           END-IF

           PERFORM 3210-ESCRIBIR-TOTALES
           CLOSE SALIDA-PURGA
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   CUADRE DE LOS CONTEOS ANTES/DESPUES CONTRA LOS REGISTROS    *
      *   BORRADOS Y GRABADOS POR LA CORRIDA. UN DESCUADRE INDICA     *
      *   OTRA CORRIDA TOCANDO LOS ARCHIVOS AL MISMO TIEMPO           *
      *****************************************************************
       3050-CUADRAR-CONTEOS.
           COMPUTE WCO-ESPERADO = WCO-ENT1-ANTES - WA-BORRADOS-ENT1
           IF WCO-ENT1-DESPUES NOT EQUAL WCO-ESPERADO
              MOVE 'N' TO WS-CONTEOS-CUADRAN
              DISPLAY 'ENTRADA1 NO CUADRA: ESPERADO ' WCO-ESPERADO
                      ' CONTADO ' WCO-ENT1-DESPUES
           END-IF
           COMPUTE WCO-ESPERADO = WCO-SAL1-ANTES - WA-BORRADOS-SAL1
           IF WCO-SAL1-DESPUES NOT EQUAL WCO-ESPERADO
              MOVE 'N' TO WS-CONTEOS-CUADRAN
              DISPLAY 'SALIDA1 NO CUADRA: ESPERADO ' WCO-ESPERADO
                      ' CONTADO ' WCO-SAL1-DESPUES
           END-IF
           COMPUTE WCO-ESPERADO = WCO-EXE-ANTES + WA-ALTAS-EXE
           IF WCO-EXE-DESPUES NOT EQUAL WCO-ESPERADO
              MOVE 'N' TO WS-CONTEOS-CUADRAN
              DISPLAY 'EXEMPLEADOS NO CUADRA: ESPERADO ' WCO-ESPERADO
                      ' CONTADO ' WCO-EXE-DESPUES
           END-IF.

      *****************************************************************
      *              CIFRAS DE CONTROL DE LA CORRIDA EN EL REPORTE    *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE SPACES TO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'ARCHIVO           ANTES    DESPUES' DELIMITED BY SIZE
                  '  DIFERENCIA' DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WCO-ENT1-ANTES   TO WPG-CONTEO
           MOVE WCO-ENT1-DESPUES TO WPG-CONTEO-B
           MOVE WA-BORRADOS-ENT1 TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'ENTRADA1     ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  -' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WCO-SAL1-ANTES   TO WPG-CONTEO
           MOVE WCO-SAL1-DESPUES TO WPG-CONTEO-B
           MOVE WA-BORRADOS-SAL1 TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'SALIDA1      ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  -' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WCO-EXE-ANTES    TO WPG-CONTEO
           MOVE WCO-EXE-DESPUES  TO WPG-CONTEO-B
           MOVE WA-ALTAS-EXE     TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'EXEMPLEADOS  ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  +' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE SPACES TO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WA-LEIDO-ENTRADA1 TO WPG-CONTEO
           MOVE WA-TERMINADOS     TO WPG-CONTEO-B
           MOVE WA-EN-RETENCION   TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'EMPLEADOS LEIDOS: ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  TERMINADOS: ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  AUN EN RETENCION: ' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WA-PURGADOS       TO WPG-CONTEO
           MOVE WA-RETENIDOS      TO WPG-CONTEO-B
           MOVE WA-REGRABADOS-EXE TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'PURGADOS: ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  RETENIDOS: ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  HISTORICOS REGRABADOS: ' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WA-RET-CUOTAS     TO WPG-CONTEO
           MOVE WA-RET-INTERFAZ   TO WPG-CONTEO-B
           MOVE WA-RET-REENVIO    TO WPG-CONTEO-C
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'RETENIDOS POR CUOTAS: ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  '  INTERFAZ: ' DELIMITED BY SIZE
                  WPG-CONTEO-B DELIMITED BY SIZE
                  '  REENVIO: ' DELIMITED BY SIZE
                  WPG-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE WA-RET-SIN-FECHA  TO WPG-CONTEO
           MOVE SPACES TO W-LINEA-PURGA
           STRING 'RETENIDOS SIN FECHA DE BAJA: ' DELIMITED BY SIZE
                  WPG-CONTEO DELIMITED BY SIZE
                  INTO W-LINEA-PURGA
           PERFORM 3215-GRABAR-LINEA-PURGA

           MOVE SPACES TO W-LINEA-PURGA
           IF WS-CONTEOS-CUADRAN EQUAL 'N'
              STRING 'RESULTADO: CONTEOS ANTES/DESPUES NO CUADRAN, '
                     'REVISAR' DELIMITED BY SIZE
                     INTO W-LINEA-PURGA
           ELSE
              IF WS-SIMULACION EQUAL 'S'
                 STRING 'RESULTADO: SIMULACION, NO SE MOVIO NINGUN '
                        'REGISTRO' DELIMITED BY SIZE
                        INTO W-LINEA-PURGA
              ELSE
                 IF WA-RETENIDOS GREATER THAN ZEROES
                    STRING 'RESULTADO: PURGA COMPLETA CON TERMINADOS '
                           'RETENIDOS (VER DETALLE)' DELIMITED BY SIZE
                           INTO W-LINEA-PURGA
                 ELSE
                    STRING 'RESULTADO: PURGA COMPLETA'
                           DELIMITED BY SIZE
                           INTO W-LINEA-PURGA
                 END-IF
              END-IF
           END-IF
           PERFORM 3215-GRABAR-LINEA-PURGA
           DISPLAY W-LINEA-PURGA.

      *****************************************************************
      *              GRABAR UNA LINEA DEL REGISTRO DE PURGA           *
      *****************************************************************
       3215-GRABAR-LINEA-PURGA.
           WRITE REG-REPPURGA FROM W-LINEA-PURGA
           IF WFS-REPPURGA NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-PURGA'
                       WFS-REPPURGA
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE ENTRADA1
                 SALIDA1
                 EXEMPLEADOS
           IF WS-HAY-CUOTAS EQUAL 'S'
              CLOSE CUOTAS
           END-IF

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-SALIDA1 EQUAL '00' AND
              WFS-EXEMPLEADOS EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO EXEMPLEADOS'
                       WFS-EXEMPLEADOS
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *        MARCAR EL CANDADO DE MANTENIMIENTO 'TERMINADO'         *
      *****************************************************************
       3150-MARCAR-TERMINADO.
           OPEN OUTPUT MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK' WFS-MANTLOCK
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE 'TERMINADO'         TO LCK-ESTADO
           MOVE W-FECHA-EJECUCION   TO LCK-FECHA
           WRITE REG-MANTLOCK FROM WRE-REG-MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDMANTEMP.LCK'
                       WFS-MANTLOCK
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE MANTLOCK.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'EMPLEADOS LEIDOS ' WA-LEIDO-ENTRADA1
                   ' TERMINADOS ' WA-TERMINADOS
                   ' EN RETENCION ' WA-EN-RETENCION
           DISPLAY 'PURGADOS ' WA-PURGADOS
                   ' RETENIDOS ' WA-RETENIDOS
           DISPLAY 'ENTRADA1 ANTES ' WCO-ENT1-ANTES
                   ' DESPUES ' WCO-ENT1-DESPUES
           DISPLAY 'SALIDA1 ANTES ' WCO-SAL1-ANTES
                   ' DESPUES ' WCO-SAL1-DESPUES
           DISPLAY 'EXEMPLEADOS ANTES ' WCO-EXE-ANTES
                   ' DESPUES ' WCO-EXE-DESPUES.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
