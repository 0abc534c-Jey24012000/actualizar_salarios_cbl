      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDANTIG.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   CORRIDA MENSUAL DE AUMENTOS POR ANTIGUEDAD (TRAMOS DEL      *
      *   CONVENIO)                                                   *
      *                                                               *
      *   ADEMAS DEL AUMENTO GENERAL ANUAL, EL CONVENIO OTORGA UN     *
      *   TRAMO AL CUMPLIR 1, 3, 5, 10 Y MAS ANOS DE SERVICIO. ESTE   *
      *   PROGRAMA CORRE UNA VEZ POR PERIODO (AAAAMM), BUSCA EN EL    *
      *   MAESTRO ENTRADA1 A LOS EMPLEADOS ACTIVOS CUYO ANIVERSARIO   *
      *   DE INGRESO (ENT1-FECHA-INGRESO) CAE EN EL MES Y LES APLICA  *
      *   EL TRAMO DIRECTAMENTE SOBRE ENT1-SALARIO:                   *
      *                                                               *
      *   - EL TRAMO SALE DE TABANTIG.TXT POR CATEGORIA Y ANOS DE     *
      *     SERVICIO: PORCENTAJE ('P') O MONTO FIJO ('F'). UNA FILA   *
      *     CON INTERVALO (TAN-CADA) SE REPITE DESPUES DE SUS ANOS    *
      *     (P.EJ. 10 CADA 5 = 10, 15, 20...). UNA CATEGORIA SIN      *
      *     FILAS PROPIAS USA LAS FILAS 'GN' O EN BLANCO. UN          *
      *     ANIVERSARIO SIN TRAMO (P.EJ. 2 ANOS) NO RECIBE NADA       *
      *   - EL RESULTADO PASA POR LAS MISMAS REGLAS DE TOPE QUE       *
      *     PDACTSAL (TABTOPE.TXT Y OVERRIDE.TXT): TOPADO AL TOPE DE  *
      *     LA CATEGORIA, AUMENTO COMPLETO CON OVERRIDE AUTORIZADO, Y *
      *     UN EMPLEADO YA SOBRE EL TOPE CONSERVA SU SALARIO          *
      *   - CADA TRAMO APLICADO DEJA UNA LINEA EN SALIDA-AUDITORIA    *
      *     CON MARCA 'A' Y JOB-ID 'AN' + AAAAMM; EL BLOQUE CIERRA    *
      *     CON SU REGISTRO 'F' Y SU PROPIA CADENA, IGUAL QUE UNA     *
      *     CORRIDA DE PDACTSAL                                       *
      *   - EL ID DE CADA EMPLEADO MODIFICADO SE ANOTA EN DELTAEMP    *
      *     (CERRADO CON '*FIN*') PARA EL MODO DELTA DE PDACTSAL, Y   *
      *     LA CORRIDA TOMA EL CANDADO PDMANTEMP.LCK MIENTRAS TOCA EL *
      *     MAESTRO, COMO UNA CORRIDA DE MANTENIMIENTO                *
      *   - SALIDA-ANTIG.TXT: DETALLE POR EMPLEADO CON ANIVERSARIO Y  *
      *     LAS CIFRAS DE CONTROL DE LA CORRIDA                       *
      *   - PDANTIG.HIS: UNA LINEA POR PERIODO APLICADO; UN PERIODO   *
      *     YA APLICADO SE RECHAZA SIN TOCAR EL MAESTRO               *
      *   - UNA CORRIDA DEL PERIODO QUE CAYO A MITAD NO LLEGO A       *
      *     PDANTIG.HIS: AL REPETIRLA SE OMITEN LOS EMPLEADOS QUE YA  *
      *     TIENEN SU LINEA 'A' DEL JOB EN LA AUDITORIA, PARA QUE     *
      *     NINGUNO RECIBA EL TRAMO DOS VECES                         *
      *   - NO CORRE CON LA CORRIDA DE AUMENTOS DEL JOB DE            *
      *     PDACTSAL.PRM EN PROCESO (CONTROL DEL CICLO, SOLO          *
      *     CONSULTA), PORQUE PDACTSAL Y PDCONSOL LEEN EL MAESTRO     *
      *                                                               *
      *   EL PERIODO SALE DE ANP-PERIODO (PDANTIG.PRM); EN BLANCO ES  *
      *   EL MES DE LA FECHA DE EJECUCION.                            *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = TRAMOS DEL PERIODO APLICADOS                         *
      *     04 = APLICADOS, PERO HAY EMPLEADOS CON DATOS INVALIDOS    *
      *          QUE NO SE EVALUARON (VER REPORTE)                    *
      *     08 = CORRIDA RECHAZADA (PERIODO YA APLICADO O INVALIDO,   *
      *          PDMANTEMP EN VUELO, CICLO DE AUMENTOS EN PROCESO,    *
      *          TABLA DE TRAMOS AUSENTE O INVALIDA); EL MAESTRO NO   *
      *          SE TOCO                                              *
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
      *   TABLA DE TRAMOS POR ANTIGUEDAD (CONTROL, MISMO ESTILO LINE  *
      *   SEQUENTIAL QUE TABPORC/TABTOPE)                             *
      *****************************************************************
           SELECT TABANTIG
           ASSIGN TO '../TABANTIG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-TABANTIG.

      *****************************************************************
      *        TABLA DE TOPES SALARIALES POR CATEGORIA (TABTOPE)      *
      *****************************************************************
           SELECT TABTOPE
           ASSIGN TO '../TABTOPE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-TABTOPE.

      *****************************************************************
      *   OVERRIDES DE TOPE AUTORIZADOS POR COMPENSACIONES (ID DE     *
      *   EMPLEADO + QUIEN AUTORIZO)                                  *
      *****************************************************************
           SELECT OVERTOPE
           ASSIGN TO '../OVERRIDE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-OVERRIDE.

      *****************************************************************
      *   ARCHIVO DE TRABAJO INDEXADO DE OVERRIDES (MISMO ESQUEMA QUE *
      *   WRKOVER DE PDACTSAL, SE RECREA EN CADA CORRIDA)             *
      *****************************************************************
           SELECT WRKOVER
           ASSIGN TO '../PDANTIG-OVER.WRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WRKO-ID-EMP-KEY
           FILE STATUS IS WFS-WRKOVER.

      *****************************************************************
      *           PARAMETRO DE LA CORRIDA (PERIODO A APLICAR)         *
      *****************************************************************
           SELECT PARANTIG
           ASSIGN TO '../PDANTIG.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARANTIG.

      *****************************************************************
      *          ARCHIVO DE AUDITORIA (HISTORICO DE AUMENTOS)         *
      *****************************************************************
           SELECT SALIDA-AUDIT
           ASSIGN TO '../SALIDA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDIT.

      *****************************************************************
      *   ARCHIVO DE CAMBIOS PARA EL MODO DELTA DE PDACTSAL (MISMO    *
      *   USO QUE EN PDMANTEMP: IDS APLICADOS Y MARCA '*FIN*')        *
      *****************************************************************
           SELECT DELTAEMP
           ASSIGN TO '../DELTAEMP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-DELTAEMP.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO DEL MAESTRO (VER PDMANTEMP)        *
      *****************************************************************
           SELECT MANTLOCK
           ASSIGN TO '../PDMANTEMP.LCK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MANTLOCK.

      *****************************************************************
      *        REPORTE DE TRAMOS Y CIFRAS DE CONTROL DEL PERIODO      *
      *****************************************************************
           SELECT SALIDA-ANTIG
           ASSIGN TO '../SALIDA-ANTIG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPANTIG.

      *****************************************************************
      *   HISTORICO DE PERIODOS APLICADOS: UNA LINEA POR PERIODO      *
      *   (ACUMULADO, SE ABRE EN EXTEND)                              *
      *****************************************************************
           SELECT ANTIG-HIST
           ASSIGN TO '../PDANTIG.HIS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ANTIG-HIST.

      *****************************************************************
      *   PARAMETROS DE LA CORRIDA DE AUMENTOS (JOB-ID DEL CICLO)     *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (VER WRE-REG-CICLO)       *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

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

       FD  TABANTIG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABANTIG.
       01  REG-TABANTIG                     PIC X(22).

       FD  TABTOPE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABTOPE.
       01  REG-TABTOPE                      PIC X(13).

       FD  OVERTOPE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OVERRIDE.
       01  REG-OVERRIDE                     PIC X(25).

       FD  WRKOVER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-WRKOVER.
       01  REG-WRKOVER.
           05 WRKO-ID-EMP-KEY               PIC X(05).
           05 WRKO-AUTORIZO                 PIC X(20).

       FD  PARANTIG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARANTIG.
       01  REG-PARANTIG                     PIC X(06).

       FD  SALIDA-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDIT.
       01  REG-AUDIT                        PIC X(88).

       FD  DELTAEMP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DELTAEMP.
       01  REG-DELTAEMP                     PIC X(05).

       FD  MANTLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MANTLOCK.
       01  REG-MANTLOCK                     PIC X(18).

       FD  SALIDA-ANTIG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPANTIG.
       01  REG-REPANTIG                     PIC X(120).

       FD  ANTIG-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ANTIG-HIST.
       01  REG-ANTIG-HIST                   PIC X(50).

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
           05 ENT1-FECHA-ING-DESC REDEFINES
              ENT1-FECHA-INGRESO.
              10 ENT1-ING-ANIO              PIC 9(04).
              10 ENT1-ING-MES               PIC 9(02).
              10 ENT1-ING-DIA               PIC 9(02).
           05 ENT1-FECHA-BAJA               PIC 9(08).
           05 ENT1-FECHA-BAJA-ALFA REDEFINES
              ENT1-FECHA-BAJA               PIC X(08).

      *****************************************************************
      *   ESTRUCTURA DE LA TABLA DE TRAMOS (TABANTIG.TXT):            *
      *   CATEGORIA ('GN' O EN BLANCO = DEFECTO), ANOS DE SERVICIO    *
      *   DEL TRAMO, INTERVALO DE REPETICION DESPUES DE ESOS ANOS     *
      *   (00 = SOLO ESE ANIVERSARIO), TIPO ('P' = PORCENTAJE SOBRE   *
      *   EL SALARIO, 'F' = MONTO FIJO MENSUAL), PORCENTAJE Y MONTO   *
      *****************************************************************
       01  WRE-REG-TABANTIG.
           05 TAN-CATEGORIA                 PIC X(02).
           05 TAN-ANIOS                     PIC 9(02).
           05 TAN-ANIOS-ALFA REDEFINES
              TAN-ANIOS                     PIC X(02).
           05 TAN-CADA                      PIC 9(02).
           05 TAN-CADA-ALFA REDEFINES
              TAN-CADA                      PIC X(02).
           05 TAN-TIPO                      PIC X(01).
           05 TAN-PORCENTAJE                PIC 9(02)V99.
           05 TAN-PORCENTAJE-ALFA REDEFINES
              TAN-PORCENTAJE                PIC X(04).
           05 TAN-MONTO                     PIC 9(09)V99.
           05 TAN-MONTO-ALFA REDEFINES
              TAN-MONTO                     PIC X(11).

       01  W-TABLA-TRAMOS.
           05 WN-TOTAL-TRAMOS               PIC 9(03) VALUE ZEROES.
           05 WN-TRAMO OCCURS 200 TIMES
                       INDEXED BY TRA-IDX.
              10 TRA-CATEGORIA               PIC X(02).
              10 TRA-ANIOS                   PIC 9(02).
              10 TRA-CADA                    PIC 9(02).
              10 TRA-TIPO                    PIC X(01).
              10 TRA-PORCENTAJE              PIC 9(02)V99.
              10 TRA-MONTO                   PIC 9(09)V99.

      *****************************************************************
      *       TABLA DE TOPES SALARIALES POR CATEGORIA (TABTOPE)       *
      *****************************************************************
       01  WRE-REG-TABTOPE.
           05 TT-CATEGORIA                  PIC X(02).
           05 TT-SALARIO-TOPE               PIC 9(09)V99.

       01  W-TABLA-TOPES.
           05 WT-TOTAL-TOPES                PIC 9(03) VALUE ZEROES.
           05 WS-TOPE-ENCONTRADO            PIC X(01) VALUE 'N'.
           05 WT-TOPE OCCURS 200 TIMES
                      INDEXED BY TTOP-IDX.
              10 TTOP-CATEGORIA              PIC X(02).
              10 TTOP-SALARIO-TOPE           PIC 9(09)V99.

      *****************************************************************
      *       OVERRIDES DE TOPE AUTORIZADOS POR COMPENSACIONES        *
      *****************************************************************
       01  WRE-REG-OVERRIDE.
           05 OVR-ID-EMP                    PIC X(05).
           05 OVR-AUTORIZO                  PIC X(20).

       01  W-TABLA-OVERRIDE.
           05 WO-TOTAL-OVERRIDES            PIC 9(06) VALUE ZEROES.
           05 WS-OVERRIDE-ENCONTRADO        PIC X(01) VALUE 'N'.
           05 WS-WRKOVER-ABIERTO            PIC X(01) VALUE 'N'.

      *****************************************************************
      *        ESTRUCTURA DEL PARAMETRO DE LA CORRIDA (PDANTIG.PRM)   *
      *****************************************************************
       01  WRE-REG-PARANTIG.
           05 ANP-PERIODO                   PIC X(06).

      *****************************************************************
      *   ESTRUCTURA SALIDA-AUDIT (MISMO TRAZADO QUE PDACTSAL). LA    *
      *   MARCA 'A' IDENTIFICA UN TRAMO DE ANTIGUEDAD; EL TOPE QUE    *
      *   HAYA LIMITADO EL TRAMO QUEDA EN EL REPORTE                  *
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
      *   CADENA DE LA AUDITORIA (MISMA REGLA QUE 2255 DE PDACTSAL):  *
      *   SECUENCIA DESDE 1 Y SEMILLA CERO AL INICIO DE LA CORRIDA,   *
      *   O DESDE LA ULTIMA LINEA DEL BLOQUE SIN CERRAR QUE DEJO UNA  *
      *   CORRIDA CAIDA DEL MISMO JOB (VER 1147)                      *
      *****************************************************************
       01  W-AUDIT-CADENA.
           05 W-AUDIT-SECUENCIA             PIC 9(06) VALUE ZEROES.
           05 W-CADENA-PREVIA               PIC 9(09) VALUE ZEROES.
           05 W-CADENA-CALC                 PIC 9(09) VALUE ZEROES.
           05 W-CAD-IDX                     PIC 9(03) VALUE ZEROES.

      *****************************************************************
      *              ESTRUCTURA DEL CANDADO DE MANTENIMIENTO          *
      *****************************************************************
       01  WRE-REG-MANTLOCK.
           05 LCK-ESTADO                    PIC X(10).
           05 LCK-FECHA                     PIC 9(08).

      *****************************************************************
      *   ESTRUCTURA DEL HISTORICO DE PERIODOS (PDANTIG.HIS):         *
      *   PERIODO APLICADO, FECHA, TRAMOS APLICADOS, SUMA DE LOS      *
      *   INCREMENTOS MENSUALES Y CONDITION CODE DE LA CORRIDA        *
      *****************************************************************
       01  WRE-REG-HIST.
           05 HIS-PERIODO                   PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-APLICADOS                 PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-SUMA-INCREMENTO           PIC 9(11)V99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-RETORNO                   PIC 9(02).
           05 FILLER                        PIC X(11) VALUE SPACES.

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
      *   IDS QUE YA TIENEN SU LINEA 'A' DEL JOB EN LA AUDITORIA (UNA *
      *   CORRIDA PREVIA DEL PERIODO QUE NO LLEGO A CERRAR)           *
      *****************************************************************
       01  W-TABLA-APLICADOS.
           05 WAP-TOTAL                     PIC 9(05) VALUE ZEROES.
           05 WS-YA-APLICADO                PIC X(01) VALUE 'N'.
           05 WAP-ID-EMP OCCURS 10000 TIMES
                         INDEXED BY APL-IDX PIC X(05).

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-ENTRADA1                  PIC X(02) VALUE SPACES.
           05 WFS-TABANTIG                  PIC X(02) VALUE SPACES.
           05 WFS-TABTOPE                   PIC X(02) VALUE SPACES.
           05 WFS-OVERRIDE                  PIC X(02) VALUE SPACES.
           05 WFS-WRKOVER                   PIC X(02) VALUE SPACES.
           05 WFS-PARANTIG                  PIC X(02) VALUE SPACES.
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-DELTAEMP                  PIC X(02) VALUE SPACES.
           05 WFS-MANTLOCK                  PIC X(02) VALUE SPACES.
           05 WFS-REPANTIG                  PIC X(02) VALUE SPACES.
           05 WFS-ANTIG-HIST                PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-ENTRADA1               PIC X(01) VALUE 'N'.
           05 WS-TRAMO-ENCONTRADO           PIC X(01) VALUE 'N'.
           05 WS-CATEGORIA-CON-TRAMOS       PIC X(01) VALUE 'N'.
           05 WS-TRAMO-COINCIDE             PIC X(01) VALUE 'N'.

      *****************************************************************
      *   PERIODO A APLICAR, ANTIGUEDAD DEL EMPLEADO Y TRAMO ELEGIDO  *
      *   (VER 2150-BUSCAR-TRAMO)                                     *
      *****************************************************************
       01  W-ANTIGUEDAD.
           05 WAN-PERIODO                   PIC 9(06) VALUE ZEROES.
           05 WAN-PERIODO-DESC REDEFINES WAN-PERIODO.
              10 WAN-PERIODO-ANIO           PIC 9(04).
              10 WAN-PERIODO-MES            PIC 9(02).
           05 WAN-ANIOS                     PIC S9(03) VALUE ZEROES.
           05 WAN-RESTO                     PIC 9(03) VALUE ZEROES.
           05 WAN-TRAMO-ANIOS               PIC 9(02) VALUE ZEROES.
           05 WAN-TRAMO-TIPO                PIC X(01) VALUE SPACES.
           05 WAN-TRAMO-PORCENTAJE          PIC 9(02)V99 VALUE ZEROES.
           05 WAN-TRAMO-MONTO               PIC 9(09)V99 VALUE ZEROES.
           05 WAN-SALARIO-ANTERIOR          PIC 9(09)V99 VALUE ZEROES.
           05 WAN-INCREMENTO                PIC 9(09)V99 VALUE ZEROES.
           05 WAN-SITUACION                 PIC X(18) VALUE SPACES.

      *****************************************************************
      *   APLICACION DE TOPES (MISMA REGLA QUE 2170 DE PDACTSAL)      *
      *****************************************************************
       01  W-TOPES.
           05 RESULTADO                     PIC 9(09)V99 VALUE ZEROES.
           05 W-TOPE-APLICADO               PIC 9(09)V99 VALUE ZEROES.
           05 W-AUTORIZO-APLICADO           PIC X(20) VALUE SPACES.
           05 WS-TOPE-MARCA                 PIC X(01) VALUE SPACES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-ENTRADA1             PIC 9(06) VALUE ZEROES.
           05 WA-NO-ACTIVOS                 PIC 9(06) VALUE ZEROES.
           05 WA-ANIVERSARIOS               PIC 9(06) VALUE ZEROES.
           05 WA-SIN-TRAMO                  PIC 9(06) VALUE ZEROES.
           05 WA-APLICADOS                  PIC 9(06) VALUE ZEROES.
           05 WA-TOPADOS                    PIC 9(06) VALUE ZEROES.
           05 WA-OVERRIDES                  PIC 9(06) VALUE ZEROES.
           05 WA-SOBRE-TOPE                 PIC 9(06) VALUE ZEROES.
           05 WA-INVALIDOS                  PIC 9(06) VALUE ZEROES.
           05 WA-AUDITORIA                  PIC 9(06) VALUE ZEROES.
           05 WA-PERIODOS-PREVIOS           PIC 9(06) VALUE ZEROES.
           05 WA-YA-APLICADOS               PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-ANTERIOR              PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-NUEVO                 PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-INCREMENTO            PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-ANTIG                    PIC X(120) VALUE SPACES.

       01  W-ANTIG-EDITADO.
           05 WAE-ANIOS                     PIC ZZ9.
           05 WAE-CONTEO                    PIC ZZZ,ZZ9.
           05 WAE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WAE-MONTO                     PIC ZZZ,ZZZ,ZZ9.99.
           05 WAE-MONTO-B                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WAE-MONTO-C                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WAE-SUMA                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WAE-SUMA-B                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.
           05 WS-JOB-CICLO                  PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

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
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PERIODO
           PERFORM 1140-VERIFICAR-HISTORICO
           PERFORM 1120-VERIFICAR-CANDADO
           PERFORM 1165-CARGAR-JOB-CICLO
           PERFORM 1070-VERIFICAR-CICLO
           PERFORM 1145-CARGAR-APLICADOS
           PERFORM 1150-CARGAR-TABLA-TRAMOS
           PERFORM 1151-CARGAR-TABLA-TOPES
           PERFORM 1152-CARGAR-OVERRIDES
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-ENTRADA1.

      *****************************************************************
      *   PERIODO A APLICAR: ANP-PERIODO DE PDANTIG.PRM O, EN BLANCO, *
      *   EL MES DE LA FECHA DE EJECUCION                             *
      *****************************************************************
       1160-CARGAR-PERIODO.
           MOVE W-FECHA-EJECUCION(1:6) TO WAN-PERIODO
           MOVE SPACES TO ANP-PERIODO
           OPEN INPUT PARANTIG
           IF WFS-PARANTIG EQUAL '00'
              READ PARANTIG INTO WRE-REG-PARANTIG
              IF WFS-PARANTIG EQUAL '00' AND
                 ANP-PERIODO NOT EQUAL SPACES
                 IF ANP-PERIODO NUMERIC
                    MOVE ANP-PERIODO TO WAN-PERIODO
                 ELSE
                    MOVE ZEROES TO WAN-PERIODO
                 END-IF
              END-IF
              CLOSE PARANTIG
           END-IF

           IF WAN-PERIODO-MES LESS THAN 1 OR
              WAN-PERIODO-MES GREATER THAN 12
              DISPLAY 'CORRIDA RECHAZADA: PERIODO INVALIDO EN '
                      'PDANTIG.PRM ' ANP-PERIODO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES      TO WS-JOB-ID
           STRING 'AN' DELIMITED BY SIZE
                  WAN-PERIODO DELIMITED BY SIZE
                  INTO WS-JOB-ID
           DISPLAY 'TRAMOS DE ANTIGUEDAD DEL PERIODO: ' WAN-PERIODO.

      *****************************************************************
      *   HISTORICO DE PERIODOS: UN PERIODO YA APLICADO NO SE VUELVE  *
      *   A APLICAR (NO EXISTIR EL ARCHIVO = NINGUNA CORRIDA PREVIA)  *
      *****************************************************************
       1140-VERIFICAR-HISTORICO.
           OPEN INPUT ANTIG-HIST
           IF WFS-ANTIG-HIST EQUAL '35'
              CONTINUE
           ELSE
              IF WFS-ANTIG-HIST NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDANTIG.HIS'
                          WFS-ANTIG-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-ANTIG-HIST NOT EQUAL '00'
                 READ ANTIG-HIST INTO WRE-REG-HIST
                 IF WFS-ANTIG-HIST EQUAL '00'
                    ADD 1 TO WA-PERIODOS-PREVIOS
                    IF HIS-PERIODO EQUAL WAN-PERIODO
                       DISPLAY 'CORRIDA RECHAZADA: EL PERIODO '
                               WAN-PERIODO ' YA SE APLICO EL '
                               HIS-FECHA
                       CLOSE ANTIG-HIST
                       MOVE 08 TO W-COD-RETORNO
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                 END-IF
              END-PERFORM
              IF WFS-ANTIG-HIST NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER PDANTIG.HIS'
                          WFS-ANTIG-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE ANTIG-HIST
           END-IF.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO: CON PDMANTEMP EN VUELO EL         *
      *   MAESTRO ESTA CAMBIANDO Y NO SE APLICA NINGUN TRAMO          *
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
      *   JOB-ID DE LA CORRIDA DE AUMENTOS VIGENTE (PDACTSAL.PRM),    *
      *   CON EL MISMO DEFECTO QUE PDACTSAL                           *
      *****************************************************************
       1165-CARGAR-JOB-CICLO.
           OPEN INPUT PARAMPAG
           IF WFS-PARAMPAG EQUAL '00'
              READ PARAMPAG INTO WRE-REG-PARAMPAG
              IF WFS-PARAMPAG EQUAL '00'
                 MOVE PRM-JOB-ID TO WS-JOB-CICLO
              END-IF
              CLOSE PARAMPAG
           END-IF

           IF WS-JOB-CICLO EQUAL SPACES
              MOVE 'PDACTSAL' TO WS-JOB-CICLO
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO (SOLO CONSULTA): EL MAESTRO NO SE TOCA    *
      *   MIENTRAS LA CORRIDA DE AUMENTOS DEL JOB (PDACTSAL O         *
      *   PDCONSOL) ESTA EN PROCESO, PORQUE LEE ENTRADA1. SIN CONTROL *
      *   DEL CICLO O SIN REGISTRO DEL JOB NO HAY NADA QUE VERIFICAR  *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           OPEN INPUT CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE WS-JOB-CICLO TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO EQUAL '00'
                 IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'E' OR
                    CIC-ESTADO(WCP-CONSOL) EQUAL 'E'
                    DISPLAY 'CORRIDA RECHAZADA: CORRIDA DE AUMENTOS '
                            'EN CURSO, JOB ' WS-JOB-CICLO
                    CLOSE CICLO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   IDS QUE YA RECIBIERON EL TRAMO DEL PERIODO: LINEAS 'A' DEL  *
      *   JOB EN LA AUDITORIA. SOLO LAS DEJA UNA CORRIDA QUE CAYO     *
      *   ANTES DE PDANTIG.HIS (1140 YA RECHAZO UN PERIODO CERRADO).  *
      *   UNA TABLA LLENA ABORTA ANTES DE ABRIR EL MAESTRO            *
      *****************************************************************
       1145-CARGAR-APLICADOS.
           OPEN INPUT SALIDA-AUDIT
           IF WFS-AUDIT EQUAL '35'
              CONTINUE
           ELSE
              IF WFS-AUDIT NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDIT' WFS-AUDIT
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-AUDIT NOT EQUAL '00'
                 READ SALIDA-AUDIT INTO WRE-REG-AUDIT
                 IF WFS-AUDIT EQUAL '00' AND
                    AUD-JOB-ID EQUAL WS-JOB-ID
                    IF AUD-TOPE-MARCA EQUAL 'A'
                       PERFORM 1146-AGREGAR-APLICADO
                    END-IF
                    PERFORM 1147-ANOTAR-COLA-CADENA
                 END-IF
              END-PERFORM
              IF WFS-AUDIT NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER LA AUDITORIA'
                          WFS-AUDIT
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-AUDIT
           END-IF
           IF WAP-TOTAL GREATER THAN ZEROES
              DISPLAY 'CORRIDA PREVIA DEL PERIODO SIN CERRAR: '
                      WAP-TOTAL ' TRAMOS YA APLICADOS SE OMITEN'
           END-IF
           IF W-AUDIT-SECUENCIA GREATER THAN ZEROES
              DISPLAY 'CADENA DE AUDITORIA REANUDADA EN '
                      W-AUDIT-SECUENCIA
           END-IF.

      *****************************************************************
      *   AGREGAR UN ID A LA TABLA DE TRAMOS YA APLICADOS             *
      *****************************************************************
       1146-AGREGAR-APLICADO.
           IF WAP-TOTAL EQUAL 10000
              DISPLAY 'CAPACIDAD EXCEDIDA EN TABLA DE TRAMOS YA '
                      'APLICADOS (10000)'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           ADD 1 TO WAP-TOTAL
           SET APL-IDX TO WAP-TOTAL
           MOVE AUD-ID-EMP TO WAP-ID-EMP(APL-IDX).

      *****************************************************************
      *   COLA DE LA CADENA DEL JOB: LA ULTIMA LINEA DE UN BLOQUE SIN *
      *   CERRAR DEJA LA SECUENCIA Y LA CADENA DESDE LAS QUE ESTA     *
      *   CORRIDA CONTINUA (IGUAL QUE 1057 DE PDACTSAL). EL CIERRE    *
      *   '*FIN*' ('F') TERMINA EL BLOQUE Y LA CADENA VUELVE A CERO   *
      *****************************************************************
       1147-ANOTAR-COLA-CADENA.
           IF AUD-TOPE-MARCA EQUAL 'F' OR
              AUD-SECUENCIA NOT NUMERIC OR
              AUD-CADENA NOT NUMERIC
              MOVE ZEROES        TO W-AUDIT-SECUENCIA
                                    W-CADENA-PREVIA
           ELSE
              MOVE AUD-SECUENCIA TO W-AUDIT-SECUENCIA
              MOVE AUD-CADENA    TO W-CADENA-PREVIA
           END-IF.

      *****************************************************************
      *   CARGAR LA TABLA DE TRAMOS (TABANTIG). SIN TABLA, O CON UNA  *
      *   FILA INVALIDA, LA CORRIDA SE RECHAZA ANTES DE ABRIR EL      *
      *   MAESTRO: UN TRAMO MAL CARGADO NO SE APLICA A NADIE          *
      *****************************************************************
       1150-CARGAR-TABLA-TRAMOS.
           OPEN INPUT TABANTIG
           IF WFS-TABANTIG NOT EQUAL '00'
              DISPLAY 'CORRIDA RECHAZADA: NO SE ENCONTRO TABANTIG '
                      WFS-TABANTIG
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           PERFORM UNTIL WFS-TABANTIG NOT EQUAL '00'
              READ TABANTIG INTO WRE-REG-TABANTIG
              IF WFS-TABANTIG EQUAL '00' AND
                 WRE-REG-TABANTIG NOT EQUAL SPACES
                 PERFORM 1155-VALIDAR-TRAMO
                 IF WN-TOTAL-TRAMOS EQUAL 200
                    DISPLAY 'CORRIDA RECHAZADA: TABANTIG EXCEDE 200 '
                            'TRAMOS'
                    CLOSE TABANTIG
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 ADD 1 TO WN-TOTAL-TRAMOS
                 SET TRA-IDX TO WN-TOTAL-TRAMOS
                 MOVE TAN-CATEGORIA   TO TRA-CATEGORIA(TRA-IDX)
                 MOVE TAN-ANIOS       TO TRA-ANIOS(TRA-IDX)
                 MOVE TAN-CADA        TO TRA-CADA(TRA-IDX)
                 MOVE TAN-TIPO        TO TRA-TIPO(TRA-IDX)
                 MOVE TAN-PORCENTAJE  TO TRA-PORCENTAJE(TRA-IDX)
                 MOVE TAN-MONTO       TO TRA-MONTO(TRA-IDX)
              END-IF
           END-PERFORM
           IF WFS-TABANTIG NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER TABANTIG' WFS-TABANTIG
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE TABANTIG

           IF WN-TOTAL-TRAMOS EQUAL ZEROES
              DISPLAY 'CORRIDA RECHAZADA: TABANTIG SIN TRAMOS'
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           DISPLAY 'TABLA DE TRAMOS CARGADA: ' WN-TOTAL-TRAMOS.

      *****************************************************************
      *   VALIDAR UNA FILA DE TABANTIG: ANOS DE 01 A 99, INTERVALO    *
      *   NUMERICO, TIPO 'P' CON PORCENTAJE O 'F' CON MONTO           *
      *****************************************************************
       1155-VALIDAR-TRAMO.
           IF TAN-ANIOS-ALFA NOT NUMERIC OR
              TAN-CADA-ALFA NOT NUMERIC OR
              TAN-PORCENTAJE-ALFA NOT NUMERIC OR
              TAN-MONTO-ALFA NOT NUMERIC OR
              (TAN-TIPO NOT EQUAL 'P' AND
               TAN-TIPO NOT EQUAL 'F')
              DISPLAY 'CORRIDA RECHAZADA: FILA INVALIDA EN TABANTIG '
                      WRE-REG-TABANTIG
              CLOSE TABANTIG
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           IF TAN-ANIOS EQUAL ZEROES OR
              (TAN-TIPO EQUAL 'P' AND TAN-PORCENTAJE EQUAL ZEROES) OR
              (TAN-TIPO EQUAL 'F' AND TAN-MONTO EQUAL ZEROES)
              DISPLAY 'CORRIDA RECHAZADA: FILA SIN ANOS O SIN MONTO '
                      'EN TABANTIG ' WRE-REG-TABANTIG
              CLOSE TABANTIG
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CARGAR TABLA DE TOPES SALARIALES POR CATEGORIA (TABTOPE)    *
      *   SIN ARCHIVO DE TOPES NO SE APLICA NINGUN TOPE (IGUAL QUE    *
      *   PDACTSAL)                                                   *
      *****************************************************************
       1151-CARGAR-TABLA-TOPES.
           OPEN INPUT TABTOPE

           IF WFS-TABTOPE EQUAL '00'
              PERFORM UNTIL WFS-TABTOPE NOT EQUAL '00'
                 READ TABTOPE INTO WRE-REG-TABTOPE
                 IF WFS-TABTOPE EQUAL '00'
                    IF WT-TOTAL-TOPES EQUAL 200
                       DISPLAY 'CORRIDA RECHAZADA: TABTOPE EXCEDE 200 '
                               'CATEGORIAS'
                       CLOSE TABTOPE
                       MOVE 08 TO W-COD-RETORNO
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                    ADD 1 TO WT-TOTAL-TOPES
                    SET TTOP-IDX TO WT-TOTAL-TOPES
                    MOVE TT-CATEGORIA     TO TTOP-CATEGORIA(TTOP-IDX)
                    MOVE TT-SALARIO-TOPE  TO
                                          TTOP-SALARIO-TOPE(TTOP-IDX)
                 END-IF
              END-PERFORM
              CLOSE TABTOPE
              DISPLAY 'TABLA DE TOPES CARGADA: ' WT-TOTAL-TOPES
           ELSE
              DISPLAY 'NO SE ENCONTRO TABTOPE, SIN TOPES SALARIALES'
           END-IF.

      *****************************************************************
      *   CARGAR OVERRIDES DE TOPE AUTORIZADOS POR COMPENSACIONES EN  *
      *   EL ARCHIVO DE TRABAJO INDEXADO (IGUAL QUE 1152 DE PDACTSAL) *
      *****************************************************************
       1152-CARGAR-OVERRIDES.
           OPEN INPUT OVERTOPE

           IF WFS-OVERRIDE EQUAL '00'
              OPEN OUTPUT WRKOVER
              IF WFS-WRKOVER NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO DE TRABAJO WRKOVER'
                          WFS-WRKOVER
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-OVERRIDE NOT EQUAL '00'
                 READ OVERTOPE INTO WRE-REG-OVERRIDE
                 IF WFS-OVERRIDE EQUAL '00'
                    IF OVR-ID-EMP NOT EQUAL SPACES
                       PERFORM 1154-GRABAR-OVERRIDE-WRK
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OVERTOPE
              CLOSE WRKOVER
              OPEN INPUT WRKOVER
              IF WFS-WRKOVER NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO DE TRABAJO WRKOVER'
                          WFS-WRKOVER
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              MOVE 'S' TO WS-WRKOVER-ABIERTO
              DISPLAY 'OVERRIDES DE TOPE CARGADOS: '
                      WO-TOTAL-OVERRIDES
           END-IF.

      *****************************************************************
      *   GRABAR UN OVERRIDE EN EL ARCHIVO DE TRABAJO INDEXADO. UN ID *
      *   REPETIDO EN OVERRIDE.TXT SE OMITE                           *
      *****************************************************************
       1154-GRABAR-OVERRIDE-WRK.
           MOVE OVR-ID-EMP   TO WRKO-ID-EMP-KEY
           MOVE OVR-AUTORIZO TO WRKO-AUTORIZO
           WRITE REG-WRKOVER
           IF WFS-WRKOVER EQUAL '00'
              ADD 1 TO WO-TOTAL-OVERRIDES
           ELSE
              IF WFS-WRKOVER EQUAL '22'
                 DISPLAY 'OVERRIDE REPETIDO, SE OMITE: ' OVR-ID-EMP
              ELSE
                 DISPLAY 'HUBO UN ERROR AL GRABAR WRKOVER'
                          WFS-WRKOVER
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   ABRIR ARCHIVOS Y TOMAR EL CANDADO DE MANTENIMIENTO: DESDE   *
      *   AQUI EL MAESTRO SE MODIFICA. LA AUDITORIA Y DELTAEMP SON    *
      *   ACUMULADOS (EXTEND; SE CREAN LA PRIMERA VEZ)                *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN I-O    ENTRADA1
           OPEN EXTEND SALIDA-AUDIT
           IF WFS-AUDIT EQUAL '35'
              OPEN OUTPUT SALIDA-AUDIT
           END-IF
           OPEN EXTEND DELTAEMP
           IF WFS-DELTAEMP EQUAL '35'
              OPEN OUTPUT DELTAEMP
           END-IF
           OPEN OUTPUT SALIDA-ANTIG

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-AUDIT EQUAL '00' AND
              WFS-DELTAEMP EQUAL '00' AND
              WFS-REPANTIG EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDIT' WFS-AUDIT
              DISPLAY 'ERROR EN ARCHIVO DELTAEMP' WFS-DELTAEMP
              DISPLAY 'ERROR EN ARCHIVO SALIDA-ANTIG' WFS-REPANTIG
              PERFORM 3110-FIN-PROGRAMA
           END-IF

      *    EL CANDADO SE MARCA 'EN PROCESO' COMO EN PDMANTEMP: SI LA
      *    CORRIDA MUERE A MITAD, DELTAEMP QUEDA SIN MARCA DE CIERRE
      *    Y NI EL MODO DELTA DE PDACTSAL NI PDCIERRE ARRANCAN HASTA
      *    REVISAR EL MAESTRO.
           PERFORM 1130-MARCAR-EN-PROCESO

           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'AUMENTOS POR ANTIGUEDAD - PDANTIG  PERIODO: '
                  DELIMITED BY SIZE
                  WAN-PERIODO DELIMITED BY SIZE
                  '  JOB: ' DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  FECHA: ' DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'ID    NOMBRE               DEPT CA ANOS'
                  DELIMITED BY SIZE
                  '  SALARIO ANT.  SALARIO NUEVO' DELIMITED BY SIZE
                  '     INCREMENTO SITUACION' DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG.

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
           CLOSE MANTLOCK.

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
      *   PROCESO: SOLO LOS ACTIVOS CON ANIVERSARIO EN EL MES DEL     *
      *   PERIODO. LOS ANOS DE SERVICIO SON LOS QUE SE CUMPLEN EN EL  *
      *   PERIODO (ANO DEL PERIODO MENOS ANO DE INGRESO)              *
      *****************************************************************
       2000-PROCESO.
           IF ENT1-ESTADO NOT EQUAL 'A'
              ADD 1 TO WA-NO-ACTIVOS
           ELSE
              IF ENT1-FECHA-ING-ALFA NOT NUMERIC OR
                 ENT1-FECHA-INGRESO EQUAL ZEROES
                 MOVE 'SIN FECHA INGRESO' TO WAN-SITUACION
                 PERFORM 2310-GRABAR-INVALIDO
              ELSE
                 IF ENT1-ING-MES EQUAL WAN-PERIODO-MES
                    COMPUTE WAN-ANIOS =
                            WAN-PERIODO-ANIO - ENT1-ING-ANIO
                    IF WAN-ANIOS GREATER THAN ZEROES
                       ADD 1 TO WA-ANIVERSARIOS
                       PERFORM 2100-EVALUAR-ANIVERSARIO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 1200-LEER-ENTRADA1.

      *****************************************************************
      *   EVALUAR UN ANIVERSARIO: BUSCAR EL TRAMO, CALCULAR EL NUEVO  *
      *   SALARIO, APLICAR EL TOPE Y REGRABAR EL MAESTRO              *
      *****************************************************************
       2100-EVALUAR-ANIVERSARIO.
           PERFORM 2110-BUSCAR-APLICADO
           IF WS-YA-APLICADO EQUAL 'S'
              ADD 1 TO WA-YA-APLICADOS
              DISPLAY 'TRAMO YA APLICADO EN EL PERIODO, SE OMITE: '
                      ENT1-ID-EMP
           ELSE
              IF ENT1-SALARIO-ALFA NOT NUMERIC OR
                 ENT1-SALARIO EQUAL ZEROES
                 MOVE 'SALARIO INVALIDO' TO WAN-SITUACION
                 PERFORM 2310-GRABAR-INVALIDO
              ELSE
                 PERFORM 2150-BUSCAR-TRAMO
                 IF WS-TRAMO-ENCONTRADO EQUAL 'N'
                    ADD 1 TO WA-SIN-TRAMO
                 ELSE
                    MOVE ENT1-SALARIO TO WAN-SALARIO-ANTERIOR
                    PERFORM 2155-CALCULAR-TRAMO
                    PERFORM 2170-APLICAR-TOPE
                    IF RESULTADO GREATER THAN ENT1-SALARIO
                       PERFORM 2200-REGRABAR-MAESTRO
                    END-IF
                    PERFORM 2300-GRABAR-LINEA-DETALLE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   EL EMPLEADO YA RECIBIO EL TRAMO DEL PERIODO (VER 1145)      *
      *****************************************************************
       2110-BUSCAR-APLICADO.
           MOVE 'N' TO WS-YA-APLICADO
           IF WAP-TOTAL GREATER THAN ZEROES
              SET APL-IDX TO 1
              SEARCH WAP-ID-EMP
                 AT END
                    CONTINUE
                 WHEN APL-IDX GREATER THAN WAP-TOTAL
                    CONTINUE
                 WHEN WAP-ID-EMP(APL-IDX) EQUAL ENT1-ID-EMP
                    MOVE 'S' TO WS-YA-APLICADO
              END-SEARCH
           END-IF.

      *****************************************************************
      *   BUSCAR EL TRAMO DEL EMPLEADO: PRIMERO ENTRE LAS FILAS DE SU *
      *   CATEGORIA; SI LA CATEGORIA NO TIENE FILAS PROPIAS, ENTRE    *
      *   LAS FILAS 'GN' O EN BLANCO. SI MAS DE UNA FILA COINCIDE     *
      *   CON LOS ANOS DE SERVICIO GANA LA DE MAS ANOS                *
      *****************************************************************
       2150-BUSCAR-TRAMO.
           MOVE 'N' TO WS-TRAMO-ENCONTRADO
           MOVE 'N' TO WS-CATEGORIA-CON-TRAMOS
           MOVE ZEROES TO WAN-TRAMO-ANIOS

           IF ENT1-CATEGORIA NOT EQUAL SPACES
              PERFORM VARYING TRA-IDX FROM 1 BY 1
                 UNTIL TRA-IDX GREATER THAN WN-TOTAL-TRAMOS
                 IF TRA-CATEGORIA(TRA-IDX) EQUAL ENT1-CATEGORIA
                    MOVE 'S' TO WS-CATEGORIA-CON-TRAMOS
                    PERFORM 2152-PROBAR-TRAMO
                 END-IF
              END-PERFORM
           END-IF

           IF WS-CATEGORIA-CON-TRAMOS EQUAL 'N'
              PERFORM VARYING TRA-IDX FROM 1 BY 1
                 UNTIL TRA-IDX GREATER THAN WN-TOTAL-TRAMOS
                 IF TRA-CATEGORIA(TRA-IDX) EQUAL SPACES OR
                    TRA-CATEGORIA(TRA-IDX) EQUAL 'GN'
                    PERFORM 2152-PROBAR-TRAMO
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      *   PROBAR UNA FILA CONTRA LOS ANOS DE SERVICIO: COINCIDE EN    *
      *   SUS ANOS EXACTOS O, CON INTERVALO, CADA TAN-CADA ANOS       *
      *   DESPUES DE ELLOS                                            *
      *****************************************************************
       2152-PROBAR-TRAMO.
           MOVE 'N' TO WS-TRAMO-COINCIDE
           IF WAN-ANIOS EQUAL TRA-ANIOS(TRA-IDX)
              MOVE 'S' TO WS-TRAMO-COINCIDE
           ELSE
              IF TRA-CADA(TRA-IDX) GREATER THAN ZEROES AND
                 WAN-ANIOS GREATER THAN TRA-ANIOS(TRA-IDX)
                 COMPUTE WAN-RESTO =
                         FUNCTION MOD(WAN-ANIOS - TRA-ANIOS(TRA-IDX),
                                      TRA-CADA(TRA-IDX))
                 IF WAN-RESTO EQUAL ZEROES
                    MOVE 'S' TO WS-TRAMO-COINCIDE
                 END-IF
              END-IF
           END-IF

           IF WS-TRAMO-COINCIDE EQUAL 'S' AND
              (WS-TRAMO-ENCONTRADO EQUAL 'N' OR
               TRA-ANIOS(TRA-IDX) GREATER THAN WAN-TRAMO-ANIOS)
              MOVE 'S'                     TO WS-TRAMO-ENCONTRADO
              MOVE TRA-ANIOS(TRA-IDX)      TO WAN-TRAMO-ANIOS
              MOVE TRA-TIPO(TRA-IDX)       TO WAN-TRAMO-TIPO
              MOVE TRA-PORCENTAJE(TRA-IDX) TO WAN-TRAMO-PORCENTAJE
              MOVE TRA-MONTO(TRA-IDX)      TO WAN-TRAMO-MONTO
           END-IF.

      *****************************************************************
      *   CALCULAR EL SALARIO CON EL TRAMO (ANTES DEL TOPE)           *
      *****************************************************************
       2155-CALCULAR-TRAMO.
           IF WAN-TRAMO-TIPO EQUAL 'F'
              MOVE WAN-TRAMO-MONTO TO WAN-INCREMENTO
              MOVE ZEROES          TO WAN-TRAMO-PORCENTAJE
           ELSE
              COMPUTE WAN-INCREMENTO ROUNDED =
                      ENT1-SALARIO * WAN-TRAMO-PORCENTAJE / 100
           END-IF
           COMPUTE RESULTADO = ENT1-SALARIO + WAN-INCREMENTO.

      *****************************************************************
      *   APLICAR EL TOPE SALARIAL DE LA CATEGORIA (MISMA REGLA QUE   *
      *   2170 DE PDACTSAL): SI EL RESULTADO EXCEDE EL TOPE SE        *
      *   RECORTA AL TOPE, SALVO OVERRIDE AUTORIZADO; UN EMPLEADO YA  *
      *   SOBRE EL TOPE CONSERVA SU SALARIO SIN TRAMO                 *
      *****************************************************************
       2170-APLICAR-TOPE.
           MOVE SPACES       TO WS-TOPE-MARCA
           MOVE SPACES       TO W-AUTORIZO-APLICADO
           MOVE 'N'          TO WS-TOPE-ENCONTRADO
           MOVE 'APLICADO'   TO WAN-SITUACION

           IF WT-TOTAL-TOPES GREATER THAN ZEROES AND
              ENT1-CATEGORIA NOT EQUAL SPACES
              SET TTOP-IDX TO 1
              SEARCH WT-TOPE
                 AT END
                    CONTINUE
                 WHEN TTOP-CATEGORIA(TTOP-IDX) EQUAL ENT1-CATEGORIA
                    MOVE TTOP-SALARIO-TOPE(TTOP-IDX)
                                          TO W-TOPE-APLICADO
                    MOVE 'S'              TO WS-TOPE-ENCONTRADO
              END-SEARCH
           END-IF

           IF WS-TOPE-ENCONTRADO EQUAL 'N' AND
              WT-TOTAL-TOPES GREATER THAN ZEROES
              SET TTOP-IDX TO 1
              SEARCH WT-TOPE
                 AT END
                    CONTINUE
                 WHEN TTOP-CATEGORIA(TTOP-IDX) EQUAL SPACES OR
                      TTOP-CATEGORIA(TTOP-IDX) EQUAL 'GN'
                    MOVE TTOP-SALARIO-TOPE(TTOP-IDX)
                                          TO W-TOPE-APLICADO
                    MOVE 'S'              TO WS-TOPE-ENCONTRADO
              END-SEARCH
           END-IF

           IF WS-TOPE-ENCONTRADO EQUAL 'S' AND
              RESULTADO GREATER THAN W-TOPE-APLICADO
              PERFORM 2180-BUSCAR-OVERRIDE
              IF WS-OVERRIDE-ENCONTRADO EQUAL 'S'
                 MOVE 'O' TO WS-TOPE-MARCA
                 ADD 1 TO WA-OVERRIDES
                 MOVE 'OVERRIDE'       TO WAN-SITUACION
              ELSE
                 MOVE 'C' TO WS-TOPE-MARCA
                 IF W-TOPE-APLICADO NOT GREATER THAN ENT1-SALARIO
                    ADD 1 TO WA-SOBRE-TOPE
                    MOVE 'YA SOBRE TOPE'  TO WAN-SITUACION
                    MOVE ENT1-SALARIO     TO RESULTADO
                 ELSE
                    ADD 1 TO WA-TOPADOS
                    MOVE 'TOPADO'         TO WAN-SITUACION
                    MOVE W-TOPE-APLICADO  TO RESULTADO
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *     BUSCAR AL EMPLEADO EN LOS OVERRIDES AUTORIZADOS           *
      *****************************************************************
       2180-BUSCAR-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-ENCONTRADO
           IF WS-WRKOVER-ABIERTO EQUAL 'S'
              MOVE ENT1-ID-EMP TO WRKO-ID-EMP-KEY
              READ WRKOVER
              IF WFS-WRKOVER EQUAL '00'
                 MOVE 'S'           TO WS-OVERRIDE-ENCONTRADO
                 MOVE WRKO-AUTORIZO TO W-AUTORIZO-APLICADO
              ELSE
                 IF WFS-WRKOVER NOT EQUAL '23'
                    DISPLAY 'HUBO UN ERROR AL LEER WRKOVER'
                             WFS-WRKOVER
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   REGRABAR EL SALARIO EN EL MAESTRO, ANOTAR EL ID EN DELTAEMP *
      *   Y DEJAR LA LINEA DE AUDITORIA DEL TRAMO                     *
      *****************************************************************
       2200-REGRABAR-MAESTRO.
           ADD ENT1-SALARIO TO WA-SUMA-ANTERIOR
           ADD RESULTADO    TO WA-SUMA-NUEVO
           COMPUTE WAN-INCREMENTO = RESULTADO - ENT1-SALARIO
           ADD WAN-INCREMENTO TO WA-SUMA-INCREMENTO
           ADD 1 TO WA-APLICADOS

           PERFORM 2250-GRABAR-AUDITORIA

           MOVE RESULTADO TO ENT1-SALARIO
           REWRITE REG-ENTRADA1 FROM WRE-REG-ENT1
           IF WFS-ENTRADA1 NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL REGRABAR ENTRADA1, '
                      'EMPLEADO ' ENT1-ID-EMP ' ' WFS-ENTRADA1
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           PERFORM 2220-ANOTAR-ID-DELTA.

      *****************************************************************
      *        ANOTAR EL ID APLICADO EN DELTAEMP PARA EL MODO DELTA   *
      *****************************************************************
       2220-ANOTAR-ID-DELTA.
           WRITE REG-DELTAEMP FROM ENT1-ID-EMP
           IF WFS-DELTAEMP NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR DELTAEMP'
                       WFS-DELTAEMP
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   GRABAR LA LINEA DE AUDITORIA DEL TRAMO (MARCA 'A'). SE      *
      *   ARMA ANTES DE REGRABAR EL MAESTRO, CON ENT1-SALARIO AUN EN  *
      *   SU VALOR ANTERIOR                                           *
      *****************************************************************
       2250-GRABAR-AUDITORIA.
           MOVE ENT1-ID-EMP              TO AUD-ID-EMP
           MOVE ENT1-NOMBRE              TO AUD-NOMBRE
           MOVE ENT1-SALARIO             TO AUD-SALARIO-ANTERIOR
           MOVE RESULTADO                TO AUD-SALARIO-NUEVO
           MOVE WAN-TRAMO-PORCENTAJE     TO AUD-PORCENTAJE
           MOVE W-FECHA-EJECUCION        TO AUD-FECHA-EJECUCION
           MOVE WS-JOB-ID                TO AUD-JOB-ID
           MOVE 'A'                      TO AUD-TOPE-MARCA
           MOVE 1                        TO AUD-FACTOR-PRORRATEO
           PERFORM 2255-ENCADENAR-AUDITORIA

           WRITE REG-AUDIT FROM WRE-REG-AUDIT
           IF WFS-AUDIT NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR AUDITORIA' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           ADD 1 TO WA-AUDITORIA.

      *****************************************************************
      *   ESTAMPAR SECUENCIA Y CADENA EN EL REGISTRO DE AUDITORIA YA  *
      *   ARMADO (MISMA REGLA QUE 2255 DE PDACTSAL, PARA QUE PDCONAUD *
      *   VERIFIQUE ESTE BLOQUE IGUAL QUE LOS DEMAS)                  *
      *****************************************************************
       2255-ENCADENAR-AUDITORIA.
           ADD 1 TO W-AUDIT-SECUENCIA
           MOVE W-AUDIT-SECUENCIA TO AUD-SECUENCIA
           MOVE W-CADENA-PREVIA   TO W-CADENA-CALC
           PERFORM VARYING W-CAD-IDX FROM 1 BY 1
              UNTIL W-CAD-IDX GREATER THAN 79
              COMPUTE W-CADENA-CALC =
                      FUNCTION MOD(W-CADENA-CALC * 31 +
                      FUNCTION ORD(WRE-REG-AUDIT(W-CAD-IDX:1)),
                      999999989)
           END-PERFORM
           MOVE W-CADENA-CALC TO AUD-CADENA
           MOVE W-CADENA-CALC TO W-CADENA-PREVIA.

      *****************************************************************
      *   GRABAR LA LINEA DE DETALLE DE UN ANIVERSARIO CON TRAMO      *
      *****************************************************************
       2300-GRABAR-LINEA-DETALLE.
           COMPUTE WAN-INCREMENTO = RESULTADO - WAN-SALARIO-ANTERIOR
           MOVE WAN-ANIOS            TO WAE-ANIOS
           MOVE WAN-SALARIO-ANTERIOR TO WAE-MONTO
           MOVE RESULTADO            TO WAE-MONTO-B
           MOVE WAN-INCREMENTO       TO WAE-MONTO-C
           MOVE SPACES TO W-LINEA-ANTIG
           STRING ENT1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-CATEGORIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WAE-ANIOS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WAE-MONTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WAE-MONTO-B DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WAE-MONTO-C DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WAN-SITUACION DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           IF WS-TOPE-MARCA EQUAL 'O'
              MOVE W-AUTORIZO-APLICADO TO W-LINEA-ANTIG(94:20)
           END-IF
           PERFORM 3215-GRABAR-LINEA-ANTIG.

      *****************************************************************
      *   REPORTAR UN ACTIVO QUE NO SE PUDO EVALUAR (FECHA DE INGRESO *
      *   O SALARIO INVALIDOS): NO RECIBE TRAMO Y LA CORRIDA TERMINA  *
      *   CON 04                                                      *
      *****************************************************************
       2310-GRABAR-INVALIDO.
           ADD 1 TO WA-INVALIDOS
           MOVE SPACES TO W-LINEA-ANTIG
           STRING ENT1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-CATEGORIA DELIMITED BY SIZE
                  ' NO EVALUADO: ' DELIMITED BY SIZE
                  WAN-SITUACION DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           PERFORM 3095-GRABAR-CIERRE-AUDIT
           PERFORM 3050-CERRAR-DELTA

           IF WA-INVALIDOS GREATER THAN ZEROES
              MOVE 04 TO W-COD-RETORNO
           ELSE
              MOVE 00 TO W-COD-RETORNO
           END-IF

           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3150-MARCAR-TERMINADO
           PERFORM 3160-GRABAR-HISTORICO
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   REGISTRO DE CIERRE DEL BLOQUE DE AUDITORIA DE LA CORRIDA    *
      *   (MISMO FORMATO QUE 3095 DE PDACTSAL). SE GRABA AUN SIN      *
      *   TRAMOS APLICADOS PARA QUE EL BLOQUE QUEDE CERRADO           *
      *****************************************************************
       3095-GRABAR-CIERRE-AUDIT.
           MOVE '*FIN*'                  TO AUD-ID-EMP
           MOVE 'CIERRE DE CORRIDA'      TO AUD-NOMBRE
           MOVE ZEROES                   TO AUD-SALARIO-ANTERIOR
           MOVE ZEROES                   TO AUD-SALARIO-NUEVO
           MOVE ZEROES                   TO AUD-PORCENTAJE
           MOVE W-FECHA-EJECUCION        TO AUD-FECHA-EJECUCION
           MOVE WS-JOB-ID                TO AUD-JOB-ID
           MOVE 'F'                      TO AUD-TOPE-MARCA
           MOVE ZEROES                   TO AUD-FACTOR-PRORRATEO
           PERFORM 2255-ENCADENAR-AUDITORIA
           WRITE REG-AUDIT FROM WRE-REG-AUDIT
           IF WFS-AUDIT NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR AUDITORIA' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CERRAR DELTAEMP CON SU MARCA DE CIERRE '*FIN*' (IGUAL QUE   *
      *   PDMANTEMP): PDACTSAL EN MODO DELTA LA EXIGE COMO ULTIMA     *
      *   LINEA                                                       *
      *****************************************************************
       3050-CERRAR-DELTA.
           MOVE '*FIN*' TO REG-DELTAEMP
           WRITE REG-DELTAEMP
           IF WFS-DELTAEMP NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL CERRAR DELTAEMP'
                       WFS-DELTAEMP
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE DELTAEMP
           IF WFS-DELTAEMP NOT EQUAL '00'
              DISPLAY 'ERROR AL CERRAR ARCHIVO DELTAEMP' WFS-DELTAEMP
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *              CIFRAS DE CONTROL DE LA CORRIDA EN EL REPORTE    *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE WA-LEIDO-ENTRADA1 TO WAE-CONTEO
           MOVE WA-NO-ACTIVOS     TO WAE-CONTEO-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'EMPLEADOS LEIDOS: ' DELIMITED BY SIZE
                  WAE-CONTEO DELIMITED BY SIZE
                  '  NO ACTIVOS: ' DELIMITED BY SIZE
                  WAE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE WA-ANIVERSARIOS TO WAE-CONTEO
           MOVE WA-SIN-TRAMO    TO WAE-CONTEO-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'ANIVERSARIOS EN EL MES: ' DELIMITED BY SIZE
                  WAE-CONTEO DELIMITED BY SIZE
                  '  SIN TRAMO EN LA TABLA: ' DELIMITED BY SIZE
                  WAE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE WA-APLICADOS TO WAE-CONTEO
           MOVE WA-TOPADOS   TO WAE-CONTEO-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'TRAMOS APLICADOS: ' DELIMITED BY SIZE
                  WAE-CONTEO DELIMITED BY SIZE
                  '  TOPADOS: ' DELIMITED BY SIZE
                  WAE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           IF WA-YA-APLICADOS GREATER THAN ZEROES
              MOVE WA-YA-APLICADOS TO WAE-CONTEO
              MOVE SPACES TO W-LINEA-ANTIG
              STRING 'YA APLICADOS POR UNA CORRIDA PREVIA DEL PERIODO '
                     DELIMITED BY SIZE
                     '(OMITIDOS): ' DELIMITED BY SIZE
                     WAE-CONTEO DELIMITED BY SIZE
                     INTO W-LINEA-ANTIG
              PERFORM 3215-GRABAR-LINEA-ANTIG
           END-IF

           MOVE WA-OVERRIDES  TO WAE-CONTEO
           MOVE WA-SOBRE-TOPE TO WAE-CONTEO-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'CON OVERRIDE DE TOPE: ' DELIMITED BY SIZE
                  WAE-CONTEO DELIMITED BY SIZE
                  '  YA SOBRE EL TOPE (SIN TRAMO): ' DELIMITED BY SIZE
                  WAE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE WA-INVALIDOS  TO WAE-CONTEO
           MOVE WA-AUDITORIA  TO WAE-CONTEO-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'NO EVALUADOS POR DATOS INVALIDOS: ' DELIMITED BY SIZE
                  WAE-CONTEO DELIMITED BY SIZE
                  '  LINEAS DE AUDITORIA: ' DELIMITED BY SIZE
                  WAE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE WA-SUMA-ANTERIOR TO WAE-SUMA
           MOVE WA-SUMA-NUEVO    TO WAE-SUMA-B
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'SUMA SALARIOS ANTES: ' DELIMITED BY SIZE
                  WAE-SUMA DELIMITED BY SIZE
                  '  DESPUES: ' DELIMITED BY SIZE
                  WAE-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE WA-SUMA-INCREMENTO TO WAE-SUMA
           MOVE SPACES TO W-LINEA-ANTIG
           STRING 'INCREMENTO MENSUAL TOTAL: ' DELIMITED BY SIZE
                  WAE-SUMA DELIMITED BY SIZE
                  INTO W-LINEA-ANTIG
           PERFORM 3215-GRABAR-LINEA-ANTIG

           MOVE SPACES TO W-LINEA-ANTIG
           IF WA-INVALIDOS GREATER THAN ZEROES
              STRING 'RESULTADO: TRAMOS APLICADOS CON EMPLEADOS NO '
                     'EVALUADOS (VER DETALLE)' DELIMITED BY SIZE
                     INTO W-LINEA-ANTIG
           ELSE
              STRING 'RESULTADO: TRAMOS DEL PERIODO ' DELIMITED BY SIZE
                     WAN-PERIODO DELIMITED BY SIZE
                     ' APLICADOS' DELIMITED BY SIZE
                     INTO W-LINEA-ANTIG
           END-IF
           PERFORM 3215-GRABAR-LINEA-ANTIG
           DISPLAY W-LINEA-ANTIG.

      *****************************************************************
      *            GRABAR UNA LINEA DEL REPORTE DE ANTIGUEDAD         *
      *****************************************************************
       3215-GRABAR-LINEA-ANTIG.
           WRITE REG-REPANTIG FROM W-LINEA-ANTIG
           IF WFS-REPANTIG NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-ANTIG'
                       WFS-REPANTIG
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE ENTRADA1
                 SALIDA-AUDIT
                 SALIDA-ANTIG
           IF WS-WRKOVER-ABIERTO EQUAL 'S'
              CLOSE WRKOVER
           END-IF

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-AUDIT EQUAL '00' AND
              WFS-REPANTIG EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-AUDIT' WFS-AUDIT
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-ANTIG'
                       WFS-REPANTIG
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
      *   ANOTAR EL PERIODO EN EL HISTORICO (EXTEND; SE CREA LA       *
      *   PRIMERA VEZ): DESDE AQUI EL PERIODO YA NO PUEDE REPETIRSE   *
      *****************************************************************
       3160-GRABAR-HISTORICO.
           OPEN EXTEND ANTIG-HIST
           IF WFS-ANTIG-HIST EQUAL '35'
              OPEN OUTPUT ANTIG-HIST
           END-IF
           IF WFS-ANTIG-HIST NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDANTIG.HIS' WFS-ANTIG-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WAN-PERIODO        TO HIS-PERIODO
           MOVE W-FECHA-EJECUCION  TO HIS-FECHA
           MOVE WA-APLICADOS       TO HIS-APLICADOS
           MOVE WA-SUMA-INCREMENTO TO HIS-SUMA-INCREMENTO
           MOVE W-COD-RETORNO      TO HIS-RETORNO
           WRITE REG-ANTIG-HIST FROM WRE-REG-HIST
           IF WFS-ANTIG-HIST NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDANTIG.HIS'
                       WFS-ANTIG-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE ANTIG-HIST.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'EMPLEADOS LEIDOS ' WA-LEIDO-ENTRADA1
                   ' ANIVERSARIOS ' WA-ANIVERSARIOS
                   ' SIN TRAMO ' WA-SIN-TRAMO
           DISPLAY 'TRAMOS APLICADOS ' WA-APLICADOS
                   ' TOPADOS ' WA-TOPADOS
                   ' OVERRIDES ' WA-OVERRIDES
                   ' SOBRE TOPE ' WA-SOBRE-TOPE
           DISPLAY 'NO EVALUADOS ' WA-INVALIDOS
                   ' YA APLICADOS ' WA-YA-APLICADOS
                   ' INCREMENTO MENSUAL ' WA-SUMA-INCREMENTO.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
