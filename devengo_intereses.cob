ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios; sabados y domingos son siempre inhabiles
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC

DATA DIVISION.
FILE SECTION.
FD ArchivoFestivos.
01 RegistroFestivo.
   02 Fes-Fecha        PIC 9(8).
   02 Fes-Descripcion  PIC X(30).

FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
01 ContadorAbonos      PIC 9(5) VALUE 0.
01 ContadorComisiones  PIC 9(5) VALUE 0.

*> Calendario bancario: un dia es habil si no es sabado, domingo
*> ni festivo de festivos.dat
01 TablaFestivos.
   02 FilaFestivo OCCURS 60 TIMES.
      03 FE-Fecha      PIC 9(8).
01 ContadorFestivos    PIC 9(2) VALUE 0.
01 IndiceFestivo       PIC 9(2).
01 SwFinFestivos       PIC X(1) VALUE 'N'.
01 FechaComprobar      PIC 9(8).
01 EnteroComprobar     PIC 9(7).
01 SemanasEnteras      PIC 9(7).
01 DiaSemana           PIC 9(1).
01 SwDiaHabil          PIC X(1) VALUE 'S'.
   88 Dia-Habil           VALUE 'S'.

*> El devengo de un dia inhabil se traslada al siguiente dia habil:
*> ese dia el interes se calcula por el dia y por los inhabiles
*> inmediatamente anteriores. La comision de mantenimiento no es un
*> devengo y se cobra una sola vez
01 DiasDevengo         PIC 9(2) VALUE 1.
01 EnteroVentana       PIC 9(7).

PROCEDURE DIVISION.
    OPEN I-O ArchivoCuentas
    PERFORM VALIDAR-ESTADO-ARCHIVO
        STOP RUN
    END-IF

    PERFORM LEER-FECHA-NEGOCIO
    ACCEPT HoraActual FROM TIME

    PERFORM CARGAR-FESTIVOS
    MOVE FechaHoy TO FechaComprobar
    PERFORM COMPROBAR-DIA-HABIL
    IF NOT Dia-Habil
        DISPLAY "Dia inhabil " FechaHoy ": el devengo pasa al siguiente dia habil."
        CLOSE ArchivoCuentas
        STOP RUN
    END-IF
    PERFORM CONTAR-DIAS-DEVENGO

    READ ArchivoCuentas NEXT
        AT END MOVE 'S' TO SwFinCuentas
    END-READ
    DISPLAY "Intereses abonados: " ContadorAbonos ". Comisiones cargadas: " ContadorComisiones "."
    STOP RUN.

*> ---------------------------------------------------------------
*> Cuenta los dias que devenga hoy: el propio dia mas cada dia
*> inhabil seguido hacia atras hasta el dia habil anterior
*> ---------------------------------------------------------------
CONTAR-DIAS-DEVENGO.
    MOVE 1 TO DiasDevengo
    COMPUTE EnteroVentana = FUNCTION INTEGER-OF-DATE(FechaHoy) - 1
    COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
    PERFORM COMPROBAR-DIA-HABIL
    PERFORM UNTIL Dia-Habil OR DiasDevengo >= 31
        ADD 1 TO DiasDevengo
        SUBTRACT 1 FROM EnteroVentana
        COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
        PERFORM COMPROBAR-DIA-HABIL
    END-PERFORM
    IF DiasDevengo > 1
        DISPLAY "Devengo de " DiasDevengo " dias (hoy y los inhabiles anteriores)."
    END-IF.

*> ---------------------------------------------------------------
*> Decide si la cuenta actual cobra interes o comision de
*> mantenimiento, segun su saldo y su divisa, y lo aplica
*> Abona intereses sobre el saldo actual de la cuenta
*> ---------------------------------------------------------------
ABONAR-INTERES.
    COMPUTE InteresCalculado ROUNDED = Saldo * TasaInteresMensual * DiasDevengo
    IF InteresCalculado > 0
        ADD InteresCalculado TO Saldo
        PERFORM GUARDAR-CUENTA
    END-IF.

*> ---------------------------------------------------------------
*> Carga la comision de mantenimiento a cuentas de saldo bajo; el
*> movimiento va como 'C' para que el batch la asiente como ingreso
*> por comisiones y no como un reintegro de caja
*> ---------------------------------------------------------------
COBRAR-COMISION.
    SUBTRACT CuotaMantenimiento FROM Saldo
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA
        MOVE 'C' TO MovTipoOperacion
        MOVE CuotaMantenimiento TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO
        ADD 1 TO ContadorComisiones
        WHEN OTHER
            DISPLAY "Error inesperado en el archivo de cuentas. Codigo: " EstadoArchivo
    END-EVALUATE.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaHoy FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaHoy
    END-READ
    CLOSE ArchivoFechaNegocio.

*> ---------------------------------------------------------------
*> Carga en memoria el calendario de festivos bancarios
*> ---------------------------------------------------------------
CARGAR-FESTIVOS.
    MOVE 0 TO ContadorFestivos
    MOVE 'N' TO SwFinFestivos
    OPEN INPUT ArchivoFestivos
    READ ArchivoFestivos
        AT END MOVE 'S' TO SwFinFestivos
    END-READ
    PERFORM UNTIL SwFinFestivos = 'S' OR ContadorFestivos >= 60
        ADD 1 TO ContadorFestivos
        MOVE Fes-Fecha TO FE-Fecha(ContadorFestivos)
        READ ArchivoFestivos
            AT END MOVE 'S' TO SwFinFestivos
        END-READ
    END-PERFORM
    CLOSE ArchivoFestivos.

*> ---------------------------------------------------------------
*> Dice si FechaComprobar es dia habil. El dia 1 de la cuenta de
*> INTEGER-OF-DATE (1 de enero de 1601) fue lunes: resto 6 es
*> sabado y resto 0 es domingo
*> ---------------------------------------------------------------
COMPROBAR-DIA-HABIL.
    MOVE 'S' TO SwDiaHabil
    COMPUTE EnteroComprobar = FUNCTION INTEGER-OF-DATE(FechaComprobar)
    DIVIDE EnteroComprobar BY 7 GIVING SemanasEnteras REMAINDER DiaSemana
    IF DiaSemana = 6 OR DiaSemana = 0
        MOVE 'N' TO SwDiaHabil
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IndiceFestivo
    PERFORM UNTIL IndiceFestivo > ContadorFestivos
        IF FE-Fecha(IndiceFestivo) = FechaComprobar
            MOVE 'N' TO SwDiaHabil
        END-IF
        ADD 1 TO IndiceFestivo
    END-PERFORM.
