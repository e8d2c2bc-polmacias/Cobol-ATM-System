ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>solo lectura: cliente titular de cada cuenta y saldos en descubierto
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    SELECT OPTIONAL ArchivoAvisos ASSIGN TO "..\avisos_pendientes.txt" *>cola de avisos a clientes, que ImprimirAvisos formatea para el correo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>solo lectura: cotitulares de cada cuenta, que reciben los mismos avisos que el titular
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
      88 Aviso-SobreAjustado     VALUE "SA".
      88 Aviso-Descubierto       VALUE "DS".
      88 Aviso-Comision          VALUE "CM".
      88 Aviso-Devolucion        VALUE "DV".
      88 Aviso-CierreCuenta      VALUE "CC".
      88 Aviso-CuotaImpagada     VALUE "PM".
   02 Avi-Importe   PIC 9(5)V99.
   02 Avi-Moneda    PIC X(3).
   02 Avi-Fecha     PIC 9(8).
      88 Aviso-Pendiente VALUE 'P'.
      88 Aviso-Enviado   VALUE 'E'.

FD ArchivoTitulares.
01 RegistroTitular.
   02 Tit-Clave.
      03 Tit-Cuenta          PIC 9(5).
      03 Tit-Cliente         PIC 9(5).
   02 Tit-Rol                PIC X(1).
      88 Rol-Titular           VALUE 'T'.
      88 Rol-Cotitular         VALUE 'C'.
      88 Rol-Autorizado        VALUE 'A'.
   02 Tit-PIN                PIC 9(4).
   02 Tit-IntentosFallidos   PIC 9(1).
   02 Tit-CambioPINPendiente PIC X(1).
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

WORKING-STORAGE SECTION.
01 EstadoArchivo    PIC X(2).
   88 Estado-OK              VALUE '00'.
01 EventoAviso      PIC X(2).
01 ImporteAviso     PIC 9(5)V99.
01 MonedaAviso      PIC X(3).
*> Los avisos de una cuenta van a todos sus titulares: al
*> ClienteTitular y a cada cotitular activo de titulares.dat. Un
*> autorizado no es dueno de la cuenta y no los recibe
01 EstadoTitulares  PIC X(2).
   88 Titulares-OK           VALUE '00'.
01 SwTitularesAbierto PIC X(1) VALUE 'N'.
   88 Titulares-Abierto      VALUE 'S'.
01 SwFinTitulares   PIC X(1).
01 ClienteTitularAviso PIC 9(5).

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO

    OPEN INPUT ArchivoCuentas
    IF NOT Estado-OK
        DISPLAY "Error: el archivo de cuentas no esta disponible. Codigo: " EstadoArchivo
        STOP RUN
    END-IF
    OPEN INPUT ArchivoTitulares
    IF Titulares-OK
        MOVE 'S' TO SwTitularesAbierto
    END-IF

    PERFORM AVISAR-DESCUBIERTOS
    PERFORM AVISAR-RECHAZOS-SALDO
    PERFORM AVISAR-DESDE-HISTORIAL

    CLOSE ArchivoCuentas
    IF Titulares-Abierto
        CLOSE ArchivoTitulares
    END-IF

    DISPLAY "GENERACION DE AVISOS TERMINADA."
    DISPLAY "Avisos encolados esta noche: " ContadorAvisos ". Imprimalos con ImprimirAvisos."

*> ---------------------------------------------------------------
*> Apuntes de hoy en historial.txt que el cliente debe conocer:
*> sobres abonados por un importe distinto del declarado,
*> comisiones de mantenimiento cargadas y transferencias a otros
*> bancos que el corresponsal devolvio
*> ---------------------------------------------------------------
AVISAR-DESDE-HISTORIAL.
    MOVE 'N' TO SwFinLectura
                    MOVE Aud-Dinero TO ImporteAviso
                    MOVE Aud-Moneda TO MonedaAviso
                    PERFORM ENCOLAR-AVISO
                WHEN Aud-Operacion(1:25) = "DEVOLUCION TRANSF EXTERNA"
                    MOVE Aud-Cuenta TO CuentaAviso
                    PERFORM BUSCAR-CLIENTE-DE-CUENTA
                    MOVE "DV" TO EventoAviso
                    MOVE Aud-Dinero TO ImporteAviso
                    MOVE Aud-Moneda TO MonedaAviso
                    PERFORM ENCOLAR-AVISO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*> ---------------------------------------------------------------
*> Encola el aviso para el titular de la cuenta y una copia para
*> cada cotitular activo que tenga en titulares.dat
*> ---------------------------------------------------------------
ENCOLAR-AVISO.
    PERFORM ENCOLAR-AVISO-CLIENTE
    IF NOT Titulares-Abierto
        EXIT PARAGRAPH
    END-IF

    MOVE ClienteAviso TO ClienteTitularAviso
    MOVE 'N' TO SwFinTitulares
    MOVE CuentaAviso TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            MOVE 'S' TO SwFinTitulares
    END-START
    PERFORM UNTIL SwFinTitulares = 'S'
        READ ArchivoTitulares NEXT RECORD
            AT END
                MOVE 'S' TO SwFinTitulares
            NOT AT END
                IF Tit-Cuenta NOT = CuentaAviso
                    MOVE 'S' TO SwFinTitulares
                ELSE
                    IF (Rol-Titular OR Rol-Cotitular)
                       AND NOT Interviniente-Baja
                       AND Tit-Cliente NOT = ClienteTitularAviso
                        MOVE Tit-Cliente TO ClienteAviso
                        PERFORM ENCOLAR-AVISO-CLIENTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE ClienteTitularAviso TO ClienteAviso.

*> ---------------------------------------------------------------
*> Deja el aviso preparado en la cola de avisos pendientes
*> ---------------------------------------------------------------
ENCOLAR-AVISO-CLIENTE.
    MOVE ClienteAviso TO Avi-Cliente
    MOVE CuentaAviso TO Avi-Cuenta
    MOVE EventoAviso TO Avi-Evento
    WRITE RegistroAviso
    CLOSE ArchivoAvisos
    ADD 1 TO ContadorAvisos.

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
