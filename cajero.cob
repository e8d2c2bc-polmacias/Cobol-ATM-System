    SELECT OPTIONAL ArchivoTiposCambio ASSIGN TO "..\tipos_cambio.dat" *>tabla de tipos de cambio para transferencias entre divisas distintas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoComisiones ASSIGN TO "..\comisiones.dat" *>tarifa de comisiones por operacion, tipo de producto y canal
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoSobres ASSIGN TO "..\sobres_pendientes.txt" *>ingresos en sobre declarados en el cajero, pendientes de que la oficina cuente el efectivo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoBeneficiarios ASSIGN TO "..\beneficiarios.txt" *>agenda de destinos de confianza por cliente, para no teclear cuentas a mano
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTarjetas ASSIGN TO "..\tarjetas.dat" *>maestro de tarjetas: cada tarjeta con su caducidad, su estado y las cuentas que opera
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS Tar-Numero
    FILE STATUS IS EstadoTarjetas.

    SELECT OPTIONAL ArchivoRetenidas ASSIGN TO "..\tarjetas_retenidas.txt" *>tarjetas que el cajero se ha tragado, para que la oficina las recoja del terminal
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetirosDia ASSIGN TO "..\retiros_diarios.txt" *>acumulador de retiradas por cuenta y dia, para no releer historial.txt entero en cada reintegro
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>retenciones y embargos sobre el saldo, que lo dejan fuera del alcance del cliente
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>intervinientes de cada cuenta (titular, cotitulares y autorizados), cada uno con su propio PIN
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

DATA DIVISION.
FILE SECTION.
FD ArchivoCuentas.
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-MonedaOriginal    PIC X(3).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Cliente           PIC 9(5).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 TC-Origen   PIC X(3).
   02 TC-Destino  PIC X(3).
   02 TC-Tasa     PIC 9(3)V9(6).
   02 TC-FechaVigor PIC 9(8).
   02 TC-HoraVigor  PIC 9(6).

FD ArchivoComisiones.
01 RegistroComision.
   02 Com-Producto   PIC X(1).
   02 Com-Operacion  PIC X(1).
   02 Com-Canal      PIC X(4).
   02 Com-Importe    PIC 9(3)V99.
   02 Com-Gratuitas  PIC 9(2).

FD ArchivoRecibo.
01 LineaRecibo           PIC X(60).
   02 Ret-Cuenta   PIC 9(5).
   02 Ret-Fecha    PIC 9(8).
   02 Ret-Importe  PIC 9(5)V99.
   02 Ret-Cliente  PIC 9(5).

FD ArchivoBeneficiarios.
01 RegistroBeneficiario.
      88 Sobre-Pendiente      VALUE 'P'.
      88 Sobre-Confirmado     VALUE 'C'.
   02 Sob-ImporteConfirmado PIC 9(4)V99.
   02 Sob-Terminal          PIC X(4).

FD ArchivoTarjetas.
01 RegistroTarjeta.
   02 Tar-Numero        PIC 9(16).
   02 Tar-Cliente       PIC 9(5).
   02 Tar-Caducidad     PIC 9(6).
   02 Tar-Estado        PIC X(1).
      88 Tarjeta-Activa         VALUE 'A'.
      88 Tarjeta-Perdida        VALUE 'P'.
      88 Tarjeta-Robada         VALUE 'R'.
      88 Tarjeta-Caducada       VALUE 'E'.
      88 Tarjeta-Retenida       VALUE 'T'.
      88 Tarjeta-Sustituida     VALUE 'S'.
      88 Tarjeta-En-Lista-Negra VALUE 'P' 'R'.
   02 Tar-NumCuentas    PIC 9(1).
   02 Tar-Cuenta        PIC 9(5) OCCURS 4 TIMES.
   02 Tar-FechaEmision  PIC 9(8).
   02 Tar-Sustituta     PIC 9(16).

FD ArchivoRetenidas.
01 RegistroRetenida.
   02 Rtn-Tarjeta   PIC 9(16).
   02 Rtn-Cuenta    PIC 9(5).
   02 Rtn-Terminal  PIC X(4).
   02 Rtn-Fecha     PIC 9(8).
   02 Rtn-Hora      PIC 9(6).
   02 Rtn-Motivo    PIC X(1).
   02 Rtn-Estado    PIC X(1).
      88 Retenida-Pendiente VALUE 'P'.
      88 Retenida-Recogida  VALUE 'R'.

*> Solo se mira que retenciones estan activas y en fechas hoy; el
*> resto del registro lo lleva MantenimientoRetenciones
FD ArchivoRetenciones.
01 RegistroRetencion.
   02 RS-IdRetencion      PIC 9(5).
   02 RS-Cuenta           PIC 9(5).
   02 RS-Importe          PIC 9(5)V99.
   02 RS-Moneda           PIC X(3).
   02 RS-Motivo           PIC X(1).
   02 RS-Organismo        PIC X(30).
   02 RS-OrdenRef         PIC X(20).
   02 RS-FechaInicio      PIC 9(8).
   02 RS-FechaFin         PIC 9(8).
   02 RS-Estado           PIC X(1).
      88 Retencion-Activa     VALUE 'A'.
   02 RS-ImporteEjecutado PIC 9(5)V99.
   02 RS-OperadorAlta     PIC 9(5).
   02 RS-OperadorAprueba  PIC 9(5).

*> Una fila por persona que interviene en una cuenta: el titular,
*> los cotitulares y los autorizados, cada uno con su PIN y su
*> contador de intentos; un tope diario a 0 es el de su rol
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
      88 Tit-Cambio-PIN-Pendiente VALUE 'S'.
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Activo    VALUE 'A'.
      88 Interviniente-Bloqueado VALUE 'B'.
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

WORKING-STORAGE SECTION.
*> El cliente se identifica con la tarjeta; la cuenta con la que
*> opera sale de las que la tarjeta tiene asociadas
01 TarjetaTeclado   PIC 9(16).
01 CuentaTeclado    PIC 9(5).
01 CuentaDestino    PIC 9(5).
01 PinTeclado       PIC 9(4).
01 DineroOperacion PIC 9(4)V99.
01 DineroEntero    PIC 9(4).
01 SaldoBonito     PIC -ZZZZ9.99.

*> Lo retenido hoy por embargos o retenciones no esta disponible:
*> el cliente solo dispone del saldo contable menos lo retenido,
*> mas el descubierto autorizado
01 ImporteRetenido PIC 9(7)V99 VALUE 0.
01 SaldoDisponible PIC S9(7)V99 VALUE 0.
01 SwFinRetenciones PIC X(1) VALUE 'N'.
01 EstadoArchivo   PIC X(2).
   88 Estado-OK                VALUE '00'.
   88 Estado-ClaveDuplicada    VALUE '22'.
   88 Terminales-OK              VALUE '00'.
   88 Terminales-NoExiste        VALUE '21' '23'.
   88 Terminales-ArchivoNoExiste VALUE '35'.
01 EstadoTarjetas   PIC X(2).
   88 Tarjetas-OK                VALUE '00'.
01 EstadoTitulares  PIC X(2).
   88 Titulares-OK               VALUE '00'.
   88 Titulares-ArchivoNoExiste  VALUE '35'.

*> Interruptores de control del flujo
01 SwCuentaEncontrada PIC X(1) VALUE 'N'.
   88 Cassette-Suficiente VALUE 'S'.
01 SwFinSesion        PIC X(1) VALUE 'N'.
   88 Fin-Sesion        VALUE 'S'.
01 SwTarjetaEncontrada PIC X(1) VALUE 'N'.
   88 Tarjeta-Encontrada VALUE 'S'.
01 SwTarjetaOperable  PIC X(1) VALUE 'N'.
   88 Tarjeta-Operable  VALUE 'S'.

*> Control de la tarjeta: vale hasta el ultimo dia de su mes de
*> caducidad (AAAAMM); con varias cuentas asociadas el cliente
*> elige con cual opera en esta sesion
01 MesActual             PIC 9(6).
01 IndiceCuentaTarjeta   PIC 9(1).
01 SeleccionCuentaTarjeta PIC 9(1).
01 TextoTarjeta          PIC X(20).

*> Quien opera de verdad en la sesion: el cliente de la tarjeta,
*> con el rol que tenga en la cuenta elegida. Una cuenta sin filas
*> en titulares.dat (o un cajero sin ese fichero) sigue operando
*> como siempre, con el PIN de la cuenta y su titular unico
01 SwTitularesAbierto    PIC X(1) VALUE 'N'.
   88 Titulares-Abierto    VALUE 'S'.
01 SwSesionIntervinientes PIC X(1) VALUE 'N'.
   88 Sesion-Con-Intervinientes VALUE 'S'.
01 SwCuentaConIntervinientes PIC X(1) VALUE 'N'.
   88 Cuenta-Con-Intervinientes VALUE 'S'.
01 SwIntervinienteValido PIC X(1) VALUE 'N'.
   88 Interviniente-Valido VALUE 'S'.
01 ClienteSesion         PIC 9(5) VALUE 0.
01 RolSesion             PIC X(1) VALUE 'T'.
   88 Sesion-Titular       VALUE 'T'.
   88 Sesion-Cotitular     VALUE 'C'.
   88 Sesion-Autorizado    VALUE 'A'.
01 TextoRol              PIC X(10).
01 LimitePersonalSesion  PIC 9(4)V99 VALUE 0.
01 SwCambioPINSesion     PIC X(1) VALUE 'N'.
   88 Cambio-PIN-Sesion    VALUE 'S'.

*> Agenda de beneficiarios del cliente de la sesion, cargada al
*> elegir destino de una transferencia; un beneficiario recien
   88 Recibo-Con-Desglose VALUE 'S'.
01 ImporteBonito       PIC ZZZZ9.99.
01 BilletesBonito      PIC ZZZ9.
01 ReciboComision      PIC 9(3)V99 VALUE 0.
01 ReciboRefComision   PIC 9(7).

01 ContadorIntentosInvalidos PIC 9(1) VALUE 0.
01 ContadorReintentos PIC 9(1) VALUE 0.
01 LimiteDiarioAhorro    PIC 9(4)V99 VALUE 0300.00.
01 LimiteDiarioEmpresa   PIC 9(4)V99 VALUE 1500.00.
01 RetiradoHoy        PIC 9(5)V99 VALUE 0.
*> Un autorizado no es dueno del dinero: su tope diario por rol es
*> menor que el de la cuenta, y ademas la oficina puede fijarle a
*> cualquier interviniente un tope propio mas bajo todavia. Lo que
*> retira cada persona cuenta a la vez para su tope y para el de
*> la cuenta, que es comun a todos los intervinientes
01 LimiteDiarioAutorizado PIC 9(4)V99 VALUE 0200.00.
01 LimiteDiarioPersona PIC 9(4)V99 VALUE 0600.00.
01 RetiradoHoyPersona PIC 9(5)V99 VALUE 0.
*> El acumulador diario de retiradas sustituye a la relectura de
*> historial.txt entero en cada reintegro; la reconstruccion desde
*> historial.txt solo se dispara con el fichero vacio o perdido
01 SwConversionValida  PIC X(1) VALUE 'S'.
   88 Conversion-Valida   VALUE 'S'.

*> Comisiones por operacion de la tarifa comisiones.dat, cargada al
*> arrancar con las filas generales y las propias de ESTE terminal.
*> La comision se ensena antes de que el cliente confirme y se cobra
*> aparte, como movimiento propio con su propia referencia
01 TablaComisiones.
   02 FilaComision OCCURS 30 TIMES.
      03 CO-Producto   PIC X(1).
      03 CO-Operacion  PIC X(1).
      03 CO-Canal      PIC X(4).
      03 CO-Importe    PIC 9(3)V99.
      03 CO-Gratuitas  PIC 9(2).
01 ContadorComisiones  PIC 9(2) VALUE 0.
01 IndiceComision      PIC 9(2).
01 SwFinComisiones     PIC X(1) VALUE 'N'.
01 SwTarifaDeCanal     PIC X(1) VALUE 'N'.
   88 Tarifa-De-Canal     VALUE 'S'.
01 ProductoComision    PIC X(1).
01 OperacionComision   PIC X(1).
   88 Comision-Reintegro  VALUE 'R'.
   88 Comision-Externa    VALUE 'X'.
   88 Comision-Divisa     VALUE 'D'.
01 ComisionOperacion   PIC 9(3)V99 VALUE 0.
01 GratuitasMes        PIC 9(2) VALUE 0.
01 RetirosMes          PIC 9(3) VALUE 0.
01 MonedaDestinoComision PIC X(3).
01 TextoComision       PIC X(30).
01 ReferenciaOperacion PIC 9(7).
01 DecisionComision    PIC X(1).
01 SwComisionAceptada  PIC X(1) VALUE 'S'.
   88 Comision-Aceptada   VALUE 'S'.

PROCEDURE DIVISION.
    OPEN I-O ArchivoCuentas
    PERFORM VALIDAR-ESTADO-ARCHIVO
        CLOSE ArchivoCuentas
        STOP RUN
    END-IF
    OPEN I-O ArchivoTarjetas
    IF NOT Tarjetas-OK
        DISPLAY "Error: el maestro de tarjetas no esta disponible. Codigo: " EstadoTarjetas
        CLOSE ArchivoCuentas
              ArchivoTerminales
        STOP RUN
    END-IF
    *> Sin titulares.dat el cajero opera como antes: solo el PIN de
    *> la cuenta y su titular unico
    OPEN I-O ArchivoTitulares
    EVALUATE TRUE
        WHEN Titulares-OK
            MOVE 'S' TO SwTitularesAbierto
        WHEN Titulares-ArchivoNoExiste
            MOVE 'N' TO SwTitularesAbierto
        WHEN OTHER
            DISPLAY "Error: el fichero de intervinientes no esta disponible. Codigo: " EstadoTitulares
            CLOSE ArchivoCuentas
                  ArchivoTerminales
                  ArchivoTarjetas
            STOP RUN
    END-EVALUATE
    PERFORM CARGAR-TIPOS-CAMBIO
    PERFORM CARGAR-COMISIONES

    *>  INTERFAZ DEL CAJERO
    DISPLAY "========================================"
    DISPLAY "========================================"

    IF Terminal-Bloqueado
        DISPLAY "CAJERO BLOQUEADO: demasiados intentos con tarjetas inexistentes. Contacte con su banco."
    ELSE
        DISPLAY "1. Introduzca su tarjeta (numero de tarjeta, Ej: 4000000000010001): "
        ACCEPT TarjetaTeclado
        MOVE TarjetaTeclado TO Tar-Numero

        PERFORM LEER-TARJETA

        IF NOT Tarjeta-Encontrada
            PERFORM REGISTRAR-INTENTO-INVALIDO
        ELSE
            MOVE Tar-Cliente TO ClienteSesion
            PERFORM REINICIAR-INTENTOS-INVALIDOS
            PERFORM VERIFICAR-ESTADO-TARJETA
            IF Tarjeta-Operable
                PERFORM ELEGIR-CUENTA-TARJETA
            END-IF
            IF Tarjeta-Operable
                MOVE CuentaTeclado TO IdCuenta
                PERFORM LEER-CUENTA
                IF NOT Cuenta-Encontrada
                    DISPLAY "La cuenta asociada a la tarjeta no existe. Contacte con su banco."
                    MOVE 'N' TO SwTarjetaOperable
                END-IF
            END-IF
            IF Tarjeta-Operable
                PERFORM VERIFICAR-ESTADO-CUENTA
            ELSE
                MOVE 'N' TO SwCuentaOperable
            END-IF
            IF Cuenta-Operable
                PERFORM IDENTIFICAR-INTERVINIENTE
                IF NOT Interviniente-Valido
                    MOVE 'N' TO SwCuentaOperable
                ELSE
                    PERFORM DETERMINAR-LIMITE-DIARIO
                END-IF
            END-IF
            IF Cuenta-Operable
                DISPLAY "2. Introduzca su PIN: "
                ACCEPT PinTeclado

                IF Pin-Correcto
                    DISPLAY "Bienvenido: " Nombre
                    IF Sesion-Con-Intervinientes
                        DISPLAY "Opera el cliente " ClienteSesion " como " TextoRol
                    END-IF

                    *> Un PIN restablecido por la oficina obliga a
                    *> elegir uno propio antes de poder operar
                    PERFORM COMPROBAR-CAMBIO-PIN-PENDIENTE
                    IF Cambio-PIN-Sesion
                        DISPLAY "La oficina restablecio su PIN: debe elegir uno nuevo antes de operar."
                        PERFORM OPERACION-CAMBIO-PIN
                        PERFORM COMPROBAR-CAMBIO-PIN-PENDIENTE
                    END-IF

                    IF Cambio-PIN-Sesion
                        DISPLAY "Sin un PIN nuevo no se puede operar. Retire su tarjeta."
                    ELSE
                        MOVE 'N' TO SwFinSesion

    CLOSE ArchivoCuentas
          ArchivoTerminales
          ArchivoTarjetas
    IF Titulares-Abierto
        CLOSE ArchivoTitulares
    END-IF
    STOP RUN.

*> ---------------------------------------------------------------
            MOVE 'S' TO SwFinSesion
        ELSE
            PERFORM DETERMINAR-LIMITE-DIARIO
            PERFORM CALCULAR-RETENIDO
            DISPLAY "3. Que operacion desea realizar? (I=Ingreso / R=Reintegro / T=Transferencia / X=Transferencia externa / S=Consulta de saldo / P=Cambio de PIN / F=Fin de sesion): "
            ACCEPT TipoOperacion
            MOVE 0 TO ComisionOperacion

            EVALUATE TRUE
                WHEN Op-FinSesion
                    PERFORM OPERACION-CONSULTA
                WHEN Op-CambioPIN
                    PERFORM OPERACION-CAMBIO-PIN
                *> Un autorizado solo opera en efectivo contra la cuenta,
                *> donde su tope diario le alcanza: no transfiere saldo
                WHEN Op-Transferencia AND Sesion-Autorizado
                    DISPLAY "Operacion denegada: un autorizado no puede ordenar transferencias."
                WHEN Op-TransferExterna AND Sesion-Autorizado
                    DISPLAY "Operacion denegada: un autorizado no puede ordenar transferencias a otros bancos."
                WHEN OTHER
                    DISPLAY "4. Introduzca el importe exacto sin decimales (Ej: 0050 para 50 " Moneda "): "
                    ACCEPT DineroTeclado
                        WHEN Op-Transferencia
                            PERFORM ELEGIR-DESTINO-INTERNO
                            IF Destino-Valido
                                PERFORM DETERMINAR-COMISION-OPERACION
                                PERFORM CONFIRMAR-COMISION
                                IF Comision-Aceptada
                                    PERFORM OPERACION-TRANSFERENCIA
                                END-IF
                            END-IF
                        WHEN Op-TransferExterna
                            PERFORM ELEGIR-DESTINO-EXTERNO
                            IF Destino-Valido
                                PERFORM DETERMINAR-COMISION-OPERACION
                                PERFORM CONFIRMAR-COMISION
                                IF Comision-Aceptada
                                    PERFORM OPERACION-TRANSFERENCIA-EXTERNA
                                END-IF
                            END-IF
                        WHEN OTHER
                            DISPLAY "Operacion no reconocida."
            END-EVALUATE

            IF NOT Fin-Sesion
                PERFORM MOSTRAR-SALDOS
                IF LimiteSobregiro > 0
                    MOVE LimiteSobregiro TO SaldoBonito
                    DISPLAY "Descubierto autorizado: " SaldoBonito " " Moneda
    END-IF.

*> ---------------------------------------------------------------
*> Lee la cuenta elegida por el cliente entre las de su tarjeta
*> ---------------------------------------------------------------
LEER-CUENTA.
    READ ArchivoCuentas
*> ---------------------------------------------------------------
*> Fija el limite de retirada diaria segun el tipo de producto de
*> la cuenta ya leida; si el campo viniera en blanco (cuenta
*> creada antes de existir TipoProducto) se trata como Corriente.
*> El tope de la persona que opera parte del de la cuenta y baja
*> al de su rol (autorizado) y al propio que le fijo la oficina
*> ---------------------------------------------------------------
DETERMINAR-LIMITE-DIARIO.
    EVALUATE TRUE
            MOVE LimiteDiarioEmpresa TO LimiteDiario
        WHEN OTHER
            MOVE LimiteDiarioCorriente TO LimiteDiario
    END-EVALUATE
    MOVE LimiteDiario TO LimiteDiarioPersona
    IF Sesion-Autorizado AND LimiteDiarioAutorizado < LimiteDiarioPersona
        MOVE LimiteDiarioAutorizado TO LimiteDiarioPersona
    END-IF
    IF LimitePersonalSesion > 0 AND LimitePersonalSesion < LimiteDiarioPersona
        MOVE LimitePersonalSesion TO LimiteDiarioPersona
    END-IF.

*> ---------------------------------------------------------------
*> Deja en el maestro de terminales el contador de intentos con
*> tarjeta inexistente y la marca de bloqueo de ESTE terminal, para
*> la proxima vez que se arranque
*> ---------------------------------------------------------------
GUARDAR-ESTADO-TERMINAL.
    END-REWRITE.

*> ---------------------------------------------------------------
*> Tarjeta no encontrada en el maestro: igual que con el PIN, tras
*> LimiteIntentos intentos seguidos se bloquea el cajero para
*> frenar la enumeracion de numeros de tarjeta
*> ---------------------------------------------------------------
REGISTRAR-INTENTO-INVALIDO.
    DISPLAY "La tarjeta no existe."
    ADD 1 TO ContadorIntentosInvalidos
    MOVE ZEROS TO Aud-Cuenta
    MOVE "INTENTO TARJETA INEXISTENTE" TO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE SPACES TO Aud-Moneda
    MOVE ZEROS TO Aud-CuentaRelacionada
    PERFORM REGISTRAR-AUDITORIA
    IF ContadorIntentosInvalidos >= LimiteIntentos
        MOVE 'S' TO SwTerminalBloqueado
        DISPLAY "CAJERO BLOQUEADO por exceso de intentos con tarjetas inexistentes."
        MOVE ZEROS TO Aud-Cuenta
        MOVE "CAJERO BLOQUEADO" TO Aud-Operacion
        MOVE 0 TO Aud-Dinero
        MOVE SPACES TO Aud-Moneda
    PERFORM GUARDAR-ESTADO-TERMINAL.

*> ---------------------------------------------------------------
*> Una tarjeta existente borra el contador: solo se penalizan
*> rachas seguidas de numeros inexistentes
*> ---------------------------------------------------------------
REINICIAR-INTENTOS-INVALIDOS.
    IF ContadorIntentosInvalidos NOT = 0
        PERFORM GUARDAR-ESTADO-TERMINAL
    END-IF.

*> ---------------------------------------------------------------
*> Lee en el maestro la tarjeta introducida por el cliente
*> ---------------------------------------------------------------
LEER-TARJETA.
    READ ArchivoTarjetas
        INVALID KEY
            MOVE 'N' TO SwTarjetaEncontrada
        NOT INVALID KEY
            MOVE 'S' TO SwTarjetaEncontrada
    END-READ.

*> ---------------------------------------------------------------
*> Solo opera una tarjeta activa y dentro de su mes de caducidad.
*> Una tarjeta perdida o robada (o ya retenida antes) se retiene;
*> una caducada o sustituida se rechaza y se devuelve al cliente
*> ---------------------------------------------------------------
VERIFICAR-ESTADO-TARJETA.
    MOVE 'N' TO SwTarjetaOperable
    DIVIDE FechaHoy BY 100 GIVING MesActual
    EVALUATE TRUE
        WHEN Tarjeta-En-Lista-Negra
            PERFORM RETENER-TARJETA
        WHEN Tarjeta-Retenida
            PERFORM RETENER-TARJETA
        WHEN Tarjeta-Sustituida
            DISPLAY "Esta tarjeta ha sido sustituida por otra nueva. Utilice la tarjeta nueva."
            MOVE "TARJETA SUSTITUIDA" TO TextoTarjeta
            PERFORM AUDITAR-TARJETA
        WHEN Tarjeta-Caducada
            DISPLAY "TARJETA CADUCADA. Solicite una nueva en su oficina."
            MOVE "TARJETA CADUCADA" TO TextoTarjeta
            PERFORM AUDITAR-TARJETA
        WHEN Tar-Caducidad < MesActual
            MOVE 'E' TO Tar-Estado
            REWRITE RegistroTarjeta
                INVALID KEY DISPLAY "Aviso: no se pudo actualizar la tarjeta en el maestro."
            END-REWRITE
            DISPLAY "TARJETA CADUCADA. Solicite una nueva en su oficina."
            MOVE "TARJETA CADUCADA" TO TextoTarjeta
            PERFORM AUDITAR-TARJETA
        WHEN OTHER
            MOVE 'S' TO SwTarjetaOperable
    END-EVALUATE.

*> ---------------------------------------------------------------
*> El cajero se traga la tarjeta: queda marcada como retenida en el
*> maestro y anotada contra ESTE terminal para que la oficina la
*> recoja en la proxima visita
*> ---------------------------------------------------------------
RETENER-TARJETA.
    DISPLAY "TARJETA RETENIDA: esta tarjeta esta dada de baja. Contacte con su banco."
    MOVE Tar-Numero TO Rtn-Tarjeta
    MOVE Tar-Cuenta(1) TO Rtn-Cuenta
    MOVE CodigoCanal TO Rtn-Terminal
    MOVE FechaHoy TO Rtn-Fecha
    MOVE HoraActual TO Rtn-Hora
    MOVE Tar-Estado TO Rtn-Motivo
    MOVE 'P' TO Rtn-Estado
    OPEN EXTEND ArchivoRetenidas
    WRITE RegistroRetenida
    CLOSE ArchivoRetenidas

    MOVE 'T' TO Tar-Estado
    REWRITE RegistroTarjeta
        INVALID KEY DISPLAY "Aviso: no se pudo actualizar la tarjeta en el maestro."
    END-REWRITE
    MOVE "TARJETA RETENIDA" TO TextoTarjeta
    PERFORM AUDITAR-TARJETA.

*> ---------------------------------------------------------------
*> Rastro en historial.txt de una tarjeta rechazada o retenida,
*> contra la primera cuenta de la tarjeta; del numero de tarjeta
*> solo quedan escritos los cuatro ultimos digitos
*> ---------------------------------------------------------------
AUDITAR-TARJETA.
    MOVE Tar-Cuenta(1) TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING TextoTarjeta DELIMITED BY "  "
           " *" Tar-Numero(13:4) DELIMITED BY SIZE
           INTO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE SPACES TO Aud-Moneda
    MOVE ZEROS TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Con una sola cuenta asociada se opera directamente con ella; con
*> varias, el cliente elige en pantalla con cual quiere operar
*> ---------------------------------------------------------------
ELEGIR-CUENTA-TARJETA.
    IF Tar-NumCuentas = 0
        DISPLAY "La tarjeta no tiene ninguna cuenta asociada. Contacte con su banco."
        MOVE 'N' TO SwTarjetaOperable
        EXIT PARAGRAPH
    END-IF
    IF Tar-NumCuentas = 1
        MOVE Tar-Cuenta(1) TO CuentaTeclado
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Cuentas asociadas a su tarjeta:"
    MOVE 1 TO IndiceCuentaTarjeta
    PERFORM UNTIL IndiceCuentaTarjeta > Tar-NumCuentas
        MOVE Tar-Cuenta(IndiceCuentaTarjeta) TO IdCuenta
        READ ArchivoCuentas
            INVALID KEY
                DISPLAY IndiceCuentaTarjeta ". Cuenta " IdCuenta
            NOT INVALID KEY
                DISPLAY IndiceCuentaTarjeta ". Cuenta " IdCuenta " (" Moneda ")"
        END-READ
        ADD 1 TO IndiceCuentaTarjeta
    END-PERFORM
    DISPLAY "Elija la cuenta con la que desea operar: "
    ACCEPT SeleccionCuentaTarjeta
    IF SeleccionCuentaTarjeta < 1 OR SeleccionCuentaTarjeta > Tar-NumCuentas
        DISPLAY "Seleccion no valida. Retire su tarjeta."
        MOVE 'N' TO SwTarjetaOperable
    ELSE
        MOVE Tar-Cuenta(SeleccionCuentaTarjeta) TO CuentaTeclado
    END-IF.

*> ---------------------------------------------------------------
*> Comprueba que la cuenta encontrada no este bloqueada ni cerrada
*> ---------------------------------------------------------------
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Averigua con que rol opera el cliente de la tarjeta en la cuenta
*> elegida. Si la cuenta tiene intervinientes en titulares.dat, el
*> cliente debe ser uno de ellos y estar activo; si no tiene
*> ninguno, se opera como siempre, a nombre del titular
*> ---------------------------------------------------------------
IDENTIFICAR-INTERVINIENTE.
    MOVE 'S' TO SwIntervinienteValido
    MOVE 'N' TO SwSesionIntervinientes
    MOVE 'T' TO RolSesion
    MOVE "TITULAR" TO TextoRol
    MOVE 0 TO LimitePersonalSesion
    IF NOT Titulares-Abierto
        EXIT PARAGRAPH
    END-IF

    PERFORM LEER-INTERVINIENTE
    IF NOT Titulares-OK
        PERFORM COMPROBAR-CUENTA-CON-INTERVINIENTES
        IF Cuenta-Con-Intervinientes
            DISPLAY "Esta tarjeta no esta autorizada para operar la cuenta " CuentaTeclado ". Contacte con su banco."
            MOVE 'N' TO SwIntervinienteValido
            MOVE "INTERVINIENTE NO AUTORIZADO" TO Aud-Operacion
            PERFORM AUDITAR-INTERVINIENTE
        END-IF
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN Interviniente-Baja
            DISPLAY "Esta tarjeta ya no esta autorizada para operar la cuenta " CuentaTeclado ". Contacte con su banco."
            MOVE 'N' TO SwIntervinienteValido
            MOVE "INTERVINIENTE DADO DE BAJA" TO Aud-Operacion
            PERFORM AUDITAR-INTERVINIENTE
        WHEN Interviniente-Bloqueado
            DISPLAY "PIN BLOQUEADO: demasiados intentos fallidos. Contacte con su banco."
            MOVE 'N' TO SwIntervinienteValido
        WHEN OTHER
            MOVE 'S' TO SwSesionIntervinientes
            MOVE Tit-Rol TO RolSesion
            MOVE Tit-LimiteDiario TO LimitePersonalSesion
            EVALUATE TRUE
                WHEN Sesion-Cotitular
                    MOVE "COTITULAR" TO TextoRol
                WHEN Sesion-Autorizado
                    MOVE "AUTORIZADO" TO TextoRol
                WHEN OTHER
                    MOVE 'T' TO RolSesion
                    MOVE "TITULAR" TO TextoRol
            END-EVALUATE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Lee la ficha del cliente de la sesion en la cuenta de la sesion
*> ---------------------------------------------------------------
LEER-INTERVINIENTE.
    MOVE CuentaTeclado TO Tit-Cuenta
    MOVE ClienteSesion TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            CONTINUE
    END-READ.

*> ---------------------------------------------------------------
*> Mira si la cuenta de la sesion tiene alguna fila en
*> titulares.dat, sea del cliente que sea y en el estado que sea
*> ---------------------------------------------------------------
COMPROBAR-CUENTA-CON-INTERVINIENTES.
    MOVE 'N' TO SwCuentaConIntervinientes
    MOVE CuentaTeclado TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    READ ArchivoTitulares NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ
    IF Tit-Cuenta = CuentaTeclado
        MOVE 'S' TO SwCuentaConIntervinientes
    END-IF.

*> ---------------------------------------------------------------
*> Rastro en historial.txt de lo que le pasa a un interviniente en
*> el cajero; el que llama deja el texto en Aud-Operacion
*> ---------------------------------------------------------------
AUDITAR-INTERVINIENTE.
    MOVE CuentaTeclado TO Aud-Cuenta
    MOVE 0 TO Aud-Dinero
    MOVE Moneda TO Aud-Moneda
    MOVE ZEROS TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Graba la ficha del interviniente ya leida
*> ---------------------------------------------------------------
GUARDAR-INTERVINIENTE.
    MOVE 'N' TO SwGuardadoOK
    REWRITE RegistroTitular
        INVALID KEY
            DISPLAY "Error: no se pudo actualizar el interviniente " Tit-Cliente " de la cuenta " Tit-Cuenta ". Codigo: " EstadoTitulares
        NOT INVALID KEY
            MOVE 'S' TO SwGuardadoOK
    END-REWRITE.

*> ---------------------------------------------------------------
*> La marca de cambio de PIN obligatorio es la de la persona si la
*> cuenta tiene intervinientes, y la de la cuenta si no
*> ---------------------------------------------------------------
COMPROBAR-CAMBIO-PIN-PENDIENTE.
    IF Sesion-Con-Intervinientes
        MOVE Tit-CambioPINPendiente TO SwCambioPINSesion
    ELSE
        MOVE CambioPINPendiente TO SwCambioPINSesion
    END-IF.

*> ---------------------------------------------------------------
*> Valida el PIN tecleado contra el almacenado en la cuenta, o
*> contra el propio de la persona si la cuenta tiene intervinientes
*> ---------------------------------------------------------------
VALIDAR-PIN.
    IF Sesion-Con-Intervinientes
        PERFORM VALIDAR-PIN-INTERVINIENTE
        EXIT PARAGRAPH
    END-IF
    IF PinTeclado = CuentaPIN
        MOVE 'S' TO SwPinCorrecto
        IF IntentosFallidos NOT = 0
        PERFORM GUARDAR-CUENTA
    END-IF.

*> ---------------------------------------------------------------
*> Valida el PIN tecleado contra el propio de la persona que opera;
*> sus fallos solo la bloquean a ella, y los demas intervinientes
*> de la cuenta siguen pudiendo operar con sus tarjetas
*> ---------------------------------------------------------------
VALIDAR-PIN-INTERVINIENTE.
    PERFORM LEER-INTERVINIENTE
    IF NOT Titulares-OK
        MOVE 'N' TO SwPinCorrecto
        DISPLAY "Error: no se pudo leer su ficha de interviniente. Codigo: " EstadoTitulares
        EXIT PARAGRAPH
    END-IF
    IF PinTeclado = Tit-PIN
        MOVE 'S' TO SwPinCorrecto
        IF Tit-IntentosFallidos NOT = 0
            MOVE 0 TO Tit-IntentosFallidos
            PERFORM GUARDAR-INTERVINIENTE
        END-IF
    ELSE
        MOVE 'N' TO SwPinCorrecto
        DISPLAY "PIN incorrecto."
        ADD 1 TO Tit-IntentosFallidos
        MOVE "PIN INCORRECTO" TO Aud-Operacion
        PERFORM AUDITAR-INTERVINIENTE
        IF Tit-IntentosFallidos >= LimiteIntentos
            MOVE 'B' TO Tit-Estado
            MOVE 'S' TO SwFinSesion
            DISPLAY "PIN BLOQUEADO por exceso de intentos fallidos. Contacte con su banco."
            MOVE "INTERVINIENTE BLOQUEADO" TO Aud-Operacion
            PERFORM AUDITAR-INTERVINIENTE
        END-IF
        PERFORM GUARDAR-INTERVINIENTE
    END-IF.

*> ---------------------------------------------------------------
*> Ingreso de dinero en la cuenta ya leida: efectivo contado por el
*> propio cajero (se abona al momento) o sobre declarado por el
    MOVE Moneda TO Sob-Moneda
    MOVE 'P' TO Sob-Estado
    MOVE 0 TO Sob-ImporteConfirmado
    MOVE CodigoCanal TO Sob-Terminal
    OPEN EXTEND ArchivoSobres
    WRITE RegistroSobre
    CLOSE ArchivoSobres.

*> ---------------------------------------------------------------
*> Retirada de dinero: comprueba billetes disponibles, saldo (con
*> la comision, si la hay) y limite diario, y pide al cliente que
*> acepte la comision antes de autorizar la salida de efectivo
*> ---------------------------------------------------------------
OPERACION-REINTEGRO.
    MOVE DineroOperacion TO DineroEntero
            IF NOT Cassette-Suficiente
                DISPLAY "Operacion denegada: el cajero no tiene billetes suficientes para completar ese importe exacto."
            ELSE
                *> Deja calculados la comision y lo ya retirado hoy
                PERFORM DETERMINAR-COMISION-OPERACION
                IF (Saldo - ImporteRetenido + LimiteSobregiro) < (DineroOperacion + ComisionOperacion)
                    PERFORM DENEGAR-POR-SALDO
                ELSE
                    IF (RetiradoHoy + DineroOperacion) > LimiteDiario
                       OR (RetiradoHoyPersona + DineroOperacion) > LimiteDiarioPersona
                        PERFORM DENEGAR-POR-LIMITE
                    ELSE
                        PERFORM CONFIRMAR-COMISION
                        IF Comision-Aceptada
                            SUBTRACT DineroOperacion FROM Saldo
                            PERFORM GUARDAR-CUENTA
                            IF Guardado-OK
                                PERFORM GUARDAR-CASSETTE
                                DISPLAY "El retiro ha sido un exito."
                                DISPLAY "Entregando: " Num50 " billete(s) de 50, " Num20 " de 20, " Num10 " de 10, " Num5 " de 5."
                                PERFORM GENERAR-REFERENCIA
                                MOVE CuentaTeclado TO Aud-Cuenta
                                MOVE "REINTEGRO EXITOSO" TO Aud-Operacion
                                MOVE DineroOperacion TO Aud-Dinero
                                MOVE Moneda TO Aud-Moneda
                                MOVE ZEROS TO Aud-CuentaRelacionada
                                MOVE ContadorReferencia TO Aud-Referencia
                                MOVE 0 TO Aud-DineroOriginal
                                MOVE SPACES TO Aud-MonedaOriginal
                                PERFORM REGISTRAR-AUDITORIA
                                PERFORM REGISTRAR-MOVIMIENTO
                                PERFORM REGISTRAR-BILLETES-DISPENSADOS
                                PERFORM ANOTAR-RETIRO-DIARIO
                                PERFORM COBRAR-COMISION-OPERACION
                                MOVE "REINTEGRO" TO ReciboOperacion
                                MOVE DineroOperacion TO ReciboImporte
                                MOVE Moneda TO ReciboMoneda
                                MOVE 'S' TO SwReciboDesglose
                                PERFORM EMITIR-RECIBO
                            END-IF
                        END-IF
                    END-IF
                END-IF
    IF CuentaDestino = CuentaTeclado
        DISPLAY "Operacion denegada: no se puede transferir a la misma cuenta."
    ELSE
        IF (Saldo - ImporteRetenido + LimiteSobregiro) < (DineroOperacion + ComisionOperacion)
            PERFORM DENEGAR-POR-SALDO
        ELSE
            SUBTRACT DineroOperacion FROM Saldo
            MOVE Saldo TO OrigenSaldo

                                MOVE CuentaTeclado TO IdCuenta
                                READ ArchivoCuentas
                                PERFORM COBRAR-COMISION-OPERACION
                                MOVE "TRANSFERENCIA ENVIADA CAMBIO" TO ReciboOperacion
                                MOVE DineroOperacion TO ReciboImporte
                                MOVE OrigenMoneda TO ReciboMoneda
*> proceso de liquidacion con el banco externo la recoja
*> ---------------------------------------------------------------
OPERACION-TRANSFERENCIA-EXTERNA.
    IF (Saldo - ImporteRetenido + LimiteSobregiro) < (DineroOperacion + ComisionOperacion)
        PERFORM DENEGAR-POR-SALDO
    ELSE
        SUBTRACT DineroOperacion FROM Saldo
        PERFORM GUARDAR-CUENTA
            PERFORM REGISTRAR-AUDITORIA
            PERFORM REGISTRAR-MOVIMIENTO
            PERFORM EXPORTAR-TRANSFERENCIA-EXTERNA
            PERFORM COBRAR-COMISION-OPERACION
            MOVE "TRANSFERENCIA EXTERNA ENVIADA" TO ReciboOperacion
            MOVE DineroOperacion TO ReciboImporte
            MOVE Moneda TO ReciboMoneda
                 AND PinNuevo1(2:1) = PinNuevo1(3:1)
                 AND PinNuevo1(3:1) = PinNuevo1(4:1)
                DISPLAY "Ese PIN es demasiado facil de adivinar. Elija otro."
            WHEN PinNuevo1 = PinTeclado
                DISPLAY "El PIN nuevo no puede ser igual al actual."
            WHEN OTHER
                PERFORM GRABAR-PIN-NUEVO
                IF Guardado-OK
                    MOVE 'S' TO SwPinCambiado
                    MOVE CuentaTeclado TO Aud-Cuenta
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> El PIN nuevo va a la ficha de la persona que opera si la cuenta
*> tiene intervinientes, y al de la cuenta si no
*> ---------------------------------------------------------------
GRABAR-PIN-NUEVO.
    IF Sesion-Con-Intervinientes
        MOVE PinNuevo1 TO Tit-PIN
        MOVE 'N' TO Tit-CambioPINPendiente
        PERFORM GUARDAR-INTERVINIENTE
    ELSE
        MOVE PinNuevo1 TO CuentaPIN
        MOVE 'N' TO CambioPINPendiente
        PERFORM GUARDAR-CUENTA
    END-IF.

*> ---------------------------------------------------------------
*> Consulta de saldo: no mueve dinero, solo informa y audita
*> ---------------------------------------------------------------
OPERACION-CONSULTA.
    PERFORM MOSTRAR-SALDOS
    IF LimiteSobregiro > 0
        MOVE LimiteSobregiro TO SaldoBonito
        DISPLAY "Descubierto autorizado: " SaldoBonito " " Moneda
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Saldo contable y, si la cuenta tiene retenciones, lo retenido y
*> lo que de verdad queda disponible
*> ---------------------------------------------------------------
MOSTRAR-SALDOS.
    MOVE Saldo TO SaldoBonito
    IF ImporteRetenido = 0
        DISPLAY "Tu saldo actual es: " SaldoBonito " " Moneda
    ELSE
        DISPLAY "Saldo contable: " SaldoBonito " " Moneda
        MOVE ImporteRetenido TO SaldoBonito
        DISPLAY "Importe retenido por orden judicial o administrativa: " SaldoBonito " " Moneda
        COMPUTE SaldoDisponible = Saldo - ImporteRetenido
        MOVE SaldoDisponible TO SaldoBonito
        DISPLAY "Saldo disponible: " SaldoBonito " " Moneda
    END-IF.

*> ---------------------------------------------------------------
*> Rechazo por falta de fondos; si parte del saldo esta retenida se
*> le dice al cliente, que si no veria saldo y no entenderia el no
*> ---------------------------------------------------------------
DENEGAR-POR-SALDO.
    DISPLAY "Operacion denegada: Saldo insuficiente, ni siquiera con el descubierto autorizado."
    IF ImporteRetenido > 0
        MOVE ImporteRetenido TO SaldoBonito
        DISPLAY "Hay " SaldoBonito " " Moneda " retenidos en la cuenta que no se pueden disponer."
    END-IF.

*> ---------------------------------------------------------------
*> Rechazo por limite diario: el de la cuenta, comun a todos sus
*> intervinientes, o el propio de la persona que opera
*> ---------------------------------------------------------------
DENEGAR-POR-LIMITE.
    IF (RetiradoHoy + DineroOperacion) > LimiteDiario
        DISPLAY "Operacion denegada: se supera el limite de retirada diario."
    ELSE
        MOVE LimiteDiarioPersona TO SaldoBonito
        DISPLAY "Operacion denegada: se supera su limite personal de retirada diario (" SaldoBonito " " Moneda ")."
    END-IF.

*> ---------------------------------------------------------------
*> Suma lo que retienen hoy las retenciones activas de la cuenta de
*> la sesion; una retencion pendiente de aprobar aun no retiene, y
*> una con fecha de fin ya pasada tampoco
*> ---------------------------------------------------------------
CALCULAR-RETENIDO.
    MOVE 0 TO ImporteRetenido
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF RS-Cuenta = CuentaTeclado AND Retencion-Activa
           AND RS-FechaInicio <= FechaHoy
           AND (RS-FechaFin = 0 OR RS-FechaFin >= FechaHoy)
            ADD RS-Importe TO ImporteRetenido
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones.

*> ---------------------------------------------------------------
*> Suma lo ya retirado hoy por esta cuenta para el limite diario,
*> leyendo el acumulador pequeno en vez de historial.txt entero.
*> ---------------------------------------------------------------
*> Recorre el acumulador sumando las retiradas de hoy de la cuenta
*> de la sesion, y de paso anota si el fichero tiene alguna linea
*> y cuenta los reintegros del mes, para los gratuitos de la tarifa.
*> Aparte se suma lo retirado hoy por la persona de la sesion, para
*> su tope propio; las lineas anteriores al fichero de
*> intervinientes no llevan cliente y no cuentan para nadie
*> ---------------------------------------------------------------
SUMAR-ACUMULADOR-HOY.
    MOVE 0 TO RetiradoHoy
    MOVE 0 TO RetiradoHoyPersona
    MOVE 0 TO RetirosMes
    MOVE 'S' TO SwAcumuladorVacio
    MOVE 'N' TO SwFinRetiros
    OPEN INPUT ArchivoRetirosDia
        MOVE 'N' TO SwAcumuladorVacio
        IF Ret-Fecha = FechaHoy AND Ret-Cuenta = CuentaTeclado
            ADD Ret-Importe TO RetiradoHoy
            IF Ret-Cliente IS NUMERIC AND Ret-Cliente = ClienteSesion
                ADD Ret-Importe TO RetiradoHoyPersona
            END-IF
        END-IF
        IF Ret-Fecha(1:6) = FechaHoy(1:6) AND Ret-Cuenta = CuentaTeclado
           AND Ret-Importe > 0
            ADD 1 TO RetirosMes
        END-IF
        READ ArchivoRetirosDia
            AT END MOVE 'S' TO SwFinRetiros
    CLOSE ArchivoRetirosDia.

*> ---------------------------------------------------------------
*> Reconstruye el mes en curso del acumulador desde historial.txt
*> (el barrido antiguo, conservado solo para este camino): una
*> linea por cada REINTEGRO EXITOSO del mes de cualquier cuenta, y
*> una linea centinela de cuenta 00000 para que el fichero recien
*> reconstruido nunca quede vacio y vuelva a disparar el barrido
*> ---------------------------------------------------------------
        AT END MOVE 'S' TO SwFinAuditoria
    END-READ
    PERFORM UNTIL SwFinAuditoria = 'S'
        IF Aud-Operacion(1:17) = "REINTEGRO EXITOSO" AND Aud-Fecha(1:6) = FechaHoy(1:6)
            MOVE Aud-Cuenta TO Ret-Cuenta
            MOVE Aud-Fecha TO Ret-Fecha
            MOVE Aud-Dinero TO Ret-Importe
            IF Aud-Cliente IS NUMERIC
                MOVE Aud-Cliente TO Ret-Cliente
            ELSE
                MOVE 0 TO Ret-Cliente
            END-IF
            WRITE RegistroRetiroDia
        END-IF
        READ ArchivoAuditoria
    MOVE 0 TO Ret-Cuenta
    MOVE FechaHoy TO Ret-Fecha
    MOVE 0 TO Ret-Importe
    MOVE 0 TO Ret-Cliente
    WRITE RegistroRetiroDia
    CLOSE ArchivoAuditoria
          ArchivoRetirosDia
    MOVE CuentaTeclado TO Ret-Cuenta
    MOVE FechaHoy TO Ret-Fecha
    MOVE DineroOperacion TO Ret-Importe
    MOVE ClienteSesion TO Ret-Cliente
    OPEN EXTEND ArchivoRetirosDia
    WRITE RegistroRetiroDia
    CLOSE ArchivoRetirosDia.
        ADD 1 TO IndiceCambio
    END-PERFORM.

*> ---------------------------------------------------------------
*> Carga la tarifa de comisiones: solo las filas generales (canal
*> en blanco) y las de ESTE terminal, que son las que pueden aplicar
*> ---------------------------------------------------------------
CARGAR-COMISIONES.
    MOVE 0 TO ContadorComisiones
    MOVE 'N' TO SwFinComisiones
    OPEN INPUT ArchivoComisiones
    READ ArchivoComisiones
        AT END MOVE 'S' TO SwFinComisiones
    END-READ
    PERFORM UNTIL SwFinComisiones = 'S'
        IF Com-Canal = SPACES OR Com-Canal = CodigoCanal
            IF ContadorComisiones < 30
                ADD 1 TO ContadorComisiones
                MOVE Com-Producto  TO CO-Producto(ContadorComisiones)
                MOVE Com-Operacion TO CO-Operacion(ContadorComisiones)
                MOVE Com-Canal     TO CO-Canal(ContadorComisiones)
                MOVE Com-Importe   TO CO-Importe(ContadorComisiones)
                MOVE Com-Gratuitas TO CO-Gratuitas(ContadorComisiones)
            ELSE
                DISPLAY "Aviso: la tarifa de comisiones tiene mas de 30 filas para este terminal; se ignoran las sobrantes."
            END-IF
        END-IF
        READ ArchivoComisiones
            AT END MOVE 'S' TO SwFinComisiones
        END-READ
    END-PERFORM
    CLOSE ArchivoComisiones.

*> ---------------------------------------------------------------
*> Calcula en ComisionOperacion lo que cuesta la operacion elegida
*> a la cuenta de la sesion: reintegro por encima de los gratuitos
*> del mes, transferencia a otro banco, o transferencia interna a
*> una cuenta de otra divisa. En un reintegro deja ademas calculado
*> RetiradoHoy, que comparte el recorrido del acumulador
*> ---------------------------------------------------------------
DETERMINAR-COMISION-OPERACION.
    MOVE 0 TO ComisionOperacion
    MOVE SPACES TO OperacionComision
    EVALUATE TRUE
        WHEN Op-Reintegro
            PERFORM CALCULAR-RETIRADO-HOY
            MOVE 'R' TO OperacionComision
        WHEN Op-TransferExterna
            MOVE 'X' TO OperacionComision
        WHEN Op-Transferencia
            PERFORM LEER-MONEDA-DESTINO
            IF MonedaDestinoComision NOT = SPACES
               AND MonedaDestinoComision NOT = Moneda
                MOVE 'D' TO OperacionComision
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF OperacionComision = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM BUSCAR-TARIFA-COMISION
    IF Comision-Reintegro AND RetirosMes < GratuitasMes
        MOVE 0 TO ComisionOperacion
    END-IF.

*> ---------------------------------------------------------------
*> Divisa de la cuenta destino de una transferencia interna, sin
*> perder el registro de la cuenta de la sesion (si el destino no
*> existe, OPERACION-TRANSFERENCIA ya lo denegara despues)
*> ---------------------------------------------------------------
LEER-MONEDA-DESTINO.
    MOVE SPACES TO MonedaDestinoComision
    MOVE CuentaDestino TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE Moneda TO MonedaDestinoComision
    END-READ
    MOVE CuentaTeclado TO IdCuenta
    PERFORM LEER-CUENTA.

*> ---------------------------------------------------------------
*> Busca en la tarifa la fila del producto de la cuenta y de la
*> operacion; la fila de ESTE terminal manda sobre la general. Un
*> TipoProducto en blanco se trata como Corriente, igual que en
*> DETERMINAR-LIMITE-DIARIO. Sin fila en la tarifa no hay comision
*> ---------------------------------------------------------------
BUSCAR-TARIFA-COMISION.
    MOVE 0 TO ComisionOperacion
    MOVE 0 TO GratuitasMes
    MOVE 'N' TO SwTarifaDeCanal
    EVALUATE TRUE
        WHEN Producto-Ahorro
            MOVE 'A' TO ProductoComision
        WHEN Producto-Empresa
            MOVE 'E' TO ProductoComision
        WHEN OTHER
            MOVE 'C' TO ProductoComision
    END-EVALUATE
    MOVE 1 TO IndiceComision
    PERFORM UNTIL IndiceComision > ContadorComisiones OR Tarifa-De-Canal
        IF CO-Producto(IndiceComision) = ProductoComision
           AND CO-Operacion(IndiceComision) = OperacionComision
            MOVE CO-Importe(IndiceComision) TO ComisionOperacion
            MOVE CO-Gratuitas(IndiceComision) TO GratuitasMes
            IF CO-Canal(IndiceComision) = CodigoCanal
                MOVE 'S' TO SwTarifaDeCanal
            END-IF
        END-IF
        ADD 1 TO IndiceComision
    END-PERFORM.

*> ---------------------------------------------------------------
*> Ensena la comision al cliente y le pide que la acepte antes de
*> seguir; una operacion sin comision se da por aceptada
*> ---------------------------------------------------------------
CONFIRMAR-COMISION.
    MOVE 'S' TO SwComisionAceptada
    IF ComisionOperacion = 0
        EXIT PARAGRAPH
    END-IF
    MOVE ComisionOperacion TO ImporteBonito
    DISPLAY "Esta operacion tiene una comision de " ImporteBonito " " Moneda ", que se cargara aparte en su cuenta."
    DISPLAY "Acepta la comision y confirma la operacion? (S/N): "
    ACCEPT DecisionComision
    IF DecisionComision NOT = 'S' AND DecisionComision NOT = 's'
        MOVE 'N' TO SwComisionAceptada
        DISPLAY "Operacion cancelada: no se ha cargado nada en su cuenta."
    END-IF.

*> ---------------------------------------------------------------
*> Cobra la comision de la operacion recien hecha sobre la cuenta
*> de la sesion (el registro en curso): apunte COMISION en el
*> historial y movimiento 'C' con su propia referencia, que el
*> batch lleva a la cuenta contable de ingresos por comisiones.
*> ContadorReferencia vuelve a quedar con la de la operacion, que
*> es la que nombra y encabeza el recibo
*> ---------------------------------------------------------------
COBRAR-COMISION-OPERACION.
    MOVE 0 TO ReciboComision
    IF ComisionOperacion = 0
        EXIT PARAGRAPH
    END-IF
    MOVE ContadorReferencia TO ReferenciaOperacion
    SUBTRACT ComisionOperacion FROM Saldo
    PERFORM GUARDAR-CUENTA
    IF Guardado-OK
        PERFORM GENERAR-REFERENCIA
        EVALUATE TRUE
            WHEN Comision-Reintegro
                MOVE "COMISION REINTEGRO" TO TextoComision
            WHEN Comision-Externa
                MOVE "COMISION TRANSF EXTERNA" TO TextoComision
            WHEN OTHER
                MOVE "COMISION TRANSF DIVISA" TO TextoComision
        END-EVALUATE
        MOVE CuentaTeclado TO Aud-Cuenta
        MOVE TextoComision TO Aud-Operacion
        MOVE ComisionOperacion TO Aud-Dinero
        MOVE Moneda TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaTeclado TO Cuenta
        MOVE 'C' TO MovTipoOperacion
        MOVE ComisionOperacion TO Cantidad
        MOVE FechaHoy TO Mov-Fecha
        MOVE HoraActual TO Mov-Hora
        MOVE ContadorReferencia TO Mov-Referencia
        MOVE 'A' TO Mov-Origen
        MOVE Moneda TO Mov-Moneda
        MOVE CodigoCanal TO Mov-Canal
        OPEN EXTEND ArchivoMovimientos
        WRITE RegistroMovimiento
        CLOSE ArchivoMovimientos

        MOVE ComisionOperacion TO ReciboComision
        MOVE ContadorReferencia TO ReciboRefComision
        MOVE ComisionOperacion TO ImporteBonito
        DISPLAY "Comision cobrada: " ImporteBonito " " Moneda " (ref " ContadorReferencia ")."
    ELSE
        ADD ComisionOperacion TO Saldo
        DISPLAY "Aviso: no se pudo cargar la comision de la operacion."
    END-IF
    MOVE ReferenciaOperacion TO ContadorReferencia
    MOVE 0 TO ComisionOperacion.

*> ---------------------------------------------------------------
*> Graba el registro de cuenta actual con reintentos ante bloqueos
*> transitorios del fichero
*> pueda imprimirlo y entregarselo al cliente ante una disputa. El
*> que llama deja antes ReciboOperacion, ReciboImporte y
*> ReciboMoneda, y enciende SwReciboDesglose en un Reintegro para
*> incluir el desglose de billetes entregado; si la operacion llevo
*> comision, COBRAR-COMISION-OPERACION deja ReciboComision cargado
*> ---------------------------------------------------------------
EMITIR-RECIBO.
    MOVE SPACES TO CuentaEnmascarada
    STRING "Cuenta: " CuentaEnmascarada INTO LineaRecibo
    WRITE LineaRecibo
    MOVE SPACES TO LineaRecibo
    STRING "Operado por: cliente " ClienteSesion " (" DELIMITED BY SIZE
           TextoRol DELIMITED BY SPACE
           ")" DELIMITED BY SIZE
           INTO LineaRecibo
    WRITE LineaRecibo
    MOVE SPACES TO LineaRecibo
    STRING "Operacion: " ReciboOperacion INTO LineaRecibo
    WRITE LineaRecibo
    MOVE ReciboImporte TO ImporteBonito
    STRING "Referencia: " ContadorReferencia INTO LineaRecibo
    WRITE LineaRecibo

    IF ReciboComision > 0
        MOVE ReciboComision TO ImporteBonito
        MOVE SPACES TO LineaRecibo
        STRING "Comision: " ImporteBonito " " ReciboMoneda INTO LineaRecibo
        WRITE LineaRecibo
        MOVE SPACES TO LineaRecibo
        STRING "Referencia comision: " ReciboRefComision INTO LineaRecibo
        WRITE LineaRecibo
    END-IF

    IF Recibo-Con-Desglose
        MOVE SPACES TO LineaRecibo
        STRING "Billetes entregados:" INTO LineaRecibo

    CLOSE ArchivoRecibo
    MOVE 'N' TO SwReciboDesglose
    MOVE 0 TO ReciboComision
    DISPLAY "Recibo disponible en " NombreArchivoRecibo.

*> ---------------------------------------------------------------
*> Anota una linea de auditoria en historial.txt, a nombre del
*> cliente que opera en la sesion
*> ---------------------------------------------------------------
REGISTRAR-AUDITORIA.
    MOVE ClienteSesion TO Aud-Cliente
    MOVE FechaHoy TO Aud-Fecha
    MOVE HoraActual TO Aud-Hora
    OPEN EXTEND ArchivoAuditoria
