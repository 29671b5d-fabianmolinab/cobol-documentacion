      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWEMB.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWEMB.
