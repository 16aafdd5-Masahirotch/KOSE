      * REMARKS. 店別アウト用台帳抽出ファイル受入検証.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004811) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004831) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-違反状態                PIC  X(002) VALUE SPACE.
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  W-違反件数                PIC  9(007) VALUE 0.
       01  W-環境開始違反件数        PIC  9(007) VALUE 0.

       01  W-ファイル終了区分        PIC  X(001) VALUE '0'.
           88  ファイル終了である             VALUE '1'.
      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  WK対象Ｙ和暦区分          PIC  X(1).
       01  W-実行開始時刻            PIC  X(14).
       01  W-実行終了時刻            PIC  X(14).
       01  W-判定区分                PIC  X(1).
       01  W-エラー件数              PIC  9(011).
       01  W-チャネル区分            PIC  X(1).
       01  W-突ブランド              PIC  X(2).
       01  W-ファイル合計            PIC S9(13).

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           ACCEPT  W-実行開始時刻(1:8)  FROM DATE YYYYMMDD.
           ACCEPT  W-実行開始時刻(9:6)  FROM TIME.
           MOVE  W-違反件数   TO W-環境開始違反件数.

           MOVE  '1'          TO W-チャネル区分
           PERFORM  チャネル別検証処理
           MOVE  '2'          TO W-チャネル区分
           PERFORM  チャネル別検証処理

           PERFORM  検証記録処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.
           MOVE 対象Ｙ和暦区分      TO WK対象Ｙ和暦区分.

      *-----------------------------------------------------------------
       検証記録処理.
      *-----------------------------------------------------------------

      ** 受入検証の合否を環境ごとにXAT_JOB_AUDITへ残
      ** す。支店帳票(KHC040BP)は直近の再構築後に合格
      ** した検証があることを確かめてから作成する。
      ** 判定区分は合格'0'、違反あり'2'とする。

           ACCEPT  W-実行終了時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-実行終了時刻(9:6)  FROM TIME

           COMPUTE W-エラー件数 = W-違反件数
                                - W-環境開始違反件数
           IF W-エラー件数 > 0
             THEN
               MOVE  '2'          TO W-判定区分
             ELSE
               MOVE  '0'          TO W-判定区分
           END-IF

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_AUDIT
               ( WKPGMID, DB接続先, 対象年月区分,
                 対象Ｙ和暦区分, 実行開始時刻,
                 実行終了時刻, 完了区分, 判定区分,
                 エラー件数 )
               VALUES
               ( :WKPGMID, :DB-NAME, :WK対象年月区分,
                 :WK対象Ｙ和暦区分, :W-実行開始時刻,
                 :W-実行終了時刻, '1', :W-判定区分,
                 :W-エラー件数 )
           END-EXEC.

      *-----------------------------------------------------------------
       チャネル別検証処理.
